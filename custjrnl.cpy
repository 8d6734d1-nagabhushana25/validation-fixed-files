000100******************************************************************
000200*CUSTJRNL
000300*MONETARY ITEM JOURNAL RECORD -- ONE PER ITEM CUSTPOST HAS EVER
000400*APPLIED TO ACCOUNT-BALANCE, KEYED ON ITS REFERENCE NUMBER.
000500*
000600*THE CHANGE HISTORY FILE ONLY SHOWS A BALANCE BEFORE AND AFTER;
000700*IT CANNOT SAY WHICH ITEM MOVED IT.  THIS JOURNAL IS THE
000800*PERMANENT RECORD OF EACH ITEM ITSELF -- ITS REFERENCE NUMBER,
000900*ITEM TYPE, AMOUNT AND POSTING DATE -- SO ONE ITEM CAN LATER BE
001000*FOUND AND BACKED OUT EXACTLY (A RETURNED PAYMENT) WITHOUT
001100*ROLLING BACK EVERYTHING POSTED SINCE.  A REFERENCE NUMBER NOT
001200*SUPPLIED ON THE INPUT ITEM IS GENERATED BY CUSTPOST FROM THE RUN
001300*DATE, RUN TIME AND A SEQUENCE NUMBER.
001400*
001500*ITEM TYPES:
001600*   'P'  PAYMENT      (CREDIT)
001700*   'U'  PURCHASE     (DEBIT)
001800*   'F'  FEE          (DEBIT; ALSO THE RETURNED-ITEM FEE)
001900*   'R'  REFUND       (CREDIT)
002000*   'A'  ADJUSTMENT   (DEBIT OR CREDIT)
002100*   'V'  REVERSAL     (OPPOSITE OF THE ITEM IT REVERSES)
002200*
002300*JRNL-ORIGINAL-REFERENCE IS THE ITEM A REVERSAL BACKED OUT, OR THE
002400*REVERSAL A RETURNED-ITEM FEE WAS CHARGED FOR.  ONCE AN ITEM IS
002500*REVERSED ITS JRNL-REVERSED-SW IS SET AND IT CAN NEVER BE
002600*REVERSED A SECOND TIME.  JRNL-APPLIED-TO-DUE IS HOW MUCH OF A
002700*CREDIT WENT AGAINST THE UNPAID MINIMUMS ON THE BILLING FILE, SO
002800*A REVERSAL CAN PUT EXACTLY THAT MUCH BACK.
002900*
003000*MODIFICATION HISTORY.
003100*DATE       INIT  DESCRIPTION
003200*2026-10-15  JRH  ORIGINAL COPYBOOK.
003300******************************************************************
003400 01  MONETARY-JOURNAL-RECORD.
003500     05  JRNL-REFERENCE-NUMBER       PIC X(20).
003600     05  JRNL-CUSTOMER-ID            PIC X(10).
003700     05  JRNL-ITEM-TYPE              PIC X(01).
003800         88  JRNL-TYPE-PAYMENT                   VALUE 'P'.
003900         88  JRNL-TYPE-PURCHASE                  VALUE 'U'.
004000         88  JRNL-TYPE-FEE                       VALUE 'F'.
004100         88  JRNL-TYPE-REFUND                    VALUE 'R'.
004200         88  JRNL-TYPE-ADJUSTMENT                VALUE 'A'.
004300         88  JRNL-TYPE-REVERSAL                  VALUE 'V'.
004400     05  JRNL-DEBIT-CREDIT-CODE      PIC X(01).
004500         88  JRNL-DEBIT                          VALUE 'D'.
004600         88  JRNL-CREDIT                         VALUE 'C'.
004700     05  JRNL-AMOUNT                 PIC S9(10)V99 COMP-3.
004800     05  JRNL-POSTING-DATE           PIC X(08).
004900     05  JRNL-RUN-DATE               PIC X(08).
005000     05  JRNL-RUN-TIME               PIC X(06).
005100     05  JRNL-BALANCE-AFTER          PIC S9(10)V99 COMP-3.
005200     05  JRNL-APPLIED-TO-DUE         PIC S9(10)V99 COMP-3.
005300     05  JRNL-ORIGINAL-REFERENCE     PIC X(20).
005400     05  JRNL-REVERSAL-INFO.
005500         10  JRNL-REVERSED-SW        PIC X(01).
005600             88  JRNL-REVERSED                   VALUE 'Y'.
005700         10  JRNL-REVERSED-BY-REF    PIC X(20).
005800         10  JRNL-REVERSED-DATE      PIC X(08).
005900     05  FILLER                      PIC X(20).
006000******************************************************************

000100******************************************************************
000200*CUSTBILL
000300*ACCOUNT BILLING AND DELINQUENCY RECORD -- ONE PER CUSTOMER-ID,
000400*HELD ON THE INDEXED BILLING FILE ALONGSIDE THE CUSTOMER MASTER.
000500*
000600*CUSTAGNG WRITES THE RECORD AT EACH BILLING-CYCLE CLOSE WITH THE
000700*STATEMENT BALANCE, THE MINIMUM PAYMENT DUE FOR THE CYCLE, AND ITS
000800*DUE DATE.  EVERY MINIMUM STILL UNPAID IS KEPT AS ITS OWN
000900*OBLIGATION ENTRY, OLDEST FIRST, SO A LATE ACCOUNT CAN BE AGED BY
001000*HOW LONG EACH UNPAID MINIMUM HAS BEEN PAST ITS DUE DATE.
001100*CUSTPOST APPLIES EVERY CREDIT AGAINST THE OLDEST ENTRY FIRST.
001200*CUSTAGNG RE-AGES EVERY RECORD NIGHTLY INTO THE AGING FIELDS,
001300*WHICH CUSTSTMT PRINTS ON THE STATEMENT.
001400*
001500*THE MASTER RECORD HAS NO ROOM LEFT FOR ANY OF THIS, WHICH IS WHY
001600*IT LIVES ON ITS OWN FILE UNDER THE SAME KEY.
001700*
001800*AGING BUCKETS (BILL-AGING-BUCKET), BY DAYS THE OLDEST UNPAID
001900*MINIMUM IS PAST ITS DUE DATE -- ONE BUCKET PER MISSED CYCLE:
002000*   '0'  CURRENT   NOTHING PAST DUE
002100*   '1'  30        1 - 30 DAYS PAST DUE
002200*   '2'  60        31 - 60 DAYS PAST DUE
002300*   '3'  90        61 - 90 DAYS PAST DUE
002400*   '4'  120+      OVER 90 DAYS PAST DUE (FOURTH MISSED CYCLE ON)
002500*
002600*MODIFICATION HISTORY.
002700*DATE       INIT  DESCRIPTION
002800*2026-10-15  JRH  ORIGINAL COPYBOOK.
002900******************************************************************
003000 01  ACCOUNT-BILLING-RECORD.
003100     05  BILL-CUSTOMER-ID            PIC X(10).
003200     05  BILL-CYCLE-DAY              PIC X(02).
003300     05  BILL-CLOSE-INFO.
003400         10  BILL-LAST-CLOSE-DATE    PIC X(08).
003500         10  BILL-STATEMENT-BALANCE  PIC S9(10)V99 COMP-3.
003600         10  BILL-MINIMUM-DUE        PIC S9(10)V99 COMP-3.
003700         10  BILL-DUE-DATE           PIC X(08).
003800         10  BILL-PAID-SINCE-CLOSE   PIC S9(10)V99 COMP-3.
003900     05  BILL-OBLIGATION-COUNT       PIC 9(01).
004000     05  BILL-OBLIGATION-TABLE.
004100         10  BILL-OBLIGATION         OCCURS 6 TIMES.
004150             15  BILL-OBL-DUE-DATE   PIC X(08).
004200             15  BILL-OBL-UNPAID     PIC S9(10)V99 COMP-3.
004300     05  BILL-AGING-INFO.
004400         10  BILL-AGED-DATE          PIC X(08).
004500         10  BILL-DAYS-PAST-DUE      PIC 9(05).
004600         10  BILL-AGING-BUCKET       PIC X(01).
004700             88  BILL-BUCKET-CURRENT             VALUE '0'.
004800             88  BILL-BUCKET-30                  VALUE '1'.
004900             88  BILL-BUCKET-60                  VALUE '2'.
005000             88  BILL-BUCKET-90                  VALUE '3'.
005100             88  BILL-BUCKET-120-PLUS            VALUE '4'.
005200             88  BILL-DELINQUENT                 VALUE '1' '2'
005300                                                       '3' '4'.
005400         10  BILL-TOTAL-DUE          PIC S9(10)V99 COMP-3.
005500         10  BILL-PAST-DUE-TOTAL     PIC S9(10)V99 COMP-3.
005600         10  BILL-PAST-DUE-30        PIC S9(10)V99 COMP-3.
005700         10  BILL-PAST-DUE-60        PIC S9(10)V99 COMP-3.
005800         10  BILL-PAST-DUE-90        PIC S9(10)V99 COMP-3.
005900         10  BILL-PAST-DUE-120       PIC S9(10)V99 COMP-3.
006000     05  FILLER                      PIC X(20).
006100******************************************************************

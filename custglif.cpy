000100******************************************************************
000200*CUSTGLIF
000300*GENERAL LEDGER INTERFACE FEED -- HEADER, DETAIL AND TRAILER
000400*RECORDS WRITTEN BY CUSTGLJE FOR THE GENERAL LEDGER'S JOURNAL
000500*IMPORT.
000600*
000700*ONE FEED CARRIES ONE DAY'S RECEIVABLES JOURNAL.  THE FIRST
000800*RECORD IS ALWAYS THE HEADER AND THE LAST IS ALWAYS THE TRAILER;
000900*EACH RECORD STARTS WITH A THREE-BYTE RECORD CODE SO THE READING
001000*PROGRAM CAN TELL THEM APART.  EVERY JOURNAL ENTRY IS TWO DETAIL
001100*LINES UNDER THE SAME ENTRY NUMBER, ONE DEBIT AND ONE CREDIT FOR
001200*THE SAME AMOUNT, SO THE FEED BALANCES ENTRY BY ENTRY.  AMOUNTS
001300*ARE ALWAYS POSITIVE; THE DEBIT/CREDIT CODE GIVES THE SIDE.
001400*
001500*THE TRAILER'S CONTROL TOTALS ARE THE NUMBER OF DETAIL LINES AND
001600*ENTRIES, TOTAL DEBITS, TOTAL CREDITS, AND THE NET CHANGE IN
001700*RECEIVABLES THE JOURNAL REPRESENTS (INCREASES LESS DECREASES).
001800*
001900*MODIFICATION HISTORY.
002000*DATE       INIT  DESCRIPTION
002100*2026-10-15  JRH  ORIGINAL COPYBOOK.
002200******************************************************************
002300 01  GL-FEED-HEADER-RECORD.
002400     05  GLH-RECORD-CODE         PIC X(03).
002500     05  GLH-BATCH-ID            PIC X(20).
002600     05  GLH-SOURCE-SYSTEM       PIC X(08).
002700     05  GLH-JOURNAL-DATE        PIC X(08).
002800     05  GLH-RUN-DATE            PIC X(08).
002900     05  GLH-RUN-TIME            PIC X(06).
003000     05  FILLER                  PIC X(67).
003100
003200 01  GL-FEED-DETAIL-RECORD.
003300     05  GLD-RECORD-CODE         PIC X(03).
003400     05  GLD-BATCH-ID            PIC X(20).
003500     05  GLD-ENTRY-NUMBER        PIC 9(05).
003600     05  GLD-LINE-NUMBER         PIC 9(01).
003700     05  GLD-JOURNAL-DATE        PIC X(08).
003800     05  GLD-ACCOUNT-NUMBER      PIC X(20).
003900     05  GLD-DEBIT-CREDIT-CODE   PIC X(01).
004000         88  GLD-DEBIT                       VALUE 'D'.
004100         88  GLD-CREDIT                      VALUE 'C'.
004200     05  GLD-AMOUNT              PIC 9(13)V99.
004300     05  GLD-MOVEMENT-CODE       PIC X(02).
004400     05  GLD-DESCRIPTION         PIC X(30).
004500     05  GLD-ITEM-COUNT          PIC 9(07).
004600     05  FILLER                  PIC X(08).
004700
004800 01  GL-FEED-TRAILER-RECORD.
004900     05  GLT-RECORD-CODE         PIC X(03).
005000     05  GLT-BATCH-ID            PIC X(20).
005100     05  GLT-DETAIL-COUNT        PIC 9(07).
005200     05  GLT-ENTRY-COUNT         PIC 9(05).
005300     05  GLT-TOTAL-DEBITS        PIC 9(13)V99.
005400     05  GLT-TOTAL-CREDITS       PIC 9(13)V99.
005500     05  GLT-NET-CHANGE          PIC S9(13)V99
005600                                 SIGN IS LEADING SEPARATE.
005700     05  FILLER                  PIC X(39).
005800******************************************************************

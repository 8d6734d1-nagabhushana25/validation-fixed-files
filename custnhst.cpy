000100******************************************************************
000200*CUSTNHST
000300*CUSTOMER NOTICE HISTORY RECORD -- ONE PER CUSTOMER-ID AND LETTER
000400*TYPE THAT THE LETTER RUN (CUSTLETR) HAS EVER MAILED, HELD ON ITS
000500*OWN INDEXED FILE.
000600*
000700*THE ROW CARRIES THE DATE THE LETTER TYPE WAS FIRST AND LAST SENT
000800*TO THE CUSTOMER AND HOW MANY TIMES.  CUSTLETR WILL NOT SEND THE
000900*SAME LETTER TYPE TO THE SAME CUSTOMER AGAIN UNTIL THE NUMBER OF
001000*DAYS ON THAT TYPE'S LETTER RULE HAS PASSED SINCE NH-LAST-SENT-
001100*DATE.  A LETTER HELD BACK FOR AN INCOMPLETE ADDRESS IS NOT SENT
001200*AND SO IS NOT RECORDED HERE.
001300*
001400*LETTER TYPES:
001500*   'OL'  OVER CREDIT LIMIT          (AS CUSTOVER)
001600*   'DM'  ACCOUNT DORMANT            (AS CUSTDORM)
001700*   'PW'  CLOSED ACCOUNT TO BE PURGED (CUSTARCH RETENTION)
001800*   'AD'  MAILING ADDRESS CHANGED    (CUSTMAINT)
001900*   'EM'  EMAIL ADDRESS CHANGED      (CUSTMAINT)
002000*
002100*MODIFICATION HISTORY.
002200*DATE       INIT  DESCRIPTION
002300*2026-10-15  JRH  ORIGINAL COPYBOOK.
002400******************************************************************
002500 01  NOTICE-HISTORY-RECORD.
002600     05  NH-KEY.
002700         10  NH-CUSTOMER-ID          PIC X(10).
002800         10  NH-LETTER-TYPE          PIC X(02).
002900     05  NH-FIRST-SENT-DATE          PIC X(08).
003000     05  NH-LAST-SENT-DATE           PIC X(08).
003100     05  NH-LAST-SENT-TIME           PIC X(06).
003200     05  NH-TIMES-SENT               PIC 9(05).
003300     05  FILLER                      PIC X(21).
003400******************************************************************

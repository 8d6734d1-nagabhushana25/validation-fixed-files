000100******************************************************************
000200*CUSTESCH
000300*UNCLAIMED PROPERTY (ESCHEATMENT) TRACKING RECORD -- ONE PER
000400*CUSTOMER-ID THAT CUSTESCH HAS SENT A DUE-DILIGENCE NOTICE OR
000500*FILED WITH A STATE, HELD ON ITS OWN INDEXED FILE UNDER THE
000600*MASTER'S KEY.
000700*
000800*A CREDIT BALANCE LEFT UNTOUCHED PAST THE DORMANCY PERIOD OF THE
000900*OWNER'S STATE MUST FIRST BE NOTICED TO THE OWNER.  THE ROW IS
001000*WRITTEN WITH ESCH-STATUS 'N' AND THE NOTICE DATE, AND CARRIES
001100*THE LAST-ACTIVITY-DATE THE ACCOUNT HAD WHEN IT WAS NOTICED.  IF
001200*THE OWNER COMES FORWARD (ANY ACTIVITY THAT MOVES THAT DATE) OR
001300*THE CREDIT BALANCE GOES AWAY, THE ROW IS DELETED.  ONCE THE
001400*STATE'S WAITING PERIOD HAS RUN OUT THE ACCOUNT IS FILED: THE ROW
001500*GOES TO ESCH-STATUS 'F' WITH THE AMOUNT TURNED OVER, THE FILING
001600*DATE AND THE REFERENCE NUMBER OF THE CUSTPOST ADJUSTMENT ITEM
001700*THAT TAKES THE BALANCE TO ZERO.  FILED ROWS ARE KEPT AS THE
001800*RECORD OF WHAT WAS REPORTED TO EACH STATE.  WHEN A FILED ACCOUNT
001825*GOES DORMANT AGAIN AND A NEW NOTICE REPLACES ITS ROW, THE FILED
001850*ROW IS FIRST COPIED, IN THIS SAME LAYOUT, TO THE FILED HISTORY
001875*FILE (CUSTESFH), WHICH IS NEVER UPDATED OR PURGED.
001900*
002000*MODIFICATION HISTORY.
002100*DATE       INIT  DESCRIPTION
002200*2026-10-15  JRH  ORIGINAL COPYBOOK.
002250*2026-10-15  JRH  FILED ROWS ARE COPIED TO CUSTESFH BEFORE REUSE.
002300******************************************************************
002400 01  ESCHEAT-TRACKING-RECORD.
002500     05  ESCH-CUSTOMER-ID            PIC X(10).
002600     05  ESCH-STATUS                 PIC X(01).
002700         88  ESCH-NOTICED                        VALUE 'N'.
002800         88  ESCH-FILED                          VALUE 'F'.
002900     05  ESCH-STATE                  PIC X(02).
003000     05  ESCH-AMOUNT                 PIC S9(10)V99 COMP-3.
003100     05  ESCH-LAST-ACTIVITY-DATE     PIC X(08).
003200     05  ESCH-NOTICE-DATE            PIC X(08).
003300     05  ESCH-FILED-DATE             PIC X(08).
003400     05  ESCH-REFERENCE-NUMBER       PIC X(20).
003500     05  FILLER                      PIC X(30).
003600******************************************************************

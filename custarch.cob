001300*THE RETENTION WINDOW IS SUPPLIED ON A ONE-RECORD PARAMETER FILE
001400*SO IT CAN BE CHANGED WITHOUT RECOMPILING -- IF THE FILE IS
001500*MISSING THE BUILT-IN DEFAULT OF 365 DAYS IS USED.
001510*
001520*EVERY PURGE IS ALSO WRITTEN TO THE CHANGE HISTORY FILE AS AN
001530*ARCHIVE-PURGE ROW (ACTION 'X'), BEFORE IMAGE THE RECORD AS IT
001540*LEFT THE MASTER AND AFTER IMAGE SPACES, SO WHATEVER BALANCE THE
001550*CLOSED ACCOUNT STILL CARRIED IS ACCOUNTED FOR BY CUSTBALC AND
001560*PICKED UP BY THE GENERAL LEDGER INTERFACE (CUSTGLJE).
001600*
001700*INSTALLATION.  DATA PROCESSING.
001800*DATE-WRITTEN.   2025-11-21.
002210*2026-01-16  JRH  CHECK CUSTJCTL FOR A CLEAN CUSTMAINT RUN
002220*                 BEFORE ARCHIVING; STAMP OUR OWN COMPLETION
002230*                 ON A CLEAN RUN.
002240*2026-10-15  JRH  WRITE AN ARCHIVE-PURGE ROW TO THE CHANGE
002250*                 HISTORY FOR EVERY PURGED ACCOUNT; TOTAL THE
002260*                 BALANCES PURGED ON THE REPORT.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.    CUSTARCH.
005970         ASSIGN TO CUSTJCTL
005980         ORGANIZATION IS LINE SEQUENTIAL
005990         FILE STATUS IS CR-JCTL-STATUS.
005991
005992     SELECT CHANGE-HISTORY-FILE
005993         ASSIGN TO CUSTCHST
005994         ORGANIZATION IS LINE SEQUENTIAL
005995         FILE STATUS IS CR-HIST-STATUS.
006000******************************************************************
006100 DATA DIVISION.
006200 FILE SECTION.
007860 FD  JOB-CONTROL-FILE
007870     RECORDING MODE IS F.
007880     COPY "custctl.cpy".
007884
007888 FD  CHANGE-HISTORY-FILE
007892     RECORDING MODE IS F.
007896     COPY "custhist.cpy".
007900******************************************************************
008000 WORKING-STORAGE SECTION.
008100 01  CR-FILE-STATUSES.
008400     05  CR-REPORT-STATUS        PIC X(02)   VALUE '00'.
008500     05  CR-PARM-STATUS          PIC X(02)   VALUE '00'.
008510     05  CR-JCTL-STATUS          PIC X(02)   VALUE '00'.
008520     05  CR-HIST-STATUS          PIC X(02)   VALUE '00'.
008600
008700 01  CR-SWITCHES.
008800     05  CR-END-OF-MASTER-SW     PIC X(01)   VALUE 'N'.
009100 01  CR-COUNTERS.
009200     05  CR-RECORDS-READ         PIC 9(07)  COMP  VALUE ZERO.
009300     05  CR-RECORDS-ARCHIVED     PIC 9(07)  COMP  VALUE ZERO.
009310
009320 01  CR-BALANCE-PURGED           PIC S9(12)V99  VALUE ZERO.
009400
009500 01  CR-DATE-FIELDS.
009600     05  CR-TODAY-8              PIC 9(08).
012800         10  FILLER              PIC X(22)
012900             VALUE 'RECORDS ARCHIVED..... '.
013000         10  CR-SUM-ARCHIVED     PIC ZZZ,ZZ9.
013010     05  CR-SUMMARY-LINE-3.
013020         10  FILLER              PIC X(22)
013030             VALUE 'BALANCE PURGED....... '.
013040         10  CR-SUM-BALANCE      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
013050     05  CR-ABORT-LINE.
013060         10  FILLER              PIC X(60)
013070           VALUE 'RUN ABORTED - CUSTMAINT NOT CLEAN SINCE RUN'.
016100     ELSE
016150         OPEN I-O    CUSTOMER-MASTER-FILE
016250         OPEN EXTEND ARCHIVE-FILE
016260                     CHANGE-HISTORY-FILE
016400         MOVE CR-RETENTION-DAYS TO CR-HDG-RETENTION
016500         WRITE ARCHIVE-REPORT-LINE FROM CR-HEADING-1
016600             AFTER ADVANCING TOP-OF-PAGE
019900         NOT INVALID KEY
020000             MOVE 'ARCHIVED AND PURGED' TO CR-DET-RESULT
020100             ADD 1 TO CR-RECORDS-ARCHIVED
020110             ADD ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
020120                 TO CR-BALANCE-PURGED
020130             PERFORM 2200-WRITE-HISTORY
020140                 THRU 2200-WRITE-HISTORY-EXIT
020200     END-DELETE.
020300     WRITE ARCHIVE-REPORT-LINE FROM CR-DETAIL-LINE
020400         AFTER ADVANCING 1 LINE.
020500 2100-ARCHIVE-AND-PURGE-EXIT.
020600     EXIT.
020700******************************************************************
020705 2200-WRITE-HISTORY.
020710     MOVE CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
020715         TO HIST-CUSTOMER-ID.
020720     MOVE RECORD-VERSION OF CUSTOMER-MASTER-RECORD
020725         TO HIST-RECORD-VERSION.
020730     MOVE 'X'             TO HIST-ACTION-CODE.
020735     MOVE CR-TODAY-8      TO HIST-CHANGE-DATE.
020740     MOVE CR-CURRENT-TIME TO HIST-CHANGE-TIME.
020745     MOVE CUSTOMER-MASTER-RECORD TO HIST-BEFORE-IMAGE.
020750     MOVE SPACES          TO HIST-AFTER-IMAGE.
020755     MOVE 'CUSTARCH' TO HIST-OPERATOR-ID.
020760     MOVE 'SYS'      TO HIST-SOURCE-SYSTEM.
020765     WRITE CHANGE-HISTORY-RECORD.
020770 2200-WRITE-HISTORY-EXIT.
020775     EXIT.
020780******************************************************************
020800 2900-READ-MASTER.
020900     READ CUSTOMER-MASTER-FILE NEXT RECORD
021000         AT END
021930     ELSE
022000         MOVE CR-RECORDS-READ     TO CR-SUM-READ
022100         MOVE CR-RECORDS-ARCHIVED TO CR-SUM-ARCHIVED
022110         MOVE CR-BALANCE-PURGED   TO CR-SUM-BALANCE
022200         WRITE ARCHIVE-REPORT-LINE FROM CR-SUMMARY-LINE-1
022300             AFTER ADVANCING 2 LINES
022400         WRITE ARCHIVE-REPORT-LINE FROM CR-SUMMARY-LINE-2
022500             AFTER ADVANCING 1 LINE
022510         WRITE ARCHIVE-REPORT-LINE FROM CR-SUMMARY-LINE-3
022520             AFTER ADVANCING 1 LINE
022600         CLOSE CUSTOMER-MASTER-FILE
022700               ARCHIVE-FILE
022710               CHANGE-HISTORY-FILE
022800               ARCHIVE-REPORT-FILE
022810         PERFORM 3100-STAMP-JOB-CONTROL
022820             THRU 3100-STAMP-JOB-CONTROL-EXIT

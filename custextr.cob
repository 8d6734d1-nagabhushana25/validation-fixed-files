001400*OR STATE ON THE PARAMETER RECORD MEANS "ANY"; IF THE PARAMETER
001500*FILE IS MISSING ALTOGETHER, EVERY AGE, INCOME-RANGE, AND STATE
001600*QUALIFIES.
001610*
001620*HOUSEHOLD MODE (A 'Y' IN PARM-HOUSEHOLD-MODE) SENDS ONE MAILING
001630*PIECE PER HOUSEHOLD: THE CUSTOMERS WHO QUALIFY ARE SORTED BY THE
001640*HOUSEHOLD-ID ON THE HOUSEHOLD CROSS-REFERENCE FILE CUSTHHLD
001650*KEEPS (CUSTHXRF.CPY), AND ONLY THE FIRST QUALIFYING MEMBER OF
001660*EACH HOUSEHOLD (LOWEST CUSTOMER-ID) IS EXTRACTED.  A CUSTOMER
001670*NOT ON THE FILE IS A HOUSEHOLD OF ONE.  THE EXTRACT LAYOUT IS
001680*THE SAME IN BOTH MODES.
001700*
001800*INSTALLATION.  DATA PROCESSING.
001900*DATE-WRITTEN.   2025-11-28.
002310*2026-01-16  JRH  CHECK CUSTJCTL FOR A CLEAN CUSTMAINT RUN
002320*                 BEFORE PRODUCING THE EXTRACT; STAMP OUR OWN
002330*                 COMPLETION ON A CLEAN RUN.
002340*2026-10-15  JRH  ADDED HOUSEHOLD MODE: ONE EXTRACT RECORD PER
002350*                 HOUSEHOLD ON THE CUSTHXRF CROSS-REFERENCE.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.    CUSTEXTR.
006070         ASSIGN TO CUSTJCTL
006080         ORGANIZATION IS LINE SEQUENTIAL
006090         FILE STATUS IS CX-JCTL-STATUS.
006096
006102     SELECT HOUSEHOLD-XREF-FILE
006108         ASSIGN TO CUSTHXRF
006114         ORGANIZATION IS INDEXED
006120         ACCESS MODE IS RANDOM
006126         RECORD KEY IS HHLD-CUSTOMER-ID
006132         ALTERNATE RECORD KEY IS HHLD-HOUSEHOLD-ID
006138             WITH DUPLICATES
006144         ALTERNATE RECORD KEY IS HHLD-ADDRESS-KEY
006150             WITH DUPLICATES
006156         FILE STATUS IS CX-HHLD-STATUS.
006162
006168     SELECT SORT-WORK-FILE
006174         ASSIGN TO SORTWK01.
006180******************************************************************
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  CUSTOMER-MASTER-FILE
008700     05  PARM-MAX-AGE            PIC 9(03).
008800     05  PARM-INCOME-RANGE       PIC X(02).
008900     05  PARM-STATE              PIC X(02).
008910     05  PARM-HOUSEHOLD-MODE     PIC X(01).
008950
008960 FD  JOB-CONTROL-FILE
008970     RECORDING MODE IS F.
008980     COPY "custctl.cpy".
008981
008982 FD  HOUSEHOLD-XREF-FILE
008983     RECORDING MODE IS F.
008984     COPY "custhxrf.cpy".
008985
008986 SD  SORT-WORK-FILE.
008987 01  SORT-WORK-RECORD.
008988     05  SW-HOUSEHOLD-KEY.
008989         10  SW-HOUSEHOLD-TYPE   PIC X(01).
008990         10  SW-HOUSEHOLD-ID     PIC X(10).
008991     05  SW-CUSTOMER-ID          PIC X(10).
008992     05  SW-EXTRACT-IMAGE        PIC X(128).
009000******************************************************************
009100 WORKING-STORAGE SECTION.
009200 01  CX-FILE-STATUSES.
009500     05  CX-REPORT-STATUS        PIC X(02)   VALUE '00'.
009600     05  CX-PARM-STATUS          PIC X(02)   VALUE '00'.
009610     05  CX-JCTL-STATUS          PIC X(02)   VALUE '00'.
009620     05  CX-HHLD-STATUS          PIC X(02)   VALUE '00'.
009700
009800 01  CX-SWITCHES.
009900     05  CX-END-OF-MASTER-SW     PIC X(01)   VALUE 'N'.
010000         88  CX-END-OF-MASTER                VALUE 'Y'.
010010     05  CX-ABORT-SW             PIC X(01)   VALUE 'N'.
010020         88  CX-JOB-ABORTED                   VALUE 'Y'.
010030     05  CX-HOUSEHOLD-MODE-SW    PIC X(01)   VALUE 'N'.
010040         88  CX-HOUSEHOLD-MODE               VALUE 'Y'.
010050     05  CX-HHLD-OPEN-SW         PIC X(01)   VALUE 'N'.
010060         88  CX-HHLD-OPEN                    VALUE 'Y'.
010070     05  CX-END-OF-SORT-SW       PIC X(01)   VALUE 'N'.
010080         88  CX-END-OF-SORT                  VALUE 'Y'.
010100
010200 01  CX-COUNTERS.
010300     05  CX-RECORDS-READ         PIC 9(07)  COMP  VALUE ZERO.
010400     05  CX-RECORDS-EXTRACTED    PIC 9(07)  COMP  VALUE ZERO.
010410     05  CX-MEMBERS-QUALIFIED    PIC 9(07)  COMP  VALUE ZERO.
010420     05  CX-MEMBERS-SUPPRESSED   PIC 9(07)  COMP  VALUE ZERO.
010430
010440 01  CX-PREVIOUS-HOUSEHOLD       PIC X(11)  VALUE LOW-VALUES.
010500
010600 01  CX-SELECTION-CRITERIA.
010700     05  CX-MIN-AGE              PIC 9(03)  VALUE ZERO.
014600         10  FILLER              PIC X(22)
014700             VALUE 'RECORDS EXTRACTED.... '.
014800         10  CX-SUM-EXTRACTED    PIC ZZZ,ZZ9.
014805     05  CX-SUMMARY-LINE-3.
014810         10  FILLER              PIC X(22)
014815             VALUE 'MEMBERS QUALIFIED.... '.
014820         10  CX-SUM-QUALIFIED    PIC ZZZ,ZZ9.
014825     05  CX-SUMMARY-LINE-4.
014830         10  FILLER              PIC X(22)
014835             VALUE 'SAME HOUSEHOLD SKIP.. '.
014845         10  CX-SUM-SUPPRESSED   PIC ZZZ,ZZ9.
014850     05  CX-ABORT-LINE.
014860         10  FILLER              PIC X(60)
014870           VALUE 'RUN ABORTED - CUSTMAINT NOT CLEAN SINCE RUN'.
015300     PERFORM 1000-INITIALIZE
015400         THRU 1000-INITIALIZE-EXIT.
015450     IF NOT CX-JOB-ABORTED
015460         IF CX-HOUSEHOLD-MODE
015470             SORT SORT-WORK-FILE
015480                 ASCENDING KEY SW-HOUSEHOLD-KEY SW-CUSTOMER-ID
015490                 INPUT PROCEDURE IS 2500-SELECT-MEMBERS
015500                     THRU 2500-SELECT-MEMBERS-EXIT
015510                 OUTPUT PROCEDURE IS 4000-WRITE-HOUSEHOLDS
015520                     THRU 4000-WRITE-HOUSEHOLDS-EXIT
015530         ELSE
015540             PERFORM 2000-PROCESS-RECORD
015550                 THRU 2000-PROCESS-RECORD-EXIT
015560                 UNTIL CX-END-OF-MASTER
015570         END-IF
015750     END-IF.
015800     PERFORM 3000-TERMINATE
015900         THRU 3000-TERMINATE-EXIT.
017200             MOVE PARM-MAX-AGE      TO CX-MAX-AGE
017300             MOVE PARM-INCOME-RANGE TO CX-INCOME-RANGE
017400             MOVE PARM-STATE        TO CX-STATE
017410             MOVE PARM-HOUSEHOLD-MODE TO CX-HOUSEHOLD-MODE-SW
017500         END-IF
017600     END-IF.
017700     CLOSE SEGMENT-PARM-FILE.
017800     ELSE
017810         OPEN INPUT  CUSTOMER-MASTER-FILE
017900              OUTPUT DEMOGRAPHIC-EXTRACT-FILE
017910         IF CX-HOUSEHOLD-MODE
017920             OPEN INPUT HOUSEHOLD-XREF-FILE
017930             IF CX-HHLD-STATUS = '00'
017940                 MOVE 'Y' TO CX-HHLD-OPEN-SW
017950             END-IF
017960         END-IF
018100         MOVE CX-MIN-AGE      TO CX-HDG-MIN-AGE
018200         MOVE CX-MAX-AGE      TO CX-HDG-MAX-AGE
018300         MOVE CX-INCOME-RANGE TO CX-HDG-INCOME
020600              OR CX-INCOME-RANGE = INCOME-RANGE)
020700         AND (CX-STATE = SPACES
020800              OR CX-STATE = STATE OF ADDRESS-INFO)
020810         IF CX-HOUSEHOLD-MODE
020820             PERFORM 2600-RELEASE-MEMBER
020830                 THRU 2600-RELEASE-MEMBER-EXIT
020840         ELSE
020850             PERFORM 2100-WRITE-EXTRACT-RECORD
020860                 THRU 2100-WRITE-EXTRACT-RECORD-EXIT
020870         END-IF
021100     END-IF.
021200     PERFORM 2900-READ-MASTER
021300         THRU 2900-READ-MASTER-EXIT.
021500     EXIT.
021600******************************************************************
021700 2100-WRITE-EXTRACT-RECORD.
021710     PERFORM 2150-BUILD-EXTRACT-RECORD
021720         THRU 2150-BUILD-EXTRACT-RECORD-EXIT.
021730     WRITE DEMOGRAPHIC-EXTRACT-RECORD.
021740     ADD 1 TO CX-RECORDS-EXTRACTED.
021750 2100-WRITE-EXTRACT-RECORD-EXIT.
021760     EXIT.
021770******************************************************************
021780 2150-BUILD-EXTRACT-RECORD.
021800     MOVE CUSTOMER-ID    TO EXT-CUSTOMER-ID.
021900     MOVE FIRST-NAME     TO EXT-FIRST-NAME.
022000     MOVE LAST-NAME      TO EXT-LAST-NAME.
022400     MOVE STATE OF ADDRESS-INFO
022500                         TO EXT-STATE.
022600     MOVE ZIP-CODE       TO EXT-ZIP-CODE.
022610 2150-BUILD-EXTRACT-RECORD-EXIT.
022620     EXIT.
022630******************************************************************
022640 2500-SELECT-MEMBERS.
022650     PERFORM 2000-PROCESS-RECORD
022660         THRU 2000-PROCESS-RECORD-EXIT
022670         UNTIL CX-END-OF-MASTER.
022680 2500-SELECT-MEMBERS-EXIT.
022690     EXIT.
022700******************************************************************
022710*A CUSTOMER WITH NO CROSS-REFERENCE ROW SORTS AS A HOUSEHOLD OF
022720*ITS OWN, KEYED ON ITS CUSTOMER-ID UNDER TYPE 'C' SO IT CAN NEVER
022730*RUN TOGETHER WITH A REAL HOUSEHOLD.
022740******************************************************************
022750 2600-RELEASE-MEMBER.
022760     ADD 1 TO CX-MEMBERS-QUALIFIED.
022770     MOVE 'C' TO SW-HOUSEHOLD-TYPE.
022780     MOVE CUSTOMER-ID TO SW-HOUSEHOLD-ID.
022790     IF CX-HHLD-OPEN
022800         MOVE CUSTOMER-ID TO HHLD-CUSTOMER-ID
022810         READ HOUSEHOLD-XREF-FILE
022820             INVALID KEY
022830                 CONTINUE
022840             NOT INVALID KEY
022850                 MOVE 'H' TO SW-HOUSEHOLD-TYPE
022860                 MOVE HHLD-HOUSEHOLD-ID TO SW-HOUSEHOLD-ID
022870         END-READ
022880     END-IF.
022890     MOVE CUSTOMER-ID TO SW-CUSTOMER-ID.
022900     PERFORM 2150-BUILD-EXTRACT-RECORD
022910         THRU 2150-BUILD-EXTRACT-RECORD-EXIT.
022920     MOVE DEMOGRAPHIC-EXTRACT-RECORD TO SW-EXTRACT-IMAGE.
022930     RELEASE SORT-WORK-RECORD.
022940 2600-RELEASE-MEMBER-EXIT.
022950     EXIT.
023100******************************************************************
023200 2900-READ-MASTER.
023300     READ CUSTOMER-MASTER-FILE NEXT RECORD
024700             AFTER ADVANCING 2 LINES
024800         WRITE EXTRACT-REPORT-LINE FROM CX-SUMMARY-LINE-2
024900             AFTER ADVANCING 1 LINE
024908         IF CX-HOUSEHOLD-MODE
024916             MOVE CX-MEMBERS-QUALIFIED  TO CX-SUM-QUALIFIED
024924             MOVE CX-MEMBERS-SUPPRESSED TO CX-SUM-SUPPRESSED
024932             WRITE EXTRACT-REPORT-LINE FROM CX-SUMMARY-LINE-3
024940                 AFTER ADVANCING 1 LINE
024948             WRITE EXTRACT-REPORT-LINE FROM CX-SUMMARY-LINE-4
024956                 AFTER ADVANCING 1 LINE
024964         END-IF
024972         IF CX-HHLD-OPEN
024980             CLOSE HOUSEHOLD-XREF-FILE
024988         END-IF
025000         CLOSE CUSTOMER-MASTER-FILE
025010               DEMOGRAPHIC-EXTRACT-FILE
025100               EXTRACT-REPORT-FILE
025470 3100-STAMP-JOB-CONTROL-EXIT.
025480     EXIT.
025490******************************************************************
025500 4000-WRITE-HOUSEHOLDS.
025510     RETURN SORT-WORK-FILE
025520         AT END
025530             MOVE 'Y' TO CX-END-OF-SORT-SW
025540     END-RETURN.
025550     PERFORM 4100-PROCESS-SORTED-RECORD
025560         THRU 4100-PROCESS-SORTED-RECORD-EXIT
025570         UNTIL CX-END-OF-SORT.
025580 4000-WRITE-HOUSEHOLDS-EXIT.
025590     EXIT.
025600******************************************************************
025610 4100-PROCESS-SORTED-RECORD.
025620     IF SW-HOUSEHOLD-KEY = CX-PREVIOUS-HOUSEHOLD
025630         ADD 1 TO CX-MEMBERS-SUPPRESSED
025640     ELSE
025650         MOVE SW-HOUSEHOLD-KEY TO CX-PREVIOUS-HOUSEHOLD
025660         MOVE SW-EXTRACT-IMAGE TO DEMOGRAPHIC-EXTRACT-RECORD
025670         WRITE DEMOGRAPHIC-EXTRACT-RECORD
025680         ADD 1 TO CX-RECORDS-EXTRACTED
025690     END-IF.
025700     RETURN SORT-WORK-FILE
025710         AT END
025720             MOVE 'Y' TO CX-END-OF-SORT-SW
025730     END-RETURN.
025740 4100-PROCESS-SORTED-RECORD-EXIT.
025750     EXIT.
025760******************************************************************

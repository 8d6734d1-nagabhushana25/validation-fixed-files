000100******************************************************************
000200*CUSTHHLD
000300*HOUSEHOLD ASSIGNMENT RUN AND HOUSEHOLD EXPOSURE REPORT
000400*
000500*GROUPS THE OPEN AND INACTIVE CUSTOMERS ON THE MASTER INTO
000600*HOUSEHOLDS -- EVERYONE AT THE SAME NORMALIZED STREET-ADDRESS,
000700*CITY, STATE AND ZIP-CODE -- AND KEEPS THE RESULT ON THE
000800*HOUSEHOLD CROSS-REFERENCE FILE (CUSTHXRF.CPY), WHICH CUSTSTMT
000900*AND CUSTEXTR READ IN HOUSEHOLD MODE TO MAIL ONE ENVELOPE OR ONE
001000*PIECE PER HOUSEHOLD.
001100*
001200*EVERY CUSTOMER IS RELEASED TO A SORT ON ITS NORMALIZED ADDRESS
001300*KEY (SEE 2200-BUILD-ADDRESS-KEY).  ON THE WAY BACK, THE FIRST
001400*MEMBER OF EACH ADDRESS LOOKS FOR A ROW ALREADY ON FILE WITH THE
001500*SAME KEY AND TAKES ITS HOUSEHOLD-ID, SO A HOUSEHOLD KEEPS ITS ID
001600*FROM RUN TO RUN AS MEMBERS COME AND GO; AN ADDRESS NEVER SEEN
001700*BEFORE IS GIVEN THE NEXT NUMBER.  EVERY MEMBER'S ROW IS THEN
001800*WRITTEN OR REWRITTEN AND STAMPED WITH TODAY'S DATE, AND ANY ROW
001900*NOT STAMPED BY THIS RUN (A CUSTOMER SINCE CLOSED OR DELETED) IS
002000*DELETED AT THE END.  A CUSTOMER WITH NO STREET-ADDRESS OR
002100*ZIP-CODE CANNOT BE HOUSEHOLDED AND IS LEFT OFF THE FILE.
002200*
002300*THE SAME PASS PRINTS THE HOUSEHOLD EXPOSURE REPORT FOR RISK:
002400*EVERY HOUSEHOLD OF TWO OR MORE, ITS MEMBERS, AND THE TOTAL
002500*ACCOUNT-BALANCE AGAINST THE TOTAL CREDIT-LIMIT ACROSS THEM,
002600*FLAGGED WHEN THE HOUSEHOLD AS A WHOLE IS OVER ITS COMBINED
002700*LIMIT.  AT MOST 20 MEMBERS ARE LISTED PER HOUSEHOLD; THE TOTALS
002800*ALWAYS COVER THEM ALL.
002900*
002914*HOUSEHOLD NUMBERS ARE NEVER REUSED.  THE HIGHEST NUMBER EVER
002928*GIVEN OUT IS KEPT ON A ONE-RECORD HOUSEHOLD CONTROL FILE, SO A
002942*NUMBER WHOSE LAST MEMBER HAS GONE IS NOT HANDED TO A NEW ADDRESS.
002956*A CROSS-REFERENCE ROW THAT CANNOT BE WRITTEN, REWRITTEN OR
002970*DELETED IS LISTED ON THE EXPOSURE REPORT AND COUNTED AS FAILED.
002984*
003000*INSTALLATION.  DATA PROCESSING.
003100*DATE-WRITTEN.   2026-10-15.
003200*
003300*MODIFICATION HISTORY.
003400*DATE       INIT  DESCRIPTION
003500*2026-10-15  JRH  ORIGINAL PROGRAM.
003533*2026-10-15  JRH  KEEP HIGH HOUSEHOLD NUMBER ON CONTROL FILE.
003566*2026-10-15  JRH  REPORT CROSS-REFERENCE ROWS NOT STORED.
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID.    CUSTHHLD.
003900 AUTHOR.        J R HALVORSEN.
004000 INSTALLATION.  DATA PROCESSING.
004100 DATE-WRITTEN.  2026-10-15.
004200 DATE-COMPILED.
004300******************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.   IBM-370.
004700 OBJECT-COMPUTER.   IBM-370.
004800 SPECIAL-NAMES.
004900     C01 IS TOP-OF-PAGE.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT CUSTOMER-MASTER-FILE
005300         ASSIGN TO CUSTMAST
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
005700         ALTERNATE RECORD KEY IS ALT-NAME-STATE-KEY OF
005800             CUSTOMER-MASTER-RECORD WITH DUPLICATES
005900         FILE STATUS IS HH-MASTER-STATUS.
006000
006100     SELECT HOUSEHOLD-XREF-FILE
006200         ASSIGN TO CUSTHXRF
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS HHLD-CUSTOMER-ID
006600         ALTERNATE RECORD KEY IS HHLD-HOUSEHOLD-ID
006700             WITH DUPLICATES
006800         ALTERNATE RECORD KEY IS HHLD-ADDRESS-KEY
006900             WITH DUPLICATES
007000         FILE STATUS IS HH-XREF-STATUS.
007100
007200     SELECT EXPOSURE-REPORT-FILE
007300         ASSIGN TO CUSTHRPT
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS HH-REPORT-STATUS.
007600
007620     SELECT HOUSEHOLD-CONTROL-FILE
007640         ASSIGN TO CUSTHCTL
007660         ORGANIZATION IS LINE SEQUENTIAL
007680         FILE STATUS IS HH-CONTROL-STATUS.
007700     SELECT SORT-WORK-FILE
007800         ASSIGN TO SORTWK01.
007900******************************************************************
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  CUSTOMER-MASTER-FILE
008300     RECORDING MODE IS F.
008400     COPY "customer_master.cob".
008500
008600 FD  HOUSEHOLD-XREF-FILE
008700     RECORDING MODE IS F.
008800     COPY "custhxrf.cpy".
008900
009000 FD  EXPOSURE-REPORT-FILE.
009100 01  EXPOSURE-REPORT-LINE        PIC X(132).
009200
009214 FD  HOUSEHOLD-CONTROL-FILE
009228     RECORDING MODE IS F.
009242 01  HOUSEHOLD-CONTROL-RECORD.
009256     05  HCTL-HIGH-NUMBER        PIC 9(09).
009270     05  HCTL-UPDATED-DATE       PIC X(08).
009284     05  FILLER                  PIC X(63).
009300 SD  SORT-WORK-FILE.
009400 01  SORT-WORK-RECORD.
009500     05  SW-ADDRESS-KEY          PIC X(72).
009600     05  SW-CUSTOMER-ID          PIC X(10).
009700     05  SW-LAST-NAME            PIC X(20).
009800     05  SW-FIRST-NAME           PIC X(20).
009900     05  SW-STREET-ADDRESS       PIC X(40).
010000     05  SW-CITY                 PIC X(25).
010100     05  SW-STATE                PIC X(02).
010200     05  SW-ZIP-CODE             PIC X(10).
010300     05  SW-ACCOUNT-STATUS       PIC X(01).
010400     05  SW-ACCOUNT-BALANCE      PIC S9(10)V99 COMP-3.
010500     05  SW-CREDIT-LIMIT         PIC S9(08)V99 COMP-3.
010600******************************************************************
010700 WORKING-STORAGE SECTION.
010800 01  HH-FILE-STATUSES.
010900     05  HH-MASTER-STATUS        PIC X(02)   VALUE '00'.
011000     05  HH-XREF-STATUS          PIC X(02)   VALUE '00'.
011100     05  HH-REPORT-STATUS        PIC X(02)   VALUE '00'.
011150     05  HH-CONTROL-STATUS       PIC X(02)   VALUE '00'.
011200
011300 01  HH-SWITCHES.
011400     05  HH-END-OF-MASTER-SW     PIC X(01)   VALUE 'N'.
011500         88  HH-END-OF-MASTER                VALUE 'Y'.
011600     05  HH-END-OF-SORT-SW       PIC X(01)   VALUE 'N'.
011700         88  HH-END-OF-SORT                  VALUE 'Y'.
011800     05  HH-END-OF-XREF-SW       PIC X(01)   VALUE 'N'.
011900         88  HH-END-OF-XREF                  VALUE 'Y'.
012000     05  HH-FIRST-RECORD-SW      PIC X(01)   VALUE 'Y'.
012100         88  HH-FIRST-RECORD                 VALUE 'Y'.
012200     05  HH-ROW-FOUND-SW         PIC X(01)   VALUE 'N'.
012300         88  HH-ROW-FOUND                    VALUE 'Y'.
012333     05  HH-MEMBER-MOVED-SW      PIC X(01)   VALUE 'N'.
012366         88  HH-MEMBER-MOVED                 VALUE 'Y'.
012400
012500 01  HH-COUNTERS.
012600     05  HH-RECORDS-READ         PIC 9(07)  COMP  VALUE ZERO.
012700     05  HH-CLOSED-SKIPPED       PIC 9(07)  COMP  VALUE ZERO.
012800     05  HH-INCOMPLETE-SKIPPED   PIC 9(07)  COMP  VALUE ZERO.
012900     05  HH-MEMBERS-ASSIGNED     PIC 9(07)  COMP  VALUE ZERO.
013000     05  HH-MEMBERS-MOVED        PIC 9(07)  COMP  VALUE ZERO.
013100     05  HH-HOUSEHOLDS           PIC 9(07)  COMP  VALUE ZERO.
013200     05  HH-MULTI-HOUSEHOLDS     PIC 9(07)  COMP  VALUE ZERO.
013300     05  HH-NEW-HOUSEHOLDS       PIC 9(07)  COMP  VALUE ZERO.
013400     05  HH-OVER-LIMIT-HOUSEHOLDS
013500                                 PIC 9(07)  COMP  VALUE ZERO.
013600     05  HH-STALE-DELETED        PIC 9(07)  COMP  VALUE ZERO.
013650     05  HH-XREF-FAILURES        PIC 9(07)  COMP  VALUE ZERO.
013700
013800 01  HH-CURRENT-DATE             PIC X(08).
013900
014000 01  HH-HOUSEHOLD-NUMBERS.
014100     05  HH-HIGH-NUMBER          PIC 9(09)  VALUE ZERO.
014200     05  HH-CURRENT-HOUSEHOLD.
014300         10  HH-CUR-PREFIX       PIC X(01).
014400         10  HH-CUR-NUMBER       PIC 9(09).
014500
014600*THE NORMALIZED ADDRESS KEY, BUILT ONE PIECE AT A TIME.
014700 01  HH-KEY-FIELDS.
014800     05  HH-BUILT-KEY.
014900         10  HH-KEY-STREET       PIC X(40).
015000         10  HH-KEY-CITY         PIC X(25).
015100         10  HH-KEY-STATE        PIC X(02).
015200         10  HH-KEY-ZIP          PIC X(05).
015300     05  HH-PREVIOUS-KEY         PIC X(72).
015400     05  HH-FOLD-STREET          PIC X(40).
015500     05  HH-FOLD-CITY            PIC X(25).
015600     05  HH-SCAN-SUB             PIC 9(02)  COMP  VALUE ZERO.
015700     05  HH-OUT-SUB              PIC 9(02)  COMP  VALUE ZERO.
015800     05  HH-LOWER-CASE           PIC X(26)
015900         VALUE 'abcdefghijklmnopqrstuvwxyz'.
016000     05  HH-UPPER-CASE           PIC X(26)
016100         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
016200
016300*THE HOUSEHOLD BEING ACCUMULATED.  MEMBERS PAST THE 20TH STILL
016400*COUNT IN THE TOTALS BUT ARE NOT LISTED.
016500 01  HH-GROUP-FIELDS.
016600     05  HH-GROUP-MEMBERS        PIC 9(05)  COMP  VALUE ZERO.
016700     05  HH-GROUP-BALANCE        PIC S9(12)V99    VALUE ZERO.
016800     05  HH-GROUP-LIMIT          PIC S9(12)V99    VALUE ZERO.
016900     05  HH-GROUP-AVAILABLE      PIC S9(12)V99    VALUE ZERO.
017000     05  HH-GROUP-STREET         PIC X(40).
017100     05  HH-GROUP-CITY           PIC X(25).
017200     05  HH-GROUP-STATE          PIC X(02).
017300     05  HH-GROUP-ZIP            PIC X(10).
017400     05  HH-MEMBER-SUB           PIC 9(05)  COMP  VALUE ZERO.
017500     05  HH-MEMBER-ENTRY         OCCURS 20 TIMES.
017600         10  HH-MBR-CUSTOMER-ID  PIC X(10).
017700         10  HH-MBR-LAST-NAME    PIC X(20).
017800         10  HH-MBR-FIRST-NAME   PIC X(20).
017900         10  HH-MBR-STATUS       PIC X(01).
018000         10  HH-MBR-BALANCE      PIC S9(10)V99 COMP-3.
018100         10  HH-MBR-LIMIT        PIC S9(08)V99 COMP-3.
018200
018300 01  HH-GRAND-TOTALS.
018400     05  HH-TOTAL-BALANCE        PIC S9(12)V99    VALUE ZERO.
018500     05  HH-TOTAL-LIMIT          PIC S9(12)V99    VALUE ZERO.
018600
018700 01  HH-REPORT-LINES.
018800     05  HH-HEADING-1.
018900         10  FILLER              PIC X(40)
019000             VALUE 'HOUSEHOLD EXPOSURE REPORT'.
019100         10  FILLER              PIC X(10)  VALUE 'RUN DATE: '.
019200         10  HH-HDG-DATE         PIC X(08).
019300     05  HH-HEADING-2.
019400         10  FILLER              PIC X(30)
019500             VALUE 'HOUSEHOLDS OF TWO OR MORE -- '.
019600         10  FILLER              PIC X(30)
019700             VALUE 'BALANCE AGAINST CREDIT LIMIT'.
019800     05  HH-HOUSEHOLD-LINE.
019900         10  FILLER              PIC X(11)  VALUE 'HOUSEHOLD: '.
020000         10  HH-HHL-ID           PIC X(10).
020100         10  FILLER              PIC X(02)  VALUE SPACES.
020200         10  HH-HHL-STREET       PIC X(40).
020300         10  FILLER              PIC X(01)  VALUE SPACE.
020400         10  HH-HHL-CITY         PIC X(25).
020500         10  FILLER              PIC X(01)  VALUE SPACE.
020600         10  HH-HHL-STATE        PIC X(02).
020700         10  FILLER              PIC X(01)  VALUE SPACE.
020800         10  HH-HHL-ZIP          PIC X(10).
020900     05  HH-MEMBER-LINE.
021000         10  FILLER              PIC X(04)  VALUE SPACES.
021100         10  HH-MBL-CUSTOMER-ID  PIC X(10).
021200         10  FILLER              PIC X(02)  VALUE SPACES.
021300         10  HH-MBL-LAST-NAME    PIC X(20).
021400         10  FILLER              PIC X(01)  VALUE SPACE.
021500         10  HH-MBL-FIRST-NAME   PIC X(20).
021600         10  FILLER              PIC X(02)  VALUE SPACES.
021700         10  HH-MBL-STATUS       PIC X(01).
021800         10  FILLER              PIC X(02)  VALUE SPACES.
021900         10  HH-MBL-BALANCE      PIC Z,ZZZ,ZZZ,ZZ9.99-.
022000         10  FILLER              PIC X(02)  VALUE SPACES.
022100         10  HH-MBL-LIMIT        PIC ZZ,ZZZ,ZZ9.99-.
022200     05  HH-MORE-LINE.
022300         10  FILLER              PIC X(04)  VALUE SPACES.
022400         10  FILLER              PIC X(04)  VALUE '... '.
022500         10  HH-MOR-COUNT        PIC ZZ,ZZ9.
022600         10  FILLER              PIC X(30)
022700             VALUE ' MORE MEMBERS NOT LISTED'.
022708     05  HH-ERROR-LINE.
022716         10  FILLER              PIC X(04)  VALUE SPACES.
022724         10  FILLER              PIC X(16)
022728             VALUE 'CROSS-REFERENCE '.
022732         10  HH-ERR-ACTION       PIC X(07).
022740         10  FILLER              PIC X(19)
022748             VALUE ' FAILED - CUSTOMER '.
022756         10  HH-ERR-CUSTOMER-ID  PIC X(10).
022764         10  FILLER              PIC X(11)  VALUE ' HOUSEHOLD '.
022772         10  HH-ERR-HOUSEHOLD    PIC X(10).
022780         10  FILLER              PIC X(08)  VALUE ' STATUS '.
022788         10  HH-ERR-STATUS       PIC X(02).
022800     05  HH-TOTAL-LINE.
022900         10  FILLER              PIC X(04)  VALUE SPACES.
023000         10  FILLER              PIC X(09)  VALUE 'MEMBERS: '.
023100         10  HH-TOT-MEMBERS      PIC ZZ,ZZ9.
023200         10  FILLER              PIC X(11)  VALUE '  BALANCE: '.
023300         10  HH-TOT-BALANCE      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
023400         10  FILLER              PIC X(09)  VALUE '  LIMIT: '.
023500         10  HH-TOT-LIMIT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
023600         10  FILLER              PIC X(13)  VALUE '  AVAILABLE: '.
023700         10  HH-TOT-AVAILABLE    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
023800         10  FILLER              PIC X(02)  VALUE SPACES.
023900         10  HH-TOT-FLAG         PIC X(10).
024000     05  HH-SUMMARY-LINE-1.
024100         10  FILLER              PIC X(22)
024200             VALUE 'RECORDS READ......... '.
024300         10  HH-SUM-READ         PIC ZZZ,ZZ9.
024400     05  HH-SUMMARY-LINE-2.
024500         10  FILLER              PIC X(22)
024600             VALUE 'CLOSED SKIPPED....... '.
024700         10  HH-SUM-CLOSED       PIC ZZZ,ZZ9.
024800     05  HH-SUMMARY-LINE-3.
024900         10  FILLER              PIC X(22)
025000             VALUE 'NO ADDRESS SKIPPED... '.
025100         10  HH-SUM-INCOMPLETE   PIC ZZZ,ZZ9.
025200     05  HH-SUMMARY-LINE-4.
025300         10  FILLER              PIC X(22)
025400             VALUE 'MEMBERS ASSIGNED..... '.
025500         10  HH-SUM-ASSIGNED     PIC ZZZ,ZZ9.
025600     05  HH-SUMMARY-LINE-5.
025700         10  FILLER              PIC X(22)
025800             VALUE 'MEMBERS MOVED........ '.
025900         10  HH-SUM-MOVED        PIC ZZZ,ZZ9.
026000     05  HH-SUMMARY-LINE-6.
026100         10  FILLER              PIC X(22)
026200             VALUE 'HOUSEHOLDS........... '.
026300         10  HH-SUM-HOUSEHOLDS   PIC ZZZ,ZZ9.
026400     05  HH-SUMMARY-LINE-7.
026500         10  FILLER              PIC X(22)
026600             VALUE 'TWO OR MORE MEMBERS.. '.
026700         10  HH-SUM-MULTI        PIC ZZZ,ZZ9.
026800     05  HH-SUMMARY-LINE-8.
026900         10  FILLER              PIC X(22)
027000             VALUE 'NEW HOUSEHOLD IDS.... '.
027100         10  HH-SUM-NEW          PIC ZZZ,ZZ9.
027200     05  HH-SUMMARY-LINE-9.
027300         10  FILLER              PIC X(22)
027400             VALUE 'OVER COMBINED LIMIT.. '.
027500         10  HH-SUM-OVER         PIC ZZZ,ZZ9.
027600     05  HH-SUMMARY-LINE-10.
027700         10  FILLER              PIC X(22)
027800             VALUE 'STALE ROWS DELETED... '.
027900         10  HH-SUM-STALE        PIC ZZZ,ZZ9.
028000     05  HH-SUMMARY-LINE-11.
028100         10  FILLER              PIC X(22)
028200             VALUE 'TOTAL BALANCE........ '.
028300         10  HH-SUM-BALANCE      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
028400     05  HH-SUMMARY-LINE-12.
028500         10  FILLER              PIC X(22)
028600             VALUE 'TOTAL CREDIT LIMIT... '.
028700         10  HH-SUM-LIMIT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
028720     05  HH-SUMMARY-LINE-13.
028740         10  FILLER              PIC X(22)
028760             VALUE 'XREF ROWS FAILED..... '.
028780         10  HH-SUM-FAILED       PIC ZZZ,ZZ9.
028800******************************************************************
028900 PROCEDURE DIVISION.
029000******************************************************************
029100 0000-MAINLINE.
029200     PERFORM 1000-INITIALIZE
029300         THRU 1000-INITIALIZE-EXIT.
029400     SORT SORT-WORK-FILE
029500         ASCENDING KEY SW-ADDRESS-KEY SW-CUSTOMER-ID
029600         INPUT PROCEDURE IS 2000-SELECT-CUSTOMERS
029700             THRU 2000-SELECT-CUSTOMERS-EXIT
029800         OUTPUT PROCEDURE IS 4000-ASSIGN-HOUSEHOLDS
029900             THRU 4000-ASSIGN-HOUSEHOLDS-EXIT.
030000     PERFORM 5000-DELETE-STALE-ROWS
030100         THRU 5000-DELETE-STALE-ROWS-EXIT.
030200     PERFORM 6000-TERMINATE
030300         THRU 6000-TERMINATE-EXIT.
030400     GOBACK.
030500******************************************************************
030600 1000-INITIALIZE.
030700     ACCEPT HH-CURRENT-DATE FROM DATE YYYYMMDD.
030800     OPEN I-O HOUSEHOLD-XREF-FILE.
030900     IF HH-XREF-STATUS = '35'
031000         OPEN OUTPUT HOUSEHOLD-XREF-FILE
031100         CLOSE HOUSEHOLD-XREF-FILE
031200         OPEN I-O HOUSEHOLD-XREF-FILE
031300     END-IF.
031333     PERFORM 1050-READ-CONTROL
031366         THRU 1050-READ-CONTROL-EXIT.
031400     PERFORM 1100-FIND-HIGH-NUMBER
031500         THRU 1100-FIND-HIGH-NUMBER-EXIT
031600         UNTIL HH-END-OF-XREF.
031700     OPEN INPUT  CUSTOMER-MASTER-FILE
031800          OUTPUT EXPOSURE-REPORT-FILE.
031900     MOVE HH-CURRENT-DATE TO HH-HDG-DATE.
032000     WRITE EXPOSURE-REPORT-LINE FROM HH-HEADING-1
032100         AFTER ADVANCING TOP-OF-PAGE.
032200     WRITE EXPOSURE-REPORT-LINE FROM HH-HEADING-2
032300         AFTER ADVANCING 1 LINE.
032400 1000-INITIALIZE-EXIT.
032500     EXIT.
032600******************************************************************
032616*THE CONTROL FILE HOLDS THE HIGHEST HOUSEHOLD NUMBER EVER GIVEN
032632*OUT.  A MISSING FILE (THE FIRST RUN) LEAVES IT AT ZERO.
032648******************************************************************
032664 1050-READ-CONTROL.
032680     MOVE SPACES TO HOUSEHOLD-CONTROL-RECORD.
032696     OPEN INPUT HOUSEHOLD-CONTROL-FILE.
032712     IF HH-CONTROL-STATUS = '00'
032728         READ HOUSEHOLD-CONTROL-FILE
032744             AT END
032760                 CONTINUE
032776         END-READ
032792         CLOSE HOUSEHOLD-CONTROL-FILE
032808     END-IF.
032824     IF HCTL-HIGH-NUMBER NUMERIC
032840         MOVE HCTL-HIGH-NUMBER TO HH-HIGH-NUMBER
032856     END-IF.
032872 1050-READ-CONTROL-EXIT.
032888     EXIT.
032904******************************************************************
032920*HOUSEHOLD NUMBERS ARE NEVER REUSED: THE NEXT NEW HOUSEHOLD GETS
032936*ONE MORE THAN THE HIGHER OF THE CONTROL FILE'S NUMBER AND THE
032952*HIGHEST NUMBER STILL ON FILE, SO A RUN THAT ENDED BEFORE THE
032968*CONTROL FILE WAS WRITTEN CANNOT GIVE A NUMBER OUT TWICE.
032984******************************************************************
033000 1100-FIND-HIGH-NUMBER.
033100     READ HOUSEHOLD-XREF-FILE NEXT RECORD
033200         AT END
033300             MOVE 'Y' TO HH-END-OF-XREF-SW
033400     END-READ.
033500     IF NOT HH-END-OF-XREF
033600         IF HHLD-HOUSEHOLD-NUMBER NUMERIC
033700             AND HHLD-HOUSEHOLD-NUMBER > HH-HIGH-NUMBER
033800             MOVE HHLD-HOUSEHOLD-NUMBER TO HH-HIGH-NUMBER
033900         END-IF
034000     END-IF.
034100 1100-FIND-HIGH-NUMBER-EXIT.
034200     EXIT.
034300******************************************************************
034400 2000-SELECT-CUSTOMERS.
034500     PERFORM 2900-READ-MASTER
034600         THRU 2900-READ-MASTER-EXIT.
034700     PERFORM 2100-RELEASE-CUSTOMER
034800         THRU 2100-RELEASE-CUSTOMER-EXIT
034900         UNTIL HH-END-OF-MASTER.
035000 2000-SELECT-CUSTOMERS-EXIT.
035100     EXIT.
035200******************************************************************
035300 2100-RELEASE-CUSTOMER.
035400     IF ACCOUNT-STATUS OF CUSTOMER-MASTER-RECORD = 'C'
035500         ADD 1 TO HH-CLOSED-SKIPPED
035600         GO TO 2100-NEXT-CUSTOMER
035700     END-IF.
035800     IF STREET-ADDRESS OF CUSTOMER-MASTER-RECORD = SPACES
035900         OR ZIP-CODE OF CUSTOMER-MASTER-RECORD = SPACES
036000         ADD 1 TO HH-INCOMPLETE-SKIPPED
036100         GO TO 2100-NEXT-CUSTOMER
036200     END-IF.
036300     PERFORM 2200-BUILD-ADDRESS-KEY
036400         THRU 2200-BUILD-ADDRESS-KEY-EXIT.
036500     MOVE HH-BUILT-KEY TO SW-ADDRESS-KEY.
036600     MOVE CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
036700         TO SW-CUSTOMER-ID.
036800     MOVE LAST-NAME OF CUSTOMER-MASTER-RECORD
036900         TO SW-LAST-NAME.
037000     MOVE FIRST-NAME OF CUSTOMER-MASTER-RECORD
037100         TO SW-FIRST-NAME.
037200     MOVE STREET-ADDRESS OF CUSTOMER-MASTER-RECORD
037300         TO SW-STREET-ADDRESS.
037400     MOVE CITY OF CUSTOMER-MASTER-RECORD
037500         TO SW-CITY.
037600     MOVE STATE OF CUSTOMER-MASTER-RECORD
037700         TO SW-STATE.
037800     MOVE ZIP-CODE OF CUSTOMER-MASTER-RECORD
037900         TO SW-ZIP-CODE.
038000     MOVE ACCOUNT-STATUS OF CUSTOMER-MASTER-RECORD
038100         TO SW-ACCOUNT-STATUS.
038200     MOVE ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
038300         TO SW-ACCOUNT-BALANCE.
038400     MOVE CREDIT-LIMIT OF CUSTOMER-MASTER-RECORD
038500         TO SW-CREDIT-LIMIT.
038600     RELEASE SORT-WORK-RECORD.
038700 2100-NEXT-CUSTOMER.
038800     PERFORM 2900-READ-MASTER
038900         THRU 2900-READ-MASTER-EXIT.
039000 2100-RELEASE-CUSTOMER-EXIT.
039100     EXIT.
039200******************************************************************
039300*THE KEY IS STREET-ADDRESS AND CITY IN UPPER CASE WITH ONLY
039400*THEIR LETTERS AND DIGITS KEPT, SO '12 ELM ST.' AND '12 Elm St'
039500*AND '12  ELM ST' ALL LAND TOGETHER, THEN STATE AND THE FIRST
039600*FIVE OF ZIP-CODE.  A UNIT NUMBER IS PART OF THE STREET, SO TWO
039700*APARTMENTS IN ONE BUILDING ARE TWO HOUSEHOLDS.
039800******************************************************************
039900 2200-BUILD-ADDRESS-KEY.
040000     MOVE SPACES TO HH-BUILT-KEY.
040100     MOVE STREET-ADDRESS OF CUSTOMER-MASTER-RECORD
040200         TO HH-FOLD-STREET.
040300     MOVE CITY OF CUSTOMER-MASTER-RECORD
040400         TO HH-FOLD-CITY.
040500     INSPECT HH-FOLD-STREET
040600         CONVERTING HH-LOWER-CASE TO HH-UPPER-CASE.
040700     INSPECT HH-FOLD-CITY
040800         CONVERTING HH-LOWER-CASE TO HH-UPPER-CASE.
040900     MOVE ZERO TO HH-OUT-SUB.
041000     PERFORM 2210-SQUEEZE-STREET-CHAR
041100         THRU 2210-SQUEEZE-STREET-CHAR-EXIT
041200         VARYING HH-SCAN-SUB FROM 1 BY 1
041300         UNTIL HH-SCAN-SUB > 40.
041400     MOVE ZERO TO HH-OUT-SUB.
041500     PERFORM 2220-SQUEEZE-CITY-CHAR
041600         THRU 2220-SQUEEZE-CITY-CHAR-EXIT
041700         VARYING HH-SCAN-SUB FROM 1 BY 1
041800         UNTIL HH-SCAN-SUB > 25.
041900     MOVE STATE OF CUSTOMER-MASTER-RECORD TO HH-KEY-STATE.
042000     INSPECT HH-KEY-STATE
042100         CONVERTING HH-LOWER-CASE TO HH-UPPER-CASE.
042200     MOVE ZIP-CODE OF CUSTOMER-MASTER-RECORD (1:5)
042300         TO HH-KEY-ZIP.
042400 2200-BUILD-ADDRESS-KEY-EXIT.
042500     EXIT.
042600******************************************************************
042700 2210-SQUEEZE-STREET-CHAR.
042800     IF (HH-FOLD-STREET (HH-SCAN-SUB:1) NOT < 'A'
042900         AND HH-FOLD-STREET (HH-SCAN-SUB:1) NOT > 'Z')
043000      OR (HH-FOLD-STREET (HH-SCAN-SUB:1) NOT < '0'
043100         AND HH-FOLD-STREET (HH-SCAN-SUB:1) NOT > '9')
043200         ADD 1 TO HH-OUT-SUB
043300         MOVE HH-FOLD-STREET (HH-SCAN-SUB:1)
043400             TO HH-KEY-STREET (HH-OUT-SUB:1)
043500     END-IF.
043600 2210-SQUEEZE-STREET-CHAR-EXIT.
043700     EXIT.
043800******************************************************************
043900 2220-SQUEEZE-CITY-CHAR.
044000     IF (HH-FOLD-CITY (HH-SCAN-SUB:1) NOT < 'A'
044100         AND HH-FOLD-CITY (HH-SCAN-SUB:1) NOT > 'Z')
044200      OR (HH-FOLD-CITY (HH-SCAN-SUB:1) NOT < '0'
044300         AND HH-FOLD-CITY (HH-SCAN-SUB:1) NOT > '9')
044400         ADD 1 TO HH-OUT-SUB
044500         MOVE HH-FOLD-CITY (HH-SCAN-SUB:1)
044600             TO HH-KEY-CITY (HH-OUT-SUB:1)
044700     END-IF.
044800 2220-SQUEEZE-CITY-CHAR-EXIT.
044900     EXIT.
045000******************************************************************
045100 2900-READ-MASTER.
045200     READ CUSTOMER-MASTER-FILE NEXT RECORD
045300         AT END
045400             MOVE 'Y' TO HH-END-OF-MASTER-SW
045500     END-READ.
045600     IF NOT HH-END-OF-MASTER
045700         ADD 1 TO HH-RECORDS-READ
045800     END-IF.
045900 2900-READ-MASTER-EXIT.
046000     EXIT.
046100******************************************************************
046200 4000-ASSIGN-HOUSEHOLDS.
046300     RETURN SORT-WORK-FILE
046400         AT END
046500             MOVE 'Y' TO HH-END-OF-SORT-SW
046600     END-RETURN.
046700     PERFORM 4100-PROCESS-SORTED-RECORD
046800         THRU 4100-PROCESS-SORTED-RECORD-EXIT
046900         UNTIL HH-END-OF-SORT.
047000     IF NOT HH-FIRST-RECORD
047100         PERFORM 4800-END-HOUSEHOLD
047200             THRU 4800-END-HOUSEHOLD-EXIT
047300     END-IF.
047400 4000-ASSIGN-HOUSEHOLDS-EXIT.
047500     EXIT.
047600******************************************************************
047700 4100-PROCESS-SORTED-RECORD.
047800     IF HH-FIRST-RECORD
047900         MOVE 'N' TO HH-FIRST-RECORD-SW
048000         PERFORM 4200-START-HOUSEHOLD
048100             THRU 4200-START-HOUSEHOLD-EXIT
048200     ELSE
048300         IF SW-ADDRESS-KEY NOT = HH-PREVIOUS-KEY
048400             PERFORM 4800-END-HOUSEHOLD
048500                 THRU 4800-END-HOUSEHOLD-EXIT
048600             PERFORM 4200-START-HOUSEHOLD
048700                 THRU 4200-START-HOUSEHOLD-EXIT
048800         END-IF
048900     END-IF.
049000     PERFORM 4300-ASSIGN-MEMBER
049100         THRU 4300-ASSIGN-MEMBER-EXIT.
049200     RETURN SORT-WORK-FILE
049300         AT END
049400             MOVE 'Y' TO HH-END-OF-SORT-SW
049500     END-RETURN.
049600 4100-PROCESS-SORTED-RECORD-EXIT.
049700     EXIT.
049800******************************************************************
049900*AN ADDRESS ALREADY ON FILE KEEPS ITS HOUSEHOLD-ID -- ANY ROW
050000*WITH THE SAME KEY WILL DO, SINCE EVERY ROW AT ONE ADDRESS
050100*CARRIES THE SAME ID.  OTHERWISE THE NEXT NUMBER IS TAKEN.
050200******************************************************************
050300 4200-START-HOUSEHOLD.
050400     MOVE SW-ADDRESS-KEY    TO HH-PREVIOUS-KEY.
050500     MOVE ZERO              TO HH-GROUP-MEMBERS
050600                               HH-GROUP-BALANCE
050700                               HH-GROUP-LIMIT.
050800     MOVE SW-STREET-ADDRESS TO HH-GROUP-STREET.
050900     MOVE SW-CITY           TO HH-GROUP-CITY.
051000     MOVE SW-STATE          TO HH-GROUP-STATE.
051100     MOVE SW-ZIP-CODE       TO HH-GROUP-ZIP.
051200     ADD 1 TO HH-HOUSEHOLDS.
051300     MOVE 'N' TO HH-ROW-FOUND-SW.
051400     MOVE SW-ADDRESS-KEY TO HHLD-ADDRESS-KEY.
051500     START HOUSEHOLD-XREF-FILE KEY IS = HHLD-ADDRESS-KEY
051600         INVALID KEY
051700             CONTINUE
051800         NOT INVALID KEY
051900             READ HOUSEHOLD-XREF-FILE NEXT RECORD
052000                 AT END
052100                     CONTINUE
052200                 NOT AT END
052300                     IF HHLD-ADDRESS-KEY = SW-ADDRESS-KEY
052400                         MOVE 'Y' TO HH-ROW-FOUND-SW
052500                     END-IF
052600             END-READ
052700     END-START.
052800     IF HH-ROW-FOUND
052900         MOVE HHLD-HOUSEHOLD-ID TO HH-CURRENT-HOUSEHOLD
053000     ELSE
053100         ADD 1 TO HH-HIGH-NUMBER
053200         ADD 1 TO HH-NEW-HOUSEHOLDS
053300         MOVE 'H'            TO HH-CUR-PREFIX
053400         MOVE HH-HIGH-NUMBER TO HH-CUR-NUMBER
053500     END-IF.
053600 4200-START-HOUSEHOLD-EXIT.
053700     EXIT.
053800******************************************************************
053900 4300-ASSIGN-MEMBER.
054000     ADD 1 TO HH-GROUP-MEMBERS.
054200     ADD SW-ACCOUNT-BALANCE TO HH-GROUP-BALANCE.
054300     ADD SW-CREDIT-LIMIT    TO HH-GROUP-LIMIT.
054400     IF HH-GROUP-MEMBERS NOT > 20
054500         MOVE SW-CUSTOMER-ID
054600             TO HH-MBR-CUSTOMER-ID (HH-GROUP-MEMBERS)
054700         MOVE SW-LAST-NAME
054800             TO HH-MBR-LAST-NAME (HH-GROUP-MEMBERS)
054900         MOVE SW-FIRST-NAME
055000             TO HH-MBR-FIRST-NAME (HH-GROUP-MEMBERS)
055100         MOVE SW-ACCOUNT-STATUS
055200             TO HH-MBR-STATUS (HH-GROUP-MEMBERS)
055300         MOVE SW-ACCOUNT-BALANCE
055400             TO HH-MBR-BALANCE (HH-GROUP-MEMBERS)
055500         MOVE SW-CREDIT-LIMIT
055600             TO HH-MBR-LIMIT (HH-GROUP-MEMBERS)
055700     END-IF.
055800     MOVE SW-CUSTOMER-ID TO HHLD-CUSTOMER-ID.
055900     READ HOUSEHOLD-XREF-FILE
056000         KEY IS HHLD-CUSTOMER-ID
056100         INVALID KEY
056200             MOVE 'N' TO HH-ROW-FOUND-SW
056300         NOT INVALID KEY
056400             MOVE 'Y' TO HH-ROW-FOUND-SW
056500     END-READ.
056600     IF HH-ROW-FOUND
056700         IF HHLD-HOUSEHOLD-ID NOT = HH-CURRENT-HOUSEHOLD
056800             MOVE 'Y' TO HH-MEMBER-MOVED-SW
056900             MOVE HH-CURRENT-DATE TO HHLD-ASSIGNED-DATE
056933         ELSE
056966             MOVE 'N' TO HH-MEMBER-MOVED-SW
057000         END-IF
057100         MOVE HH-CURRENT-HOUSEHOLD TO HHLD-HOUSEHOLD-ID
057200         MOVE SW-ADDRESS-KEY       TO HHLD-ADDRESS-KEY
057300         MOVE HH-CURRENT-DATE      TO HHLD-CONFIRMED-DATE
057400         REWRITE HOUSEHOLD-XREF-RECORD
057409             INVALID KEY
057418                 MOVE 'REWRITE' TO HH-ERR-ACTION
057427                 PERFORM 4900-WRITE-XREF-ERROR
057436                     THRU 4900-WRITE-XREF-ERROR-EXIT
057445             NOT INVALID KEY
057454                 ADD 1 TO HH-MEMBERS-ASSIGNED
057463                 IF HH-MEMBER-MOVED
057472                     ADD 1 TO HH-MEMBERS-MOVED
057481                 END-IF
057490         END-REWRITE
057500     ELSE
057600         MOVE SPACES               TO HOUSEHOLD-XREF-RECORD
057700         MOVE SW-CUSTOMER-ID       TO HHLD-CUSTOMER-ID
057800         MOVE HH-CURRENT-HOUSEHOLD TO HHLD-HOUSEHOLD-ID
057900         MOVE SW-ADDRESS-KEY       TO HHLD-ADDRESS-KEY
058000         MOVE HH-CURRENT-DATE      TO HHLD-ASSIGNED-DATE
058100         MOVE HH-CURRENT-DATE      TO HHLD-CONFIRMED-DATE
058200         WRITE HOUSEHOLD-XREF-RECORD
058212             INVALID KEY
058224                 MOVE 'WRITE' TO HH-ERR-ACTION
058236                 PERFORM 4900-WRITE-XREF-ERROR
058248                     THRU 4900-WRITE-XREF-ERROR-EXIT
058260             NOT INVALID KEY
058272                 ADD 1 TO HH-MEMBERS-ASSIGNED
058284         END-WRITE
058300     END-IF.
058400 4300-ASSIGN-MEMBER-EXIT.
058500     EXIT.
058600******************************************************************
058700 4800-END-HOUSEHOLD.
058800     ADD HH-GROUP-BALANCE TO HH-TOTAL-BALANCE.
058900     ADD HH-GROUP-LIMIT   TO HH-TOTAL-LIMIT.
059000     IF HH-GROUP-MEMBERS < 2
059100         GO TO 4800-END-HOUSEHOLD-EXIT
059200     END-IF.
059300     ADD 1 TO HH-MULTI-HOUSEHOLDS.
059400     MOVE HH-CURRENT-HOUSEHOLD TO HH-HHL-ID.
059500     MOVE HH-GROUP-STREET      TO HH-HHL-STREET.
059600     MOVE HH-GROUP-CITY        TO HH-HHL-CITY.
059700     MOVE HH-GROUP-STATE       TO HH-HHL-STATE.
059800     MOVE HH-GROUP-ZIP         TO HH-HHL-ZIP.
059900     WRITE EXPOSURE-REPORT-LINE FROM HH-HOUSEHOLD-LINE
060000         AFTER ADVANCING 2 LINES.
060100     PERFORM 4850-WRITE-MEMBER-LINE
060200         THRU 4850-WRITE-MEMBER-LINE-EXIT
060300         VARYING HH-MEMBER-SUB FROM 1 BY 1
060400         UNTIL HH-MEMBER-SUB > HH-GROUP-MEMBERS
060500            OR HH-MEMBER-SUB > 20.
060600     IF HH-GROUP-MEMBERS > 20
060700         COMPUTE HH-MOR-COUNT = HH-GROUP-MEMBERS - 20
060800         WRITE EXPOSURE-REPORT-LINE FROM HH-MORE-LINE
060900             AFTER ADVANCING 1 LINE
061000     END-IF.
061100     COMPUTE HH-GROUP-AVAILABLE =
061200         HH-GROUP-LIMIT - HH-GROUP-BALANCE.
061300     MOVE HH-GROUP-MEMBERS   TO HH-TOT-MEMBERS.
061400     MOVE HH-GROUP-BALANCE   TO HH-TOT-BALANCE.
061500     MOVE HH-GROUP-LIMIT     TO HH-TOT-LIMIT.
061600     MOVE HH-GROUP-AVAILABLE TO HH-TOT-AVAILABLE.
061700     IF HH-GROUP-BALANCE > HH-GROUP-LIMIT
061800         MOVE 'OVER LIMIT' TO HH-TOT-FLAG
061900         ADD 1 TO HH-OVER-LIMIT-HOUSEHOLDS
062000     ELSE
062100         MOVE SPACES TO HH-TOT-FLAG
062200     END-IF.
062300     WRITE EXPOSURE-REPORT-LINE FROM HH-TOTAL-LINE
062400         AFTER ADVANCING 1 LINE.
062500 4800-END-HOUSEHOLD-EXIT.
062600     EXIT.
062700******************************************************************
062800 4850-WRITE-MEMBER-LINE.
062900     MOVE HH-MBR-CUSTOMER-ID (HH-MEMBER-SUB)
063000         TO HH-MBL-CUSTOMER-ID.
063100     MOVE HH-MBR-LAST-NAME (HH-MEMBER-SUB)
063200         TO HH-MBL-LAST-NAME.
063300     MOVE HH-MBR-FIRST-NAME (HH-MEMBER-SUB)
063400         TO HH-MBL-FIRST-NAME.
063500     MOVE HH-MBR-STATUS (HH-MEMBER-SUB)
063600         TO HH-MBL-STATUS.
063700     MOVE HH-MBR-BALANCE (HH-MEMBER-SUB)
063800         TO HH-MBL-BALANCE.
063900     MOVE HH-MBR-LIMIT (HH-MEMBER-SUB)
064000         TO HH-MBL-LIMIT.
064100     WRITE EXPOSURE-REPORT-LINE FROM HH-MEMBER-LINE
064200         AFTER ADVANCING 1 LINE.
064300 4850-WRITE-MEMBER-LINE-EXIT.
064400     EXIT.
064500******************************************************************
064509 4900-WRITE-XREF-ERROR.
064518     ADD 1 TO HH-XREF-FAILURES.
064527     MOVE HHLD-CUSTOMER-ID  TO HH-ERR-CUSTOMER-ID.
064536     MOVE HHLD-HOUSEHOLD-ID TO HH-ERR-HOUSEHOLD.
064545     MOVE HH-XREF-STATUS    TO HH-ERR-STATUS.
064554     WRITE EXPOSURE-REPORT-LINE FROM HH-ERROR-LINE
064563         AFTER ADVANCING 1 LINE.
064572 4900-WRITE-XREF-ERROR-EXIT.
064581     EXIT.
064590******************************************************************
064600*EVERY ROW THIS RUN TOUCHED CARRIES TODAY'S CONFIRMED DATE;
064700*ANYTHING OLDER BELONGS TO A CUSTOMER NO LONGER HOUSEHOLDED.
064800******************************************************************
064900 5000-DELETE-STALE-ROWS.
065000     MOVE LOW-VALUES TO HHLD-CUSTOMER-ID.
065100     MOVE 'N' TO HH-END-OF-XREF-SW.
065200     START HOUSEHOLD-XREF-FILE KEY IS NOT < HHLD-CUSTOMER-ID
065300         INVALID KEY
065400             MOVE 'Y' TO HH-END-OF-XREF-SW
065500     END-START.
065600     PERFORM 5100-CHECK-ROW
065700         THRU 5100-CHECK-ROW-EXIT
065800         UNTIL HH-END-OF-XREF.
065900 5000-DELETE-STALE-ROWS-EXIT.
066000     EXIT.
066100******************************************************************
066200 5100-CHECK-ROW.
066300     READ HOUSEHOLD-XREF-FILE NEXT RECORD
066400         AT END
066500             MOVE 'Y' TO HH-END-OF-XREF-SW
066600     END-READ.
066700     IF NOT HH-END-OF-XREF
066800         IF HHLD-CONFIRMED-DATE NOT = HH-CURRENT-DATE
066900             DELETE HOUSEHOLD-XREF-FILE RECORD
066925                 INVALID KEY
066950                     MOVE 'DELETE' TO HH-ERR-ACTION
066975                     PERFORM 4900-WRITE-XREF-ERROR
067000                         THRU 4900-WRITE-XREF-ERROR-EXIT
067025                 NOT INVALID KEY
067050                     ADD 1 TO HH-STALE-DELETED
067075             END-DELETE
067100         END-IF
067200     END-IF.
067300 5100-CHECK-ROW-EXIT.
067400     EXIT.
067500******************************************************************
067600 6000-TERMINATE.
067700     MOVE HH-RECORDS-READ          TO HH-SUM-READ.
067800     MOVE HH-CLOSED-SKIPPED        TO HH-SUM-CLOSED.
067900     MOVE HH-INCOMPLETE-SKIPPED    TO HH-SUM-INCOMPLETE.
068000     MOVE HH-MEMBERS-ASSIGNED      TO HH-SUM-ASSIGNED.
068100     MOVE HH-MEMBERS-MOVED         TO HH-SUM-MOVED.
068200     MOVE HH-HOUSEHOLDS            TO HH-SUM-HOUSEHOLDS.
068300     MOVE HH-MULTI-HOUSEHOLDS      TO HH-SUM-MULTI.
068400     MOVE HH-NEW-HOUSEHOLDS        TO HH-SUM-NEW.
068500     MOVE HH-OVER-LIMIT-HOUSEHOLDS TO HH-SUM-OVER.
068600     MOVE HH-STALE-DELETED         TO HH-SUM-STALE.
068700     MOVE HH-TOTAL-BALANCE         TO HH-SUM-BALANCE.
068800     MOVE HH-TOTAL-LIMIT           TO HH-SUM-LIMIT.
068850     MOVE HH-XREF-FAILURES         TO HH-SUM-FAILED.
068900     WRITE EXPOSURE-REPORT-LINE FROM HH-SUMMARY-LINE-1
069000         AFTER ADVANCING TOP-OF-PAGE.
069100     WRITE EXPOSURE-REPORT-LINE FROM HH-SUMMARY-LINE-2
069200         AFTER ADVANCING 1 LINE.
069300     WRITE EXPOSURE-REPORT-LINE FROM HH-SUMMARY-LINE-3
069400         AFTER ADVANCING 1 LINE.
069500     WRITE EXPOSURE-REPORT-LINE FROM HH-SUMMARY-LINE-4
069600         AFTER ADVANCING 1 LINE.
069700     WRITE EXPOSURE-REPORT-LINE FROM HH-SUMMARY-LINE-5
069800         AFTER ADVANCING 1 LINE.
069900     WRITE EXPOSURE-REPORT-LINE FROM HH-SUMMARY-LINE-6
070000         AFTER ADVANCING 1 LINE.
070100     WRITE EXPOSURE-REPORT-LINE FROM HH-SUMMARY-LINE-7
070200         AFTER ADVANCING 1 LINE.
070300     WRITE EXPOSURE-REPORT-LINE FROM HH-SUMMARY-LINE-8
070400         AFTER ADVANCING 1 LINE.
070500     WRITE EXPOSURE-REPORT-LINE FROM HH-SUMMARY-LINE-9
070600         AFTER ADVANCING 1 LINE.
070700     WRITE EXPOSURE-REPORT-LINE FROM HH-SUMMARY-LINE-10
070800         AFTER ADVANCING 1 LINE.
070900     WRITE EXPOSURE-REPORT-LINE FROM HH-SUMMARY-LINE-11
071000         AFTER ADVANCING 1 LINE.
071100     WRITE EXPOSURE-REPORT-LINE FROM HH-SUMMARY-LINE-12
071200         AFTER ADVANCING 1 LINE.
071211     WRITE EXPOSURE-REPORT-LINE FROM HH-SUMMARY-LINE-13
071222         AFTER ADVANCING 1 LINE.
071233     MOVE SPACES           TO HOUSEHOLD-CONTROL-RECORD.
071244     MOVE HH-HIGH-NUMBER   TO HCTL-HIGH-NUMBER.
071255     MOVE HH-CURRENT-DATE  TO HCTL-UPDATED-DATE.
071266     OPEN OUTPUT HOUSEHOLD-CONTROL-FILE.
071277     WRITE HOUSEHOLD-CONTROL-RECORD.
071288     CLOSE HOUSEHOLD-CONTROL-FILE.
071300     CLOSE CUSTOMER-MASTER-FILE
071400           HOUSEHOLD-XREF-FILE
071500           EXPOSURE-REPORT-FILE.
071600 6000-TERMINATE-EXIT.
071700     EXIT.
071800******************************************************************

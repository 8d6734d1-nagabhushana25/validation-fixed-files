000100******************************************************************
000200*CUSTESCH
000300*UNCLAIMED PROPERTY (ESCHEATMENT) NOTICE AND STATE FILING RUN
000400*
000500*YEARLY RUN THAT FINDS THE CREDIT BALANCES (A NEGATIVE ACCOUNT-
000600*BALANCE) NOBODY HAS TOUCHED FOR YEARS AND THAT MUST BE TURNED
000700*OVER TO THE STATE OF THE OWNER'S LAST KNOWN ADDRESS.  EACH
000800*STATE'S DORMANCY PERIOD (IN YEARS SINCE LAST-ACTIVITY-DATE) AND
000900*ITS DUE-DILIGENCE WAITING PERIOD (IN DAYS FROM THE NOTICE TO THE
001000*FILING) COME FROM THE STATE RULES FILE, ONE RECORD PER STATE,
001100*SO A LAW CHANGE IS A DATA CHANGE AND NOT A RECOMPILE.  A RULE
001200*FOR STATE '**' IS USED FOR ANY STATE WITHOUT ONE OF ITS OWN; A
001300*CREDIT BALANCE WHOSE STATE HAS NO RULE AT ALL, OR WITH NO
001400*LAST-ACTIVITY-DATE, IS LISTED AS AN EXCEPTION FOR HAND REVIEW.
001500*
001600*EVERY ACCOUNT NOTICED OR FILED IS TRACKED ON THE ESCHEAT
001700*TRACKING FILE (SEE CUSTESCH.CPY):
001800*  - A DORMANT CREDIT BALANCE NOT YET TRACKED GOES ON THE DUE-
001900*    DILIGENCE LIST OF OWNERS WHO MUST BE SENT A NOTICE, AND A
002000*    NOTICED ROW IS WRITTEN.
002100*  - A NOTICED ACCOUNT WITH ACTIVITY SINCE THE NOTICE, OR NO
002200*    CREDIT BALANCE LEFT, HAS ITS ROW DELETED -- THE OWNER CAME
002300*    FORWARD.
002400*  - A NOTICED ACCOUNT STILL DORMANT ONCE THE STATE'S WAITING
002500*    PERIOD HAS RUN OUT IS FILED: IT GOES ON THAT STATE'S FILING
002600*    REPORT (OWNER NAME, ADDRESS, AMOUNT, LAST ACTIVITY) AND A
002700*    CUSTPOST ADJUSTMENT ITEM IS WRITTEN FOR THE FULL CREDIT, A
002800*    DEBIT THAT TAKES THE BALANCE TO ZERO.  THE MONEY THEREBY
002900*    LEAVES THE BOOKS THROUGH THE ORDINARY POSTING RUN, JOURNAL
003000*    AND CHANGE HISTORY, SO CUSTBALC STILL TIES OUT.
003100*  - A FILED ACCOUNT WHOSE ADJUSTMENT HAS NOT YET BEEN POSTED IS
003200*    COUNTED AND LEFT ALONE SO IT IS NEVER FILED TWICE.
003210*  - A FILED ACCOUNT THAT HAS BEEN POSTED AND HAS SINCE GONE
003220*    DORMANT ON A NEW CREDIT BALANCE STARTS OVER WITH A NEW
003230*    NOTICE.  ITS FILED ROW IS FIRST COPIED TO THE FILED HISTORY
003240*    FILE, SO EVERY FILING AND ITS REFERENCE NUMBER IS KEPT.
003250*
003260*A TRACKING ROW THAT CANNOT BE WRITTEN, REWRITTEN, DELETED OR
003270*COPIED IS LISTED FOR HAND REVIEW WITH ITS FILE STATUS AND COUNTED
003280*UNDER TRACKING ROWS FAILED; THE NOTICE, CLEARANCE OR FILING IT
003290*BELONGS TO IS NOT COUNTED AND NO POSTING ITEM IS WRITTEN FOR IT.
003300*
003400*INSTALLATION.  DATA PROCESSING.
003500*DATE-WRITTEN.   2026-10-15.
003600*
003700*MODIFICATION HISTORY.
003800*DATE       INIT  DESCRIPTION
003900*2026-10-15  JRH  ORIGINAL PROGRAM.
003933*2026-10-15  JRH  KEEP A FILED ROW ON CUSTESFH BEFORE A NEW CYCLE,
003966*                 AND LIST AND COUNT TRACKING ROWS NOT UPDATED.
004000******************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID.    CUSTESCH.
004300 AUTHOR.        J R HALVORSEN.
004400 INSTALLATION.  DATA PROCESSING.
004500 DATE-WRITTEN.  2026-10-15.
004600 DATE-COMPILED.
004700******************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.   IBM-370.
005100 OBJECT-COMPUTER.   IBM-370.
005200 SPECIAL-NAMES.
005300     C01 IS TOP-OF-PAGE.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT CUSTOMER-MASTER-FILE
005700         ASSIGN TO CUSTMAST
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS SEQUENTIAL
006000         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
006100         ALTERNATE RECORD KEY IS ALT-NAME-STATE-KEY OF
006200             CUSTOMER-MASTER-RECORD WITH DUPLICATES
006300         FILE STATUS IS ES-MASTER-STATUS.
006400
006500     SELECT STATE-RULES-FILE
006600         ASSIGN TO CUSTESRL
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS ES-RULES-STATUS.
006900
007000     SELECT ESCHEAT-TRACKING-FILE
007100         ASSIGN TO CUSTESCF
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS RANDOM
007400         RECORD KEY IS ESCH-CUSTOMER-ID
007500         FILE STATUS IS ES-TRACK-STATUS.
007600
007620     SELECT FILED-HISTORY-FILE
007640         ASSIGN TO CUSTESFH
007660         ORGANIZATION IS LINE SEQUENTIAL
007680         FILE STATUS IS ES-FHIST-STATUS.
007690
007700     SELECT POSTING-ITEM-FILE
007800         ASSIGN TO CUSTESPI
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS ES-POST-STATUS.
008100
008200     SELECT DUE-DILIGENCE-FILE
008300         ASSIGN TO CUSTESDL
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS ES-DILIGENCE-STATUS.
008600
008700     SELECT FILING-REPORT-FILE
008800         ASSIGN TO CUSTESFR
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS ES-FILING-STATUS.
009100
009200     SELECT SORT-WORK-FILE
009300         ASSIGN TO SORTWK01.
009400******************************************************************
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  CUSTOMER-MASTER-FILE
009800     RECORDING MODE IS F.
009900     COPY "customer_master.cob".
010000
010100 FD  STATE-RULES-FILE
010200     RECORDING MODE IS F.
010300 01  STATE-RULES-RECORD.
010400     05  ESRL-STATE              PIC X(02).
010500     05  ESRL-DORMANCY-YEARS     PIC 9(02).
010600     05  ESRL-WAIT-DAYS          PIC 9(03).
010700     05  ESRL-STATE-NAME         PIC X(20).
010800
010900 FD  ESCHEAT-TRACKING-FILE
011000     RECORDING MODE IS F.
011100     COPY "custesch.cpy".
011200
011216*A FILED TRACKING ROW, IN THE CUSTESCH.CPY LAYOUT, KEPT FOR GOOD
011232*WHEN THE ACCOUNT STARTS A NEW CYCLE.
011248 FD  FILED-HISTORY-FILE
011264     RECORDING MODE IS F.
011280 01  FILED-HISTORY-RECORD        PIC X(94).
011290
011300 FD  POSTING-ITEM-FILE
011400     RECORDING MODE IS F.
011500 01  POSTING-ITEM-RECORD.
011600     05  ESPI-CUSTOMER-ID        PIC X(10).
011700     05  ESPI-DEBIT-CREDIT-CODE  PIC X(01).
011800     05  ESPI-AMOUNT             PIC 9(10)V99.
011900     05  ESPI-POSTING-DATE       PIC X(08).
012000     05  ESPI-ITEM-TYPE          PIC X(01).
012100     05  ESPI-REFERENCE-NUMBER   PIC X(20).
012200     05  ESPI-ORIGINAL-REFERENCE PIC X(20).
012300
012400 FD  DUE-DILIGENCE-FILE.
012500 01  DUE-DILIGENCE-LINE          PIC X(132).
012600
012700 FD  FILING-REPORT-FILE.
012800 01  FILING-REPORT-LINE          PIC X(132).
012900
013000 SD  SORT-WORK-FILE.
013100 01  SORT-WORK-RECORD.
013200     05  SW-ACTION               PIC X(01).
013300         88  SW-NOTICE                       VALUE 'D'.
013400         88  SW-FILING                       VALUE 'F'.
013500         88  SW-EXCEPTION                    VALUE 'X'.
013600     05  SW-STATE                PIC X(02).
013700     05  SW-CUSTOMER-ID          PIC X(10).
013800     05  SW-STATE-NAME           PIC X(20).
013900     05  SW-CUSTOMER-INFO.
014000         10  SW-FIRST-NAME       PIC X(20).
014100         10  SW-LAST-NAME        PIC X(20).
014200         10  SW-MIDDLE-INITIAL   PIC X(01).
014300     05  SW-ADDRESS-INFO.
014400         10  SW-STREET-ADDRESS   PIC X(40).
014500         10  SW-CITY             PIC X(25).
014600         10  SW-ADDRESS-STATE    PIC X(02).
014700         10  SW-ZIP-CODE         PIC X(10).
014800     05  SW-AMOUNT               PIC S9(10)V99.
014900     05  SW-LAST-ACTIVITY-DATE   PIC X(08).
015000     05  SW-ACTION-DATE          PIC X(08).
015100     05  SW-REFERENCE-NUMBER     PIC X(20).
015200     05  SW-REASON               PIC X(30).
015300******************************************************************
015400 WORKING-STORAGE SECTION.
015500 01  ES-FILE-STATUSES.
015600     05  ES-MASTER-STATUS        PIC X(02)   VALUE '00'.
015700     05  ES-RULES-STATUS         PIC X(02)   VALUE '00'.
015800     05  ES-TRACK-STATUS         PIC X(02)   VALUE '00'.
015900     05  ES-POST-STATUS          PIC X(02)   VALUE '00'.
016000     05  ES-DILIGENCE-STATUS     PIC X(02)   VALUE '00'.
016100     05  ES-FILING-STATUS        PIC X(02)   VALUE '00'.
016150     05  ES-FHIST-STATUS         PIC X(02)   VALUE '00'.
016200
016300 01  ES-SWITCHES.
016400     05  ES-END-OF-MASTER-SW     PIC X(01)   VALUE 'N'.
016500         88  ES-END-OF-MASTER                VALUE 'Y'.
016600     05  ES-END-OF-RULES-SW      PIC X(01)   VALUE 'N'.
016700         88  ES-END-OF-RULES                 VALUE 'Y'.
016800     05  ES-END-OF-SORT-SW       PIC X(01)   VALUE 'N'.
016900         88  ES-END-OF-SORT                  VALUE 'Y'.
017000     05  ES-RULE-FOUND-SW        PIC X(01)   VALUE 'N'.
017100         88  ES-RULE-FOUND                   VALUE 'Y'.
017200     05  ES-QUALIFIES-SW         PIC X(01)   VALUE 'N'.
017300         88  ES-QUALIFIES                    VALUE 'Y'.
017400     05  ES-TRACKED-SW           PIC X(01)   VALUE 'N'.
017500         88  ES-TRACKED                      VALUE 'Y'.
017600     05  ES-FIRST-NOTICE-SW      PIC X(01)   VALUE 'Y'.
017700         88  ES-FIRST-NOTICE                 VALUE 'Y'.
017800     05  ES-FIRST-FILING-SW      PIC X(01)   VALUE 'Y'.
017900         88  ES-FIRST-FILING                 VALUE 'Y'.
018000     05  ES-FIRST-EXCEPTION-SW   PIC X(01)   VALUE 'Y'.
018100         88  ES-FIRST-EXCEPTION              VALUE 'Y'.
018200
018300 01  ES-COUNTERS.
018400     05  ES-RECORDS-READ         PIC 9(07)  COMP  VALUE ZERO.
018500     05  ES-CREDIT-BALANCES      PIC 9(07)  COMP  VALUE ZERO.
018600     05  ES-DORMANT-CREDITS      PIC 9(07)  COMP  VALUE ZERO.
018700     05  ES-EXCEPTIONS           PIC 9(07)  COMP  VALUE ZERO.
018800     05  ES-NOTICES-ISSUED       PIC 9(07)  COMP  VALUE ZERO.
018900     05  ES-AWAITING-WAIT        PIC 9(07)  COMP  VALUE ZERO.
019000     05  ES-NOTICES-CLEARED      PIC 9(07)  COMP  VALUE ZERO.
019100     05  ES-ACCOUNTS-FILED       PIC 9(07)  COMP  VALUE ZERO.
019200     05  ES-FILED-NOT-POSTED     PIC 9(07)  COMP  VALUE ZERO.
019250     05  ES-TRACKING-FAILURES    PIC 9(07)  COMP  VALUE ZERO.
019300     05  ES-STATE-COUNT          PIC 9(07)  COMP  VALUE ZERO.
019400     05  ES-RULE-COUNT           PIC 9(03)  COMP  VALUE ZERO.
019500     05  ES-RULE-SUB             PIC 9(03)  COMP  VALUE ZERO.
019600     05  ES-HIT-SUB              PIC 9(03)  COMP  VALUE ZERO.
019700     05  ES-DEFAULT-SUB          PIC 9(03)  COMP  VALUE ZERO.
019800     05  ES-REFERENCE-SEQ        PIC 9(04)  COMP  VALUE ZERO.
019900
020000 01  ES-AMOUNT-FIELDS.
020100     05  ES-CREDIT-AMOUNT        PIC S9(10)V99  VALUE ZERO.
020200     05  ES-NOTICED-AMOUNT       PIC S9(12)V99  VALUE ZERO.
020300     05  ES-FILED-AMOUNT         PIC S9(12)V99  VALUE ZERO.
020400     05  ES-STATE-AMOUNT         PIC S9(12)V99  VALUE ZERO.
020500
020600 01  ES-STATE-RULES-TABLE.
020700     05  ES-RULE-ENTRY           OCCURS 60 TIMES.
020800         10  ES-RULE-STATE       PIC X(02).
020900         10  ES-RULE-YEARS       PIC 9(02).
021000         10  ES-RULE-WAIT-DAYS   PIC 9(03).
021100         10  ES-RULE-STATE-NAME  PIC X(20).
021200
021300 01  ES-DATE-WORK-FIELDS.
021400     05  ES-CURRENT-TIME         PIC X(06).
021500     05  ES-TODAY-8              PIC 9(08).
021600     05  ES-TODAY-ALPHA  REDEFINES ES-TODAY-8
021700                                 PIC X(08).
021800     05  ES-TODAY-INTEGER        PIC 9(08)  COMP.
021900     05  ES-CUTOFF-8             PIC 9(08).
022000     05  ES-ACTIVITY-ALPHA       PIC X(08).
022100     05  ES-ACTIVITY-8   REDEFINES ES-ACTIVITY-ALPHA
022200                                 PIC 9(08).
022300     05  ES-NOTICE-ALPHA         PIC X(08).
022400     05  ES-NOTICE-8     REDEFINES ES-NOTICE-ALPHA
022500                                 PIC 9(08).
022600     05  ES-NOTICE-INTEGER       PIC 9(08)  COMP.
022700     05  ES-ELIGIBLE-INTEGER     PIC 9(08)  COMP.
022800     05  ES-ELIGIBLE-8           PIC 9(08).
022900
023000 01  ES-GENERATED-REFERENCE.
023100     05  ES-GEN-PREFIX           PIC X(02)   VALUE 'ES'.
023200     05  ES-GEN-DATE             PIC X(08).
023300     05  ES-GEN-TIME             PIC X(06).
023400     05  ES-GEN-SEQ              PIC 9(04).
023500
023600 01  ES-BREAK-FIELDS.
023700     05  ES-PRIOR-STATE          PIC X(02)   VALUE SPACES.
023800     05  ES-PRIOR-ACTION         PIC X(01)   VALUE SPACE.
023900     05  ES-WORK-STATE           PIC X(02).
024000     05  ES-OWNER-NAME           PIC X(44).
024010
024020 01  ES-TRACKING-REASON.
024040     05  ES-TR-TEXT              PIC X(20).
024060     05  FILLER                  PIC X(08)   VALUE ' STATUS '.
024080     05  ES-TR-STATUS            PIC X(02).
024100
024200 01  ES-REPORT-LINES.
024300     05  ES-DILIGENCE-HEADING-1.
024400         10  FILLER              PIC X(40)
024500             VALUE 'UNCLAIMED PROPERTY DUE-DILIGENCE LIST'.
024600         10  FILLER              PIC X(10)  VALUE 'RUN DATE '.
024700         10  ES-DH-RUN-DATE      PIC X(08).
024800     05  ES-DILIGENCE-HEADING-2.
024900         10  FILLER              PIC X(30)
025000             VALUE 'OWNERS TO BE SENT A NOTICE BEF'.
025100         10  FILLER              PIC X(30)
025200             VALUE 'ORE THE ACCOUNT IS FILED'.
025300     05  ES-FILING-HEADING-1.
025400         10  FILLER              PIC X(40)
025500             VALUE 'UNCLAIMED PROPERTY STATE FILING REPORT'.
025600         10  FILLER              PIC X(10)  VALUE 'RUN DATE '.
025700         10  ES-FH-RUN-DATE      PIC X(08).
025800     05  ES-COLUMN-HEADING-1.
025900         10  FILLER              PIC X(12)  VALUE 'CUSTOMER-ID'.
026000         10  FILLER              PIC X(46)  VALUE 'OWNER NAME'.
026100         10  FILLER              PIC X(10)  VALUE 'LAST ACT'.
026200         10  FILLER              PIC X(20)
026300             VALUE '          AMOUNT'.
026400         10  ES-CH-ACTION-TITLE  PIC X(30).
026500     05  ES-COLUMN-HEADING-2.
026600         10  FILLER              PIC X(12)  VALUE SPACES.
026700         10  FILLER              PIC X(40)  VALUE 'ADDRESS'.
026800     05  ES-STATE-HEADING-LINE.
026900         10  FILLER              PIC X(08)  VALUE 'STATE: '.
027000         10  ES-SH-STATE         PIC X(02).
027100         10  FILLER              PIC X(02)  VALUE SPACES.
027200         10  ES-SH-STATE-NAME    PIC X(20).
027300     05  ES-DETAIL-LINE-1.
027400         10  ES-DET-CUSTOMER-ID  PIC X(10).
027500         10  FILLER              PIC X(02)  VALUE SPACES.
027600         10  ES-DET-OWNER-NAME   PIC X(44).
027700         10  FILLER              PIC X(02)  VALUE SPACES.
027800         10  ES-DET-LAST-ACTIVE  PIC X(08).
027900         10  FILLER              PIC X(02)  VALUE SPACES.
028000         10  ES-DET-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99.
028100         10  FILLER              PIC X(04)  VALUE SPACES.
028200         10  ES-DET-ACTION-DATA  PIC X(30).
028300     05  ES-DETAIL-LINE-2.
028400         10  FILLER              PIC X(12)  VALUE SPACES.
028500         10  ES-DET-STREET       PIC X(40).
028600         10  FILLER              PIC X(01)  VALUE SPACES.
028700         10  ES-DET-CITY         PIC X(25).
028800         10  FILLER              PIC X(01)  VALUE SPACES.
028900         10  ES-DET-STATE        PIC X(02).
029000         10  FILLER              PIC X(01)  VALUE SPACES.
029100         10  ES-DET-ZIP          PIC X(10).
029200     05  ES-STATE-TOTAL-LINE.
029300         10  FILLER              PIC X(12)  VALUE SPACES.
029400         10  FILLER              PIC X(14)
029500             VALUE 'STATE TOTAL.. '.
029600         10  ES-ST-STATE-COUNT   PIC ZZZ,ZZ9.
029700         10  FILLER              PIC X(35)  VALUE SPACES.
029800         10  ES-ST-STATE-AMOUNT  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
029900     05  ES-EXCEPTION-HEADING.
030000         10  FILLER              PIC X(30)
030100             VALUE 'ACCOUNTS NOT EVALUATED OR NOT '.
030200         10  FILLER              PIC X(30)
030300             VALUE 'TRACKED -- REVIEW BY HAND'.
030400     05  ES-EXCEPTION-LINE.
030500         10  ES-EXC-CUSTOMER-ID  PIC X(10).
030600         10  FILLER              PIC X(02)  VALUE SPACES.
030700         10  ES-EXC-STATE        PIC X(02).
030800         10  FILLER              PIC X(02)  VALUE SPACES.
030900         10  ES-EXC-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99.
031000         10  FILLER              PIC X(02)  VALUE SPACES.
031100         10  ES-EXC-REASON       PIC X(30).
031200     05  ES-NONE-LINE.
031300         10  FILLER              PIC X(40)
031400             VALUE 'NO ACCOUNTS QUALIFY THIS RUN'.
031500     05  ES-SUMMARY-LINE-1.
031600         10  FILLER              PIC X(22)
031700             VALUE 'RECORDS READ......... '.
031800         10  ES-SUM-READ         PIC ZZZ,ZZ9.
031900     05  ES-SUMMARY-LINE-2.
032000         10  FILLER              PIC X(22)
032100             VALUE 'CREDIT BALANCES...... '.
032200         10  ES-SUM-CREDITS      PIC ZZZ,ZZ9.
032300     05  ES-SUMMARY-LINE-3.
032400         10  FILLER              PIC X(22)
032500             VALUE 'PAST DORMANCY PERIOD. '.
032600         10  ES-SUM-DORMANT      PIC ZZZ,ZZ9.
032700     05  ES-SUMMARY-LINE-4.
032800         10  FILLER              PIC X(22)
032900             VALUE 'NOT EVALUATED........ '.
033000         10  ES-SUM-EXCEPTIONS   PIC ZZZ,ZZ9.
033100     05  ES-SUMMARY-LINE-5.
033200         10  FILLER              PIC X(22)
033300             VALUE 'NOTICES ISSUED....... '.
033400         10  ES-SUM-NOTICES      PIC ZZZ,ZZ9.
033500         10  FILLER              PIC X(04)  VALUE SPACES.
033600         10  ES-SUM-NOTICED-AMT  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
033700     05  ES-SUMMARY-LINE-6.
033800         10  FILLER              PIC X(22)
033900             VALUE 'IN WAITING PERIOD.... '.
034000         10  ES-SUM-AWAITING     PIC ZZZ,ZZ9.
034100     05  ES-SUMMARY-LINE-7.
034200         10  FILLER              PIC X(22)
034300             VALUE 'NOTICES CLEARED...... '.
034400         10  ES-SUM-CLEARED      PIC ZZZ,ZZ9.
034500     05  ES-SUMMARY-LINE-8.
034600         10  FILLER              PIC X(22)
034700             VALUE 'ACCOUNTS FILED....... '.
034800         10  ES-SUM-FILED        PIC ZZZ,ZZ9.
034900         10  FILLER              PIC X(04)  VALUE SPACES.
035000         10  ES-SUM-FILED-AMT    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
035100     05  ES-SUMMARY-LINE-9.
035200         10  FILLER              PIC X(22)
035300             VALUE 'FILED, NOT YET POSTED '.
035400         10  ES-SUM-NOT-POSTED   PIC ZZZ,ZZ9.
035420     05  ES-SUMMARY-LINE-10.
035440         10  FILLER              PIC X(22)
035460             VALUE 'TRACKING ROWS FAILED. '.
035480         10  ES-SUM-TRACK-FAILED PIC ZZZ,ZZ9.
035500******************************************************************
035600 PROCEDURE DIVISION.
035700******************************************************************
035800 0000-MAINLINE.
035900     PERFORM 1000-INITIALIZE
036000         THRU 1000-INITIALIZE-EXIT.
036100     SORT SORT-WORK-FILE
036200         ASCENDING KEY SW-ACTION SW-STATE SW-CUSTOMER-ID
036300         INPUT PROCEDURE IS 2000-SELECT-ACCOUNTS
036400             THRU 2000-SELECT-ACCOUNTS-EXIT
036500         OUTPUT PROCEDURE IS 4000-PRODUCE-REPORTS
036600             THRU 4000-PRODUCE-REPORTS-EXIT.
036700     PERFORM 5000-TERMINATE
036800         THRU 5000-TERMINATE-EXIT.
036900     GOBACK.
037000******************************************************************
037100 1000-INITIALIZE.
037200     ACCEPT ES-TODAY-8 FROM DATE YYYYMMDD.
037300     ACCEPT ES-CURRENT-TIME FROM TIME.
037400     COMPUTE ES-TODAY-INTEGER =
037500         FUNCTION INTEGER-OF-DATE (ES-TODAY-8).
037600     MOVE ES-TODAY-ALPHA  TO ES-GEN-DATE.
037700     MOVE ES-CURRENT-TIME TO ES-GEN-TIME.
037800     OPEN INPUT STATE-RULES-FILE.
037900     IF ES-RULES-STATUS = '00'
038000         PERFORM 1100-LOAD-STATE-RULE
038100             THRU 1100-LOAD-STATE-RULE-EXIT
038200             UNTIL ES-END-OF-RULES
038300         CLOSE STATE-RULES-FILE
038400     END-IF.
038500     MOVE '**' TO ES-WORK-STATE.
038600     PERFORM 2250-FIND-STATE-RULE
038700         THRU 2250-FIND-STATE-RULE-EXIT.
038800     IF ES-RULE-FOUND
038900         MOVE ES-HIT-SUB TO ES-DEFAULT-SUB
039000     END-IF.
039100     OPEN I-O ESCHEAT-TRACKING-FILE.
039200     IF ES-TRACK-STATUS = '35'
039300         OPEN OUTPUT ESCHEAT-TRACKING-FILE
039400         CLOSE ESCHEAT-TRACKING-FILE
039500         OPEN I-O ESCHEAT-TRACKING-FILE
039600     END-IF.
039620     OPEN EXTEND FILED-HISTORY-FILE.
039640     IF ES-FHIST-STATUS = '35'
039660         OPEN OUTPUT FILED-HISTORY-FILE
039680     END-IF.
039700     OPEN OUTPUT POSTING-ITEM-FILE.
039800 1000-INITIALIZE-EXIT.
039900     EXIT.
040000******************************************************************
040100*ONE RULE PER STATE; A BLANK LINE IS SKIPPED AND ANYTHING PAST
040200*THE SIZE OF THE TABLE IS IGNORED.
040300******************************************************************
040400 1100-LOAD-STATE-RULE.
040500     READ STATE-RULES-FILE
040600         AT END
040700             MOVE 'Y' TO ES-END-OF-RULES-SW
040800             GO TO 1100-LOAD-STATE-RULE-EXIT
040900     END-READ.
041000     IF ESRL-STATE = SPACES
041100         OR ES-RULE-COUNT NOT < 60
041200         GO TO 1100-LOAD-STATE-RULE-EXIT
041300     END-IF.
041400     ADD 1 TO ES-RULE-COUNT.
041500     MOVE ESRL-STATE      TO ES-RULE-STATE (ES-RULE-COUNT).
041600     MOVE ESRL-STATE-NAME TO ES-RULE-STATE-NAME (ES-RULE-COUNT).
041700     MOVE ZERO TO ES-RULE-YEARS (ES-RULE-COUNT)
041800                  ES-RULE-WAIT-DAYS (ES-RULE-COUNT).
041900     IF ESRL-DORMANCY-YEARS NUMERIC
042000         MOVE ESRL-DORMANCY-YEARS
042100             TO ES-RULE-YEARS (ES-RULE-COUNT)
042200     END-IF.
042300     IF ESRL-WAIT-DAYS NUMERIC
042400         MOVE ESRL-WAIT-DAYS TO ES-RULE-WAIT-DAYS (ES-RULE-COUNT)
042500     END-IF.
042600 1100-LOAD-STATE-RULE-EXIT.
042700     EXIT.
042800******************************************************************
042900 2000-SELECT-ACCOUNTS.
043000     OPEN INPUT CUSTOMER-MASTER-FILE.
043100     PERFORM 2900-READ-MASTER
043200         THRU 2900-READ-MASTER-EXIT.
043300     PERFORM 2100-EVALUATE-ACCOUNT
043400         THRU 2100-EVALUATE-ACCOUNT-EXIT
043500         UNTIL ES-END-OF-MASTER.
043600     CLOSE CUSTOMER-MASTER-FILE.
043700 2000-SELECT-ACCOUNTS-EXIT.
043800     EXIT.
043900******************************************************************
044000*EVERY ACCOUNT IS LOOKED UP ON THE TRACKING FILE, NOT JUST THE
044100*DORMANT CREDIT BALANCES, SO A NOTICE CAN BE CLEARED ONCE THE
044200*CREDIT BALANCE IS GONE.
044300******************************************************************
044400 2100-EVALUATE-ACCOUNT.
044500     MOVE 'N' TO ES-QUALIFIES-SW.
044600     IF ACCOUNT-BALANCE < ZERO
044700         ADD 1 TO ES-CREDIT-BALANCES
044800         PERFORM 2200-CHECK-DORMANCY
044900             THRU 2200-CHECK-DORMANCY-EXIT
045000         IF NOT ES-RULE-FOUND
045100             GO TO 2100-NEXT-ACCOUNT
045200         END-IF
045300     END-IF.
045400     MOVE CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
045500         TO ESCH-CUSTOMER-ID.
045600     READ ESCHEAT-TRACKING-FILE
045700         INVALID KEY
045800             MOVE 'N' TO ES-TRACKED-SW
045900         NOT INVALID KEY
046000             MOVE 'Y' TO ES-TRACKED-SW
046100     END-READ.
046200     IF NOT ES-TRACKED
046300         IF ES-QUALIFIES
046400             PERFORM 2300-ISSUE-NOTICE
046500                 THRU 2300-ISSUE-NOTICE-EXIT
046600         END-IF
046700         GO TO 2100-NEXT-ACCOUNT
046800     END-IF.
046900     IF ESCH-FILED
047000         PERFORM 2500-CHECK-FILED-ACCOUNT
047100             THRU 2500-CHECK-FILED-ACCOUNT-EXIT
047200     ELSE
047300         PERFORM 2400-CHECK-NOTICED-ACCOUNT
047400             THRU 2400-CHECK-NOTICED-ACCOUNT-EXIT
047500     END-IF.
047600 2100-NEXT-ACCOUNT.
047700     PERFORM 2900-READ-MASTER
047800         THRU 2900-READ-MASTER-EXIT.
047900 2100-EVALUATE-ACCOUNT-EXIT.
048000     EXIT.
048100******************************************************************
048200*THE DORMANCY CUTOFF IS TODAY'S DATE MOVED BACK THE STATE'S
048300*NUMBER OF YEARS; AN ACCOUNT LAST ACTIVE BEFORE IT QUALIFIES.
048400*A CREDIT BALANCE THAT CANNOT BE EVALUATED IS AN EXCEPTION AND
048500*LEAVES ES-RULE-FOUND OFF SO IT IS NOT TRACKED EITHER WAY.
048600******************************************************************
048700 2200-CHECK-DORMANCY.
048800     COMPUTE ES-CREDIT-AMOUNT =
048900         ZERO - ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD.
049000     MOVE STATE OF CUSTOMER-MASTER-RECORD TO ES-WORK-STATE.
049100     PERFORM 2250-FIND-STATE-RULE
049200         THRU 2250-FIND-STATE-RULE-EXIT.
049300     IF NOT ES-RULE-FOUND
049400         AND ES-DEFAULT-SUB > ZERO
049500         MOVE ES-DEFAULT-SUB TO ES-HIT-SUB
049600         MOVE 'Y' TO ES-RULE-FOUND-SW
049700     END-IF.
049800     IF NOT ES-RULE-FOUND
049900         MOVE 'NO DORMANCY RULE FOR STATE' TO SW-REASON
050000         PERFORM 2700-RELEASE-EXCEPTION
050100             THRU 2700-RELEASE-EXCEPTION-EXIT
050200         GO TO 2200-CHECK-DORMANCY-EXIT
050300     END-IF.
050400     MOVE LAST-ACTIVITY-DATE OF CUSTOMER-MASTER-RECORD
050500         TO ES-ACTIVITY-ALPHA.
050600     IF ES-ACTIVITY-8 NOT NUMERIC
050700         OR ES-ACTIVITY-8 = ZERO
050800         MOVE 'N' TO ES-RULE-FOUND-SW
050900         MOVE 'NO LAST-ACTIVITY-DATE' TO SW-REASON
051000         PERFORM 2700-RELEASE-EXCEPTION
051100             THRU 2700-RELEASE-EXCEPTION-EXIT
051200         GO TO 2200-CHECK-DORMANCY-EXIT
051300     END-IF.
051400     IF ES-RULE-YEARS (ES-HIT-SUB) = ZERO
051500         MOVE 'N' TO ES-RULE-FOUND-SW
051600         MOVE 'STATE RULE HAS NO DORMANCY' TO SW-REASON
051700         PERFORM 2700-RELEASE-EXCEPTION
051800             THRU 2700-RELEASE-EXCEPTION-EXIT
051900         GO TO 2200-CHECK-DORMANCY-EXIT
052000     END-IF.
052100     COMPUTE ES-CUTOFF-8 =
052200         ES-TODAY-8 - (ES-RULE-YEARS (ES-HIT-SUB) * 10000).
052300     IF ES-ACTIVITY-8 < ES-CUTOFF-8
052400         MOVE 'Y' TO ES-QUALIFIES-SW
052500         ADD 1 TO ES-DORMANT-CREDITS
052600     END-IF.
052700 2200-CHECK-DORMANCY-EXIT.
052800     EXIT.
052900******************************************************************
053000 2250-FIND-STATE-RULE.
053100     MOVE 'N'  TO ES-RULE-FOUND-SW.
053200     MOVE ZERO TO ES-HIT-SUB.
053300     PERFORM 2260-COMPARE-STATE-RULE
053400         THRU 2260-COMPARE-STATE-RULE-EXIT
053500         VARYING ES-RULE-SUB FROM 1 BY 1
053600         UNTIL ES-RULE-SUB > ES-RULE-COUNT
053700            OR ES-RULE-FOUND.
053800 2250-FIND-STATE-RULE-EXIT.
053900     EXIT.
054000******************************************************************
054100 2260-COMPARE-STATE-RULE.
054200     IF ES-RULE-STATE (ES-RULE-SUB) = ES-WORK-STATE
054300         MOVE 'Y' TO ES-RULE-FOUND-SW
054400         MOVE ES-RULE-SUB TO ES-HIT-SUB
054500     END-IF.
054600 2260-COMPARE-STATE-RULE-EXIT.
054700     EXIT.
054800******************************************************************
054900*A DORMANT CREDIT BALANCE SEEN FOR THE FIRST TIME GOES ON THE
055000*DUE-DILIGENCE LIST WITH THE DATE IT CAN FIRST BE FILED.
055100******************************************************************
055200 2300-ISSUE-NOTICE.
055300     MOVE SPACES TO ESCHEAT-TRACKING-RECORD.
055400     MOVE CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
055500         TO ESCH-CUSTOMER-ID.
055600     MOVE 'N' TO ESCH-STATUS.
055700     MOVE STATE OF CUSTOMER-MASTER-RECORD TO ESCH-STATE.
055800     MOVE ES-CREDIT-AMOUNT TO ESCH-AMOUNT.
055900     MOVE LAST-ACTIVITY-DATE OF CUSTOMER-MASTER-RECORD
056000         TO ESCH-LAST-ACTIVITY-DATE.
056100     MOVE ES-TODAY-ALPHA TO ESCH-NOTICE-DATE.
056200     WRITE ESCHEAT-TRACKING-RECORD
056300         INVALID KEY
056325             MOVE 'NOTICE NOT WRITTEN' TO ES-TR-TEXT
056337             MOVE ES-TRACK-STATUS TO ES-TR-STATUS
056350             PERFORM 2750-RELEASE-TRACKING-ERROR
056375                 THRU 2750-RELEASE-TRACKING-ERROR-EXIT
056400             GO TO 2300-ISSUE-NOTICE-EXIT
056500     END-WRITE.
056600     ADD 1 TO ES-NOTICES-ISSUED.
056700     ADD ES-CREDIT-AMOUNT TO ES-NOTICED-AMOUNT.
056800     COMPUTE ES-ELIGIBLE-INTEGER =
056900         ES-TODAY-INTEGER + ES-RULE-WAIT-DAYS (ES-HIT-SUB).
057000     COMPUTE ES-ELIGIBLE-8 =
057100         FUNCTION DATE-OF-INTEGER (ES-ELIGIBLE-INTEGER).
057200     MOVE 'D' TO SW-ACTION.
057300     PERFORM 2800-BUILD-SORT-RECORD
057400         THRU 2800-BUILD-SORT-RECORD-EXIT.
057500     MOVE ES-ELIGIBLE-8 TO SW-ACTION-DATE.
057600     RELEASE SORT-WORK-RECORD.
057700 2300-ISSUE-NOTICE-EXIT.
057800     EXIT.
057900******************************************************************
058000*A NOTICED ACCOUNT THE OWNER HAS SINCE USED, OR THAT NO LONGER
058100*HOLDS A DORMANT CREDIT BALANCE, IS CLEARED.  ONE STILL DORMANT
058200*AFTER THE STATE'S WAITING PERIOD IS FILED.
058300******************************************************************
058400 2400-CHECK-NOTICED-ACCOUNT.
058500     IF NOT ES-QUALIFIES
058600         OR LAST-ACTIVITY-DATE OF CUSTOMER-MASTER-RECORD
058700             NOT = ESCH-LAST-ACTIVITY-DATE
058800         DELETE ESCHEAT-TRACKING-FILE
058900             INVALID KEY
059000                 MOVE 'NOTICE NOT CLEARED' TO ES-TR-TEXT
059012                 MOVE ES-TRACK-STATUS TO ES-TR-STATUS
059025                 PERFORM 2750-RELEASE-TRACKING-ERROR
059050                     THRU 2750-RELEASE-TRACKING-ERROR-EXIT
059075                 GO TO 2400-CHECK-NOTICED-ACCOUNT-EXIT
059100         END-DELETE
059200         ADD 1 TO ES-NOTICES-CLEARED
059300         IF ES-QUALIFIES
059400             PERFORM 2300-ISSUE-NOTICE
059500                 THRU 2300-ISSUE-NOTICE-EXIT
059600         END-IF
059700         GO TO 2400-CHECK-NOTICED-ACCOUNT-EXIT
059800     END-IF.
059900     MOVE ESCH-NOTICE-DATE TO ES-NOTICE-ALPHA.
060000     IF ES-NOTICE-8 NOT NUMERIC
060100         MOVE ES-TODAY-8 TO ES-NOTICE-8
060200     END-IF.
060300     COMPUTE ES-NOTICE-INTEGER =
060400         FUNCTION INTEGER-OF-DATE (ES-NOTICE-8).
060500     COMPUTE ES-ELIGIBLE-INTEGER =
060600         ES-NOTICE-INTEGER + ES-RULE-WAIT-DAYS (ES-HIT-SUB).
060700     IF ES-ELIGIBLE-INTEGER > ES-TODAY-INTEGER
060800         ADD 1 TO ES-AWAITING-WAIT
060900         GO TO 2400-CHECK-NOTICED-ACCOUNT-EXIT
061000     END-IF.
061100     PERFORM 2600-FILE-ACCOUNT
061200         THRU 2600-FILE-ACCOUNT-EXIT.
061300 2400-CHECK-NOTICED-ACCOUNT-EXIT.
061400     EXIT.
061500******************************************************************
061600*THE FILING ADJUSTMENT REFRESHES LAST-ACTIVITY-DATE WHEN CUSTPOST
061700*APPLIES IT.  A FILED ACCOUNT STILL SHOWING ITS OLD DATE HAS NOT
061800*BEEN POSTED YET AND IS LEFT ALONE; ONE THAT HAS BEEN POSTED AND
061900*HAS SINCE GONE DORMANT ON A NEW CREDIT BALANCE STARTS OVER.
061925*ITS FILED ROW IS THE ONLY RECORD OF WHAT WENT TO THE STATE, SO
061950*IT IS COPIED TO THE FILED HISTORY FILE BEFORE THE NEW NOTICE
061975*TAKES ITS PLACE; IF IT CANNOT BE COPIED NOTHING STARTS OVER.
062000******************************************************************
062100 2500-CHECK-FILED-ACCOUNT.
062200     IF NOT ES-QUALIFIES
062300         GO TO 2500-CHECK-FILED-ACCOUNT-EXIT
062400     END-IF.
062500     IF LAST-ACTIVITY-DATE OF CUSTOMER-MASTER-RECORD
062600         < ESCH-FILED-DATE
062700         ADD 1 TO ES-FILED-NOT-POSTED
062800         GO TO 2500-CHECK-FILED-ACCOUNT-EXIT
062900     END-IF.
062911     WRITE FILED-HISTORY-RECORD FROM ESCHEAT-TRACKING-RECORD.
062922     IF ES-FHIST-STATUS NOT = '00'
062933         MOVE 'FILING NOT ARCHIVED' TO ES-TR-TEXT
062944         MOVE ES-FHIST-STATUS TO ES-TR-STATUS
062955         PERFORM 2750-RELEASE-TRACKING-ERROR
062966             THRU 2750-RELEASE-TRACKING-ERROR-EXIT
062977         GO TO 2500-CHECK-FILED-ACCOUNT-EXIT
062988     END-IF.
063000     DELETE ESCHEAT-TRACKING-FILE
063100         INVALID KEY
063200             MOVE 'FILING NOT CLEARED' TO ES-TR-TEXT
063212             MOVE ES-TRACK-STATUS TO ES-TR-STATUS
063225             PERFORM 2750-RELEASE-TRACKING-ERROR
063250                 THRU 2750-RELEASE-TRACKING-ERROR-EXIT
063275             GO TO 2500-CHECK-FILED-ACCOUNT-EXIT
063300     END-DELETE.
063400     PERFORM 2300-ISSUE-NOTICE
063500         THRU 2300-ISSUE-NOTICE-EXIT.
063600 2500-CHECK-FILED-ACCOUNT-EXIT.
063700     EXIT.
063800******************************************************************
063900*THE ADJUSTMENT ITEM IS A DEBIT FOR THE WHOLE CREDIT BALANCE, SO
064000*CUSTPOST TAKES THE ACCOUNT TO ZERO.
064100******************************************************************
064200 2600-FILE-ACCOUNT.
064300     ADD 1 TO ES-REFERENCE-SEQ.
064400     MOVE ES-REFERENCE-SEQ TO ES-GEN-SEQ.
064500     MOVE 'F' TO ESCH-STATUS.
064600     MOVE STATE OF CUSTOMER-MASTER-RECORD TO ESCH-STATE.
064700     MOVE ES-CREDIT-AMOUNT TO ESCH-AMOUNT.
064800     MOVE ES-TODAY-ALPHA TO ESCH-FILED-DATE.
064900     MOVE ES-GENERATED-REFERENCE TO ESCH-REFERENCE-NUMBER.
065000     REWRITE ESCHEAT-TRACKING-RECORD
065100         INVALID KEY
065125             MOVE 'FILING NOT RECORDED' TO ES-TR-TEXT
065137             MOVE ES-TRACK-STATUS TO ES-TR-STATUS
065150             PERFORM 2750-RELEASE-TRACKING-ERROR
065175                 THRU 2750-RELEASE-TRACKING-ERROR-EXIT
065200             GO TO 2600-FILE-ACCOUNT-EXIT
065300     END-REWRITE.
065400     MOVE SPACES TO POSTING-ITEM-RECORD.
065500     MOVE CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
065600         TO ESPI-CUSTOMER-ID.
065700     MOVE 'D' TO ESPI-DEBIT-CREDIT-CODE.
065800     MOVE ES-CREDIT-AMOUNT TO ESPI-AMOUNT.
065900     MOVE ES-TODAY-ALPHA TO ESPI-POSTING-DATE.
066000     MOVE 'A' TO ESPI-ITEM-TYPE.
066100     MOVE ES-GENERATED-REFERENCE TO ESPI-REFERENCE-NUMBER.
066200     WRITE POSTING-ITEM-RECORD.
066300     ADD 1 TO ES-ACCOUNTS-FILED.
066400     ADD ES-CREDIT-AMOUNT TO ES-FILED-AMOUNT.
066500     MOVE 'F' TO SW-ACTION.
066600     PERFORM 2800-BUILD-SORT-RECORD
066700         THRU 2800-BUILD-SORT-RECORD-EXIT.
066800     MOVE ESCH-NOTICE-DATE TO SW-ACTION-DATE.
066900     MOVE ES-GENERATED-REFERENCE TO SW-REFERENCE-NUMBER.
067000     RELEASE SORT-WORK-RECORD.
067100 2600-FILE-ACCOUNT-EXIT.
067200     EXIT.
067300******************************************************************
067400 2700-RELEASE-EXCEPTION.
067500     ADD 1 TO ES-EXCEPTIONS.
067600     MOVE SW-REASON TO ES-EXC-REASON.
067700     MOVE 'X' TO SW-ACTION.
067800     PERFORM 2800-BUILD-SORT-RECORD
067900         THRU 2800-BUILD-SORT-RECORD-EXIT.
068000     MOVE ES-EXC-REASON TO SW-REASON.
068100     RELEASE SORT-WORK-RECORD.
068200 2700-RELEASE-EXCEPTION-EXIT.
068300     EXIT.
068306******************************************************************
068312*A TRACKING ROW THAT COULD NOT BE UPDATED IS LISTED WITH THE
068318*EXCEPTIONS, SHOWING THE AMOUNT ON THE ROW AND THE FILE STATUS.
068324******************************************************************
068330 2750-RELEASE-TRACKING-ERROR.
068336     ADD 1 TO ES-TRACKING-FAILURES.
068348     MOVE 'X' TO SW-ACTION.
068354     PERFORM 2800-BUILD-SORT-RECORD
068360         THRU 2800-BUILD-SORT-RECORD-EXIT.
068366     MOVE ESCH-AMOUNT TO SW-AMOUNT.
068372     MOVE ES-TRACKING-REASON TO SW-REASON.
068378     RELEASE SORT-WORK-RECORD.
068384 2750-RELEASE-TRACKING-ERROR-EXIT.
068390     EXIT.
068400******************************************************************
068500 2800-BUILD-SORT-RECORD.
068600     MOVE STATE OF CUSTOMER-MASTER-RECORD TO SW-STATE.
068700     MOVE CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
068800         TO SW-CUSTOMER-ID.
068900     MOVE SPACES TO SW-STATE-NAME.
069000     IF ES-HIT-SUB > ZERO
069100         MOVE ES-RULE-STATE-NAME (ES-HIT-SUB) TO SW-STATE-NAME
069200     END-IF.
069300     MOVE CUSTOMER-INFO OF CUSTOMER-MASTER-RECORD
069400         TO SW-CUSTOMER-INFO.
069500     MOVE ADDRESS-INFO OF CUSTOMER-MASTER-RECORD
069600         TO SW-ADDRESS-INFO.
069700     MOVE ES-CREDIT-AMOUNT TO SW-AMOUNT.
069800     MOVE LAST-ACTIVITY-DATE OF CUSTOMER-MASTER-RECORD
069900         TO SW-LAST-ACTIVITY-DATE.
070000     MOVE SPACES TO SW-ACTION-DATE
070100                    SW-REFERENCE-NUMBER
070200                    SW-REASON.
070300 2800-BUILD-SORT-RECORD-EXIT.
070400     EXIT.
070500******************************************************************
070600 2900-READ-MASTER.
070700     READ CUSTOMER-MASTER-FILE NEXT RECORD
070800         AT END
070900             MOVE 'Y' TO ES-END-OF-MASTER-SW
071000     END-READ.
071100     IF NOT ES-END-OF-MASTER
071200         ADD 1 TO ES-RECORDS-READ
071300     END-IF.
071400 2900-READ-MASTER-EXIT.
071500     EXIT.
071600******************************************************************
071700*THE SORT BRINGS BACK THE NOTICES FIRST, THEN THE FILINGS, THEN
071800*THE EXCEPTIONS, EACH BY STATE.  NOTICES AND EXCEPTIONS GO TO THE
071900*DUE-DILIGENCE LIST; EACH STATE'S FILINGS START A NEW PAGE OF THE
072000*FILING REPORT SO THE PAGES CAN GO WITH THAT STATE'S RETURN.
072100******************************************************************
072200 4000-PRODUCE-REPORTS.
072300     OPEN OUTPUT DUE-DILIGENCE-FILE.
072400     OPEN OUTPUT FILING-REPORT-FILE.
072500     MOVE ES-TODAY-ALPHA TO ES-DH-RUN-DATE
072600                            ES-FH-RUN-DATE.
072700     WRITE DUE-DILIGENCE-LINE FROM ES-DILIGENCE-HEADING-1
072800         AFTER ADVANCING TOP-OF-PAGE.
072900     WRITE DUE-DILIGENCE-LINE FROM ES-DILIGENCE-HEADING-2
073000         AFTER ADVANCING 1 LINE.
073100     MOVE 'FILE ON OR AFTER' TO ES-CH-ACTION-TITLE.
073200     WRITE DUE-DILIGENCE-LINE FROM ES-COLUMN-HEADING-1
073300         AFTER ADVANCING 2 LINES.
073400     WRITE DUE-DILIGENCE-LINE FROM ES-COLUMN-HEADING-2
073500         AFTER ADVANCING 1 LINE.
073600     RETURN SORT-WORK-FILE
073700         AT END
073800             MOVE 'Y' TO ES-END-OF-SORT-SW
073900     END-RETURN.
074000     PERFORM 4100-PROCESS-SORTED-RECORD
074100         THRU 4100-PROCESS-SORTED-RECORD-EXIT
074200         UNTIL ES-END-OF-SORT.
074300     IF ES-PRIOR-ACTION = 'D' OR 'F'
074400         PERFORM 4800-WRITE-STATE-TOTAL
074500             THRU 4800-WRITE-STATE-TOTAL-EXIT
074600     END-IF.
074700     IF ES-FIRST-NOTICE
074800         WRITE DUE-DILIGENCE-LINE FROM ES-NONE-LINE
074900             AFTER ADVANCING 2 LINES
075000     END-IF.
075100     IF ES-FIRST-FILING
075200         WRITE FILING-REPORT-LINE FROM ES-FILING-HEADING-1
075300             AFTER ADVANCING TOP-OF-PAGE
075400         WRITE FILING-REPORT-LINE FROM ES-NONE-LINE
075500             AFTER ADVANCING 2 LINES
075600     END-IF.
075700     PERFORM 4900-WRITE-SUMMARY
075800         THRU 4900-WRITE-SUMMARY-EXIT.
075900     CLOSE DUE-DILIGENCE-FILE.
076000     CLOSE FILING-REPORT-FILE.
076100 4000-PRODUCE-REPORTS-EXIT.
076200     EXIT.
076300******************************************************************
076400 4100-PROCESS-SORTED-RECORD.
076500     IF SW-ACTION NOT = ES-PRIOR-ACTION
076600         OR SW-STATE NOT = ES-PRIOR-STATE
076700         IF ES-PRIOR-ACTION = 'D' OR 'F'
076800             PERFORM 4800-WRITE-STATE-TOTAL
076900                 THRU 4800-WRITE-STATE-TOTAL-EXIT
077000         END-IF
077100         MOVE SW-ACTION TO ES-PRIOR-ACTION
077200         MOVE SW-STATE  TO ES-PRIOR-STATE
077300         PERFORM 4700-WRITE-STATE-HEADING
077400             THRU 4700-WRITE-STATE-HEADING-EXIT
077500     END-IF.
077600     IF SW-EXCEPTION
077700         MOVE SW-CUSTOMER-ID TO ES-EXC-CUSTOMER-ID
077800         MOVE SW-STATE       TO ES-EXC-STATE
077900         MOVE SW-AMOUNT      TO ES-EXC-AMOUNT
078000         MOVE SW-REASON      TO ES-EXC-REASON
078100         WRITE DUE-DILIGENCE-LINE FROM ES-EXCEPTION-LINE
078200             AFTER ADVANCING 1 LINE
078300         GO TO 4100-NEXT-SORTED-RECORD
078400     END-IF.
078500     ADD 1 TO ES-STATE-COUNT.
078600     ADD SW-AMOUNT TO ES-STATE-AMOUNT.
078700     PERFORM 4200-FORMAT-DETAIL
078800         THRU 4200-FORMAT-DETAIL-EXIT.
078900     IF SW-NOTICE
079000         MOVE SW-ACTION-DATE TO ES-DET-ACTION-DATA
079100         WRITE DUE-DILIGENCE-LINE FROM ES-DETAIL-LINE-1
079200             AFTER ADVANCING 2 LINES
079300         WRITE DUE-DILIGENCE-LINE FROM ES-DETAIL-LINE-2
079400             AFTER ADVANCING 1 LINE
079500     ELSE
079600         MOVE SPACES TO ES-DET-ACTION-DATA
079700         STRING SW-REFERENCE-NUMBER DELIMITED BY SIZE
079800                ' '                 DELIMITED BY SIZE
079900                SW-ACTION-DATE      DELIMITED BY SIZE
080000             INTO ES-DET-ACTION-DATA
080100         WRITE FILING-REPORT-LINE FROM ES-DETAIL-LINE-1
080200             AFTER ADVANCING 2 LINES
080300         WRITE FILING-REPORT-LINE FROM ES-DETAIL-LINE-2
080400             AFTER ADVANCING 1 LINE
080500     END-IF.
080600 4100-NEXT-SORTED-RECORD.
080700     RETURN SORT-WORK-FILE
080800         AT END
080900             MOVE 'Y' TO ES-END-OF-SORT-SW
081000     END-RETURN.
081100 4100-PROCESS-SORTED-RECORD-EXIT.
081200     EXIT.
081300******************************************************************
081400*OWNER NAME IS PRINTED LAST, FIRST MIDDLE-INITIAL.
081500******************************************************************
081600 4200-FORMAT-DETAIL.
081700     MOVE SPACES TO ES-OWNER-NAME.
081800     STRING SW-LAST-NAME      DELIMITED BY '  '
081900            ', '              DELIMITED BY SIZE
082000            SW-FIRST-NAME     DELIMITED BY '  '
082100            ' '               DELIMITED BY SIZE
082200            SW-MIDDLE-INITIAL DELIMITED BY SIZE
082300         INTO ES-OWNER-NAME.
082400     MOVE SW-CUSTOMER-ID        TO ES-DET-CUSTOMER-ID.
082500     MOVE ES-OWNER-NAME         TO ES-DET-OWNER-NAME.
082600     MOVE SW-LAST-ACTIVITY-DATE TO ES-DET-LAST-ACTIVE.
082700     MOVE SW-AMOUNT             TO ES-DET-AMOUNT.
082800     MOVE SW-STREET-ADDRESS     TO ES-DET-STREET.
082900     MOVE SW-CITY               TO ES-DET-CITY.
083000     MOVE SW-ADDRESS-STATE      TO ES-DET-STATE.
083100     MOVE SW-ZIP-CODE           TO ES-DET-ZIP.
083200 4200-FORMAT-DETAIL-EXIT.
083300     EXIT.
083400******************************************************************
083500 4700-WRITE-STATE-HEADING.
083600     MOVE ZERO TO ES-STATE-COUNT
083700                  ES-STATE-AMOUNT.
083800     MOVE SW-STATE      TO ES-SH-STATE.
083900     MOVE SW-STATE-NAME TO ES-SH-STATE-NAME.
084000     EVALUATE TRUE
084100         WHEN SW-NOTICE
084200             MOVE 'N' TO ES-FIRST-NOTICE-SW
084300             WRITE DUE-DILIGENCE-LINE FROM ES-STATE-HEADING-LINE
084400                 AFTER ADVANCING 2 LINES
084500         WHEN SW-FILING
084600             MOVE 'N' TO ES-FIRST-FILING-SW
084700             WRITE FILING-REPORT-LINE FROM ES-FILING-HEADING-1
084800                 AFTER ADVANCING TOP-OF-PAGE
084900             WRITE FILING-REPORT-LINE FROM ES-STATE-HEADING-LINE
085000                 AFTER ADVANCING 2 LINES
085100             MOVE 'REFERENCE NUMBER     NOTICED'
085200                 TO ES-CH-ACTION-TITLE
085300             WRITE FILING-REPORT-LINE FROM ES-COLUMN-HEADING-1
085400                 AFTER ADVANCING 2 LINES
085500             WRITE FILING-REPORT-LINE FROM ES-COLUMN-HEADING-2
085600                 AFTER ADVANCING 1 LINE
085700         WHEN OTHER
085800             IF ES-FIRST-EXCEPTION
085900                 MOVE 'N' TO ES-FIRST-EXCEPTION-SW
086000                 WRITE DUE-DILIGENCE-LINE
086100                     FROM ES-EXCEPTION-HEADING
086200                     AFTER ADVANCING 3 LINES
086300             END-IF
086400     END-EVALUATE.
086500 4700-WRITE-STATE-HEADING-EXIT.
086600     EXIT.
086700******************************************************************
086800 4800-WRITE-STATE-TOTAL.
086900     MOVE ES-STATE-COUNT  TO ES-ST-STATE-COUNT.
087000     MOVE ES-STATE-AMOUNT TO ES-ST-STATE-AMOUNT.
087100     IF ES-PRIOR-ACTION = 'D'
087200         WRITE DUE-DILIGENCE-LINE FROM ES-STATE-TOTAL-LINE
087300             AFTER ADVANCING 2 LINES
087400     ELSE
087500         WRITE FILING-REPORT-LINE FROM ES-STATE-TOTAL-LINE
087600             AFTER ADVANCING 2 LINES
087700     END-IF.
087800 4800-WRITE-STATE-TOTAL-EXIT.
087900     EXIT.
088000******************************************************************
088100 4900-WRITE-SUMMARY.
088200     MOVE ES-RECORDS-READ     TO ES-SUM-READ.
088300     MOVE ES-CREDIT-BALANCES  TO ES-SUM-CREDITS.
088400     MOVE ES-DORMANT-CREDITS  TO ES-SUM-DORMANT.
088500     MOVE ES-EXCEPTIONS       TO ES-SUM-EXCEPTIONS.
088600     MOVE ES-NOTICES-ISSUED   TO ES-SUM-NOTICES.
088700     MOVE ES-NOTICED-AMOUNT   TO ES-SUM-NOTICED-AMT.
088800     MOVE ES-AWAITING-WAIT    TO ES-SUM-AWAITING.
088900     MOVE ES-NOTICES-CLEARED  TO ES-SUM-CLEARED.
089000     MOVE ES-ACCOUNTS-FILED   TO ES-SUM-FILED.
089100     MOVE ES-FILED-AMOUNT     TO ES-SUM-FILED-AMT.
089200     MOVE ES-FILED-NOT-POSTED TO ES-SUM-NOT-POSTED.
089250     MOVE ES-TRACKING-FAILURES TO ES-SUM-TRACK-FAILED.
089300     WRITE FILING-REPORT-LINE FROM ES-SUMMARY-LINE-1
089400         AFTER ADVANCING 3 LINES.
089500     WRITE FILING-REPORT-LINE FROM ES-SUMMARY-LINE-2
089600         AFTER ADVANCING 1 LINE.
089700     WRITE FILING-REPORT-LINE FROM ES-SUMMARY-LINE-3
089800         AFTER ADVANCING 1 LINE.
089900     WRITE FILING-REPORT-LINE FROM ES-SUMMARY-LINE-4
090000         AFTER ADVANCING 1 LINE.
090100     WRITE FILING-REPORT-LINE FROM ES-SUMMARY-LINE-5
090200         AFTER ADVANCING 1 LINE.
090300     WRITE FILING-REPORT-LINE FROM ES-SUMMARY-LINE-6
090400         AFTER ADVANCING 1 LINE.
090500     WRITE FILING-REPORT-LINE FROM ES-SUMMARY-LINE-7
090600         AFTER ADVANCING 1 LINE.
090700     WRITE FILING-REPORT-LINE FROM ES-SUMMARY-LINE-8
090800         AFTER ADVANCING 1 LINE.
090900     WRITE FILING-REPORT-LINE FROM ES-SUMMARY-LINE-9
091000         AFTER ADVANCING 1 LINE.
091033     WRITE FILING-REPORT-LINE FROM ES-SUMMARY-LINE-10
091066         AFTER ADVANCING 1 LINE.
091100 4900-WRITE-SUMMARY-EXIT.
091200     EXIT.
091300******************************************************************
091400 5000-TERMINATE.
091500     CLOSE ESCHEAT-TRACKING-FILE.
091550     CLOSE FILED-HISTORY-FILE.
091600     CLOSE POSTING-ITEM-FILE.
091700 5000-TERMINATE-EXIT.
091800     EXIT.
091900******************************************************************

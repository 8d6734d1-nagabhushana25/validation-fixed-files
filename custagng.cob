000100******************************************************************
000200*CUSTAGNG
000300*BILLING-CYCLE CLOSE, DELINQUENCY AGING AND COLLECTIONS QUEUE
000400*
000500*RUNS NIGHTLY AFTER CUSTPOST AND CUSTFCHG AND BEFORE CUSTSTMT.
000600*SCANS THE CUSTOMER MASTER FILE AND KEEPS ONE ACCOUNT BILLING
000700*RECORD PER CUSTOMER (SEE CUSTBILL.CPY) ON THE INDEXED BILLING
000800*FILE, IN TWO STEPS PER ACCOUNT --
000900*
001000*CYCLE CLOSE.  FOR EVERY ACCOUNT IN TONIGHT'S BILLING CYCLE (ITS
001100*CYCLE-DAY-CODE, DERIVED ON THE FLY WHEN STILL BLANK THE SAME WAY
001200*CUSTSTMT AND CUSTFCHG DERIVE IT) THE STATEMENT BALANCE IS
001300*RECORDED, A MINIMUM PAYMENT DUE IS COMPUTED AS A PERCENTAGE OF
001400*THE BALANCE WITH A DOLLAR FLOOR (NEVER MORE THAN THE BALANCE NOT
001500*ALREADY OWED), AND A DUE DATE IS SET A FIXED NUMBER OF DAYS OUT.
001600*THE NEW MINIMUM IS ADDED AS AN OBLIGATION ENTRY BEHIND ANY OLDER
001700*MINIMUMS STILL UNPAID.  AN ACCOUNT WITH NO BALANCE OWING HAS ITS
001800*OBLIGATIONS CLEARED, AND ONE WHOSE BALANCE HAS FALLEN BELOW WHAT
001900*IS STILL OWED (AN ADJUSTMENT OR A REFUND) HAS ITS NEWEST
002000*OBLIGATIONS TRIMMED BACK TO THE BALANCE.  AN ACCOUNT ALREADY
002100*CLOSED TODAY IS NOT CLOSED A SECOND TIME ON A RERUN.
002200*
002300*AGING.  EVERY ACCOUNT WITH A BILLING RECORD IS THEN AGED INTO
002400*THE CURRENT/30/60/90/120+ BUCKETS BY HOW MANY DAYS ITS OLDEST
002500*UNPAID MINIMUM IS PAST ITS DUE DATE, WITH THE PAST-DUE DOLLARS
002600*SPLIT OUT BY BUCKET FOR THE STATEMENT.  CUSTPOST HAS ALREADY
002700*APPLIED THE DAY'S CREDITS AGAINST THE OLDEST OBLIGATIONS FIRST.
002800*
002900*EVERY DELINQUENT ACCOUNT GOES ON THE COLLECTIONS WORK QUEUE,
003000*SORTED WORST BUCKET FIRST AND, WITHIN A BUCKET, LARGEST PAST-DUE
003100*AMOUNT FIRST, BOTH AS A FLAT FILE FOR THE COLLECTORS' WORK
003200*SYSTEM AND AS A PRINTED LISTING WITH BUCKET TOTALS.
003300*
003400*THE CYCLE DAY, MINIMUM-PAYMENT PERCENTAGE AND FLOOR, AND DAYS
003500*FROM CLOSE TO DUE DATE ARE SUPPLIED ON A ONE-RECORD PARAMETER
003600*FILE SO THEY CAN BE CHANGED WITHOUT A RECOMPILE -- IF THE FILE
003700*IS MISSING THE BUILT-IN DEFAULTS ARE USED.  A BLANK OR '00'
003800*CYCLE CLOSES THE WHOLE BOOK IN ONE PASS, THE SAME AS CUSTFCHG.
003900*
003910*A CLOSED ACCOUNT WITH NOTHING LEFT OWING (FOR INSTANCE THE VICTIM
003920*OF A CUSTDMRG MERGE) HAS ANY OBLIGATIONS STILL ON ITS BILLING
003930*RECORD CLEARED AND AGES AS CURRENT, SO IT NEVER QUEUES.
003931*
003932*A BILLING RECORD THAT CANNOT BE SAVED IS LISTED AFTER THE SUMMARY
003933*WITH ITS FILE STATUS AND COUNTED UNDER BILLING NOT SAVED.  THE
003934*ACCOUNT STILL QUEUES ON TONIGHT'S FIGURES, BUT TOMORROW'S RUN
003935*STARTS AGAIN FROM WHAT WAS LAST STORED UNTIL THE RECORD IS FIXED.
003940*
004000*INSTALLATION.  DATA PROCESSING.
004100*DATE-WRITTEN.   2026-10-15.
004200*
004300*MODIFICATION HISTORY.
004400*DATE       INIT  DESCRIPTION
004500*2026-10-15  JRH  ORIGINAL PROGRAM.
004510*2026-10-15  JRH  CLOSED ZERO-BALANCE ACCOUNTS AGE AS CURRENT.
004555*2026-10-15  JRH  LIST AND COUNT BILLING RECORDS NOT SAVED.
004600******************************************************************
004700 IDENTIFICATION DIVISION.
004800 PROGRAM-ID.    CUSTAGNG.
004900 AUTHOR.        J R HALVORSEN.
005000 INSTALLATION.  DATA PROCESSING.
005100 DATE-WRITTEN.  2026-10-15.
005200 DATE-COMPILED.
005300******************************************************************
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER.   IBM-370.
005700 OBJECT-COMPUTER.   IBM-370.
005800 SPECIAL-NAMES.
005900     C01 IS TOP-OF-PAGE.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT CUSTOMER-MASTER-FILE
006300         ASSIGN TO CUSTMAST
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS SEQUENTIAL
006600         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
006700         ALTERNATE RECORD KEY IS ALT-NAME-STATE-KEY OF
006800             CUSTOMER-MASTER-RECORD WITH DUPLICATES
006900         FILE STATUS IS AG-MASTER-STATUS.
007000
007100     SELECT ACCOUNT-BILLING-FILE
007200         ASSIGN TO CUSTBILL
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS BILL-CUSTOMER-ID
007600         FILE STATUS IS AG-BILL-STATUS.
007700
007800     SELECT AGING-PARM-FILE
007900         ASSIGN TO CUSTKPRM
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS AG-PARM-STATUS.
008200
008300     SELECT COLLECTIONS-QUEUE-FILE
008400         ASSIGN TO CUSTCOLQ
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS AG-QUEUE-STATUS.
008700
008800     SELECT AGING-REPORT-FILE
008900         ASSIGN TO CUSTKRPT
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS AG-REPORT-STATUS.
009200
009300     SELECT SORT-WORK-FILE
009400         ASSIGN TO SORTWK01.
009500******************************************************************
009600 DATA DIVISION.
009700 FILE SECTION.
009800 FD  CUSTOMER-MASTER-FILE
009900     RECORDING MODE IS F.
010000     COPY "customer_master.cob".
010100
010200 FD  ACCOUNT-BILLING-FILE
010300     RECORDING MODE IS F.
010400     COPY "custbill.cpy".
010500
010600 FD  AGING-PARM-FILE
010700     RECORDING MODE IS F.
010800 01  AGING-PARM-RECORD.
010900     05  PARM-CYCLE-DAY          PIC X(02).
011000     05  PARM-MINIMUM-PERCENT    PIC 9V9(04).
011100     05  PARM-MINIMUM-FLOOR      PIC 9(05)V99.
011200     05  PARM-DUE-DAYS           PIC 9(03).
011300
011400 FD  COLLECTIONS-QUEUE-FILE
011500     RECORDING MODE IS F.
011600 01  COLLECTIONS-QUEUE-RECORD.
011700     05  COLQ-QUEUE-DATE         PIC X(08).
011800     05  COLQ-SEQUENCE           PIC 9(07).
011900     05  COLQ-AGING-BUCKET       PIC X(01).
012000     05  COLQ-BUCKET-LABEL       PIC X(07).
012100     05  COLQ-CUSTOMER-ID        PIC X(10).
012200     05  COLQ-LAST-NAME          PIC X(20).
012300     05  COLQ-FIRST-NAME         PIC X(20).
012400     05  COLQ-STATE              PIC X(02).
012500     05  COLQ-PHONE-NUMBER       PIC X(15).
012600     05  COLQ-DAYS-PAST-DUE      PIC 9(05).
012700     05  COLQ-PAST-DUE-AMOUNT    PIC 9(10)V99.
012800     05  COLQ-TOTAL-DUE          PIC 9(10)V99.
012900     05  COLQ-ACCOUNT-BALANCE    PIC S9(10)V99
013000                                 SIGN LEADING SEPARATE.
013100
013200 FD  AGING-REPORT-FILE.
013300 01  AGING-REPORT-LINE           PIC X(132).
013400
013500 SD  SORT-WORK-FILE.
013600 01  SORT-WORK-RECORD.
013700     05  SW-AGING-BUCKET         PIC X(01).
013800     05  SW-PAST-DUE-TOTAL       PIC S9(10)V99 COMP-3.
013900     05  SW-CUSTOMER-ID          PIC X(10).
014000     05  SW-LAST-NAME            PIC X(20).
014100     05  SW-FIRST-NAME           PIC X(20).
014200     05  SW-STATE                PIC X(02).
014300     05  SW-PHONE-NUMBER         PIC X(15).
014400     05  SW-DAYS-PAST-DUE        PIC 9(05).
014500     05  SW-TOTAL-DUE            PIC S9(10)V99 COMP-3.
014600     05  SW-ACCOUNT-BALANCE      PIC S9(10)V99 COMP-3.
014700******************************************************************
014800 WORKING-STORAGE SECTION.
014900 01  AG-FILE-STATUSES.
015000     05  AG-MASTER-STATUS        PIC X(02)   VALUE '00'.
015100     05  AG-BILL-STATUS          PIC X(02)   VALUE '00'.
015200     05  AG-PARM-STATUS          PIC X(02)   VALUE '00'.
015300     05  AG-QUEUE-STATUS         PIC X(02)   VALUE '00'.
015400     05  AG-REPORT-STATUS        PIC X(02)   VALUE '00'.
015500
015600 01  AG-SWITCHES.
015700     05  AG-END-OF-MASTER-SW     PIC X(01)   VALUE 'N'.
015800         88  AG-END-OF-MASTER                VALUE 'Y'.
015900     05  AG-END-OF-SORT-SW       PIC X(01)   VALUE 'N'.
016000         88  AG-END-OF-SORT                  VALUE 'Y'.
016100     05  AG-FIRST-RECORD-SW      PIC X(01)   VALUE 'Y'.
016200         88  AG-FIRST-RECORD                 VALUE 'Y'.
016300     05  AG-BILLING-FOUND-SW     PIC X(01)   VALUE 'N'.
016400         88  AG-BILLING-FOUND                VALUE 'Y'.
016500
016600 01  AG-COUNTERS.
016700     05  AG-RECORDS-READ         PIC 9(07)  COMP  VALUE ZERO.
016800     05  AG-CYCLES-CLOSED        PIC 9(07)  COMP  VALUE ZERO.
016900     05  AG-ACCOUNTS-AGED        PIC 9(07)  COMP  VALUE ZERO.
017000     05  AG-QUEUE-WRITTEN        PIC 9(07)  COMP  VALUE ZERO.
017100     05  AG-BUCKET-COUNT         PIC 9(07)  COMP  VALUE ZERO.
017200     05  AG-KEEP-COUNT           PIC 9(01)  COMP  VALUE ZERO.
017300     05  AG-OBL-IDX              PIC 9(01)  COMP  VALUE ZERO.
017400     05  AG-PHONE-IDX            PIC 9(01)  COMP  VALUE ZERO.
017500     05  AG-BUCKET-SUB           PIC 9(01)  COMP  VALUE ZERO.
017512     05  AG-BILLING-FAILURES     PIC 9(07)  COMP  VALUE ZERO.
017524     05  AG-SF-COUNT             PIC 9(02)  COMP  VALUE ZERO.
017536     05  AG-SF-SUB               PIC 9(02)  COMP  VALUE ZERO.
017550
017600 01  AG-BUCKET-TOTALS.
017700     05  AG-BUCKET-ENTRY         OCCURS 5 TIMES.
017800         10  AG-BKT-ACCOUNTS     PIC 9(07)  COMP.
017900         10  AG-BKT-PAST-DUE     PIC S9(12)V99.
018100
018114*THE FIRST FIFTY BILLING RECORDS THAT COULD NOT BE SAVED, HELD FOR
018128*THE LISTING SINCE THE REPORT IS NOT OPEN WHILE ACCOUNTS ARE AGED.
018142 01  AG-SAVE-FAILURE-TABLE.
018156     05  AG-SAVE-FAILURE         OCCURS 50 TIMES.
018170         10  AG-SF-CUSTOMER-ID   PIC X(10).
018184         10  AG-SF-STATUS        PIC X(02).
018200 01  AG-BUCKET-WORK.
018300     05  AG-BUCKET-ALPHA         PIC X(01).
018400     05  AG-BUCKET-NUM  REDEFINES AG-BUCKET-ALPHA
018500                                 PIC 9(01).
018600     05  AG-BUCKET-LABEL         PIC X(07).
018700     05  AG-BUCKET-PAST-DUE      PIC S9(12)V99  VALUE ZERO.
018800
018900 01  AG-PARM-FIELDS.
019000     05  AG-CYCLE-DAY            PIC X(02)   VALUE SPACES.
019100         88  AG-ALL-CYCLES                   VALUE SPACES '00'.
019200     05  AG-MINIMUM-PERCENT      PIC 9V9(04) VALUE 0.0200.
019300     05  AG-MINIMUM-FLOOR        PIC 9(05)V99 VALUE 25.00.
019400     05  AG-DUE-DAYS             PIC 9(03)   VALUE 25.
019500
019600 01  AG-CYCLE-FIELDS.
019700     05  AG-RECORD-CYCLE         PIC X(02).
019800     05  AG-CYCLE-ID-ALPHA       PIC X(10).
019900     05  AG-CYCLE-ID-NUM  REDEFINES AG-CYCLE-ID-ALPHA
020000                                 PIC 9(10).
020100     05  AG-CYCLE-QUOTIENT       PIC 9(10)  COMP.
020200     05  AG-CYCLE-REMAINDER      PIC 9(02).
020300
020400 01  AG-AMOUNT-FIELDS.
020500     05  AG-BALANCE              PIC S9(10)V99  VALUE ZERO.
020600     05  AG-OUTSTANDING          PIC S9(10)V99  VALUE ZERO.
020700     05  AG-NEW-MINIMUM          PIC S9(10)V99  VALUE ZERO.
020800     05  AG-REMAINING            PIC S9(10)V99  VALUE ZERO.
020900     05  AG-EXCESS               PIC S9(10)V99  VALUE ZERO.
021000     05  AG-TOTAL-PAST-DUE       PIC S9(12)V99  VALUE ZERO.
021100
021200 01  AG-OBLIGATION-WORK-TABLE.
021300     05  AG-WORK-OBLIGATION      OCCURS 6 TIMES.
021400         10  AG-WORK-DUE-DATE    PIC X(08).
021500         10  AG-WORK-UNPAID      PIC S9(10)V99 COMP-3.
021600
021700 01  AG-DATE-WORK-FIELDS.
021800     05  AG-CURRENT-DATE         PIC X(08).
021900     05  AG-TODAY-8  REDEFINES AG-CURRENT-DATE
022000                                 PIC 9(08).
022100     05  AG-TODAY-INTEGER        PIC 9(08)  COMP.
022200     05  AG-DUE-INTEGER          PIC 9(08)  COMP.
022300     05  AG-DUE-8                PIC 9(08).
022400     05  AG-OBL-DUE-ALPHA        PIC X(08).
022500     05  AG-OBL-DUE-NUM  REDEFINES AG-OBL-DUE-ALPHA
022600                                 PIC 9(08).
022700     05  AG-OBL-DUE-INTEGER      PIC 9(08)  COMP.
022800     05  AG-DAYS-LATE            PIC 9(05).
022900
023000 01  AG-BEST-CONTACT-FIELDS.
023100     05  AG-BEST-PHONE           PIC X(15).
023200
023300 01  AG-REPORT-LINES.
023400     05  AG-HEADING-1.
023500         10  FILLER              PIC X(44)
023600             VALUE 'DELINQUENCY AGING / COLLECTIONS WORK QUEUE'.
023700     05  AG-HEADING-1B.
023800         10  FILLER              PIC X(14)
023900             VALUE 'RUN DATE..... '.
024000         10  AG-HDG-DATE         PIC X(08).
024100         10  FILLER              PIC X(04)  VALUE SPACES.
024200         10  FILLER              PIC X(14)
024300             VALUE 'CYCLE DAY.... '.
024400         10  AG-HDG-CYCLE        PIC X(12).
024500     05  AG-HEADING-2.
024600         10  FILLER              PIC X(12)  VALUE 'CUSTOMER-ID'.
024700         10  FILLER              PIC X(04)  VALUE SPACES.
024800         10  FILLER              PIC X(22)  VALUE 'NAME'.
024900         10  FILLER              PIC X(04)  VALUE 'ST'.
025000         10  FILLER              PIC X(17)  VALUE 'PHONE'.
025100         10  FILLER              PIC X(06)  VALUE 'DAYS'.
025200         10  FILLER              PIC X(18)  VALUE 'PAST DUE'.
025300         10  FILLER              PIC X(02)  VALUE SPACES.
025400         10  FILLER              PIC X(18)  VALUE 'BALANCE'.
025500     05  AG-BUCKET-HEADING-LINE.
025600         10  FILLER              PIC X(08)  VALUE 'BUCKET: '.
025700         10  AG-BH-LABEL         PIC X(07).
025800     05  AG-DETAIL-LINE.
025900         10  AG-DET-CUSTOMER-ID  PIC X(10).
026000         10  FILLER              PIC X(06)  VALUE SPACES.
026100         10  AG-DET-NAME         PIC X(20).
026200         10  FILLER              PIC X(02)  VALUE SPACES.
026300         10  AG-DET-STATE        PIC X(02).
026400         10  FILLER              PIC X(02)  VALUE SPACES.
026500         10  AG-DET-PHONE        PIC X(15).
026600         10  FILLER              PIC X(02)  VALUE SPACES.
026700         10  AG-DET-DAYS         PIC ZZZZ9.
026800         10  FILLER              PIC X(01)  VALUE SPACES.
026900         10  AG-DET-PAST-DUE     PIC Z,ZZZ,ZZZ,ZZ9.99-.
027000         10  FILLER              PIC X(02)  VALUE SPACES.
027100         10  AG-DET-BALANCE      PIC Z,ZZZ,ZZZ,ZZ9.99-.
027200     05  AG-BUCKET-TOTAL-LINE.
027300         10  FILLER              PIC X(16)  VALUE SPACES.
027400         10  FILLER              PIC X(14)
027500             VALUE 'BUCKET TOTAL. '.
027600         10  AG-BT-COUNT         PIC ZZZ,ZZ9.
027700         10  FILLER              PIC X(25)  VALUE SPACES.
027800         10  AG-BT-PAST-DUE      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
027900     05  AG-SUMMARY-LINE-1.
028000         10  FILLER              PIC X(22)
028100             VALUE 'RECORDS READ......... '.
028200         10  AG-SUM-READ         PIC ZZZ,ZZ9.
028300     05  AG-SUMMARY-LINE-2.
028400         10  FILLER              PIC X(22)
028500             VALUE 'CYCLES CLOSED........ '.
028600         10  AG-SUM-CLOSED       PIC ZZZ,ZZ9.
028700     05  AG-SUMMARY-LINE-3.
028800         10  FILLER              PIC X(22)
028900             VALUE 'ACCOUNTS AGED........ '.
029000         10  AG-SUM-AGED         PIC ZZZ,ZZ9.
029100     05  AG-SUMMARY-BUCKET-LINE.
029200         10  AG-SB-LABEL         PIC X(22).
029300         10  AG-SB-COUNT         PIC ZZZ,ZZ9.
029400         10  FILLER              PIC X(02)  VALUE SPACES.
029500         10  AG-SB-PAST-DUE      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
029600     05  AG-SUMMARY-LINE-4.
029700         10  FILLER              PIC X(22)
029800             VALUE 'TOTAL PAST DUE....... '.
029900         10  AG-SUM-PAST-DUE     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
030000     05  AG-SUMMARY-LINE-5.
030100         10  FILLER              PIC X(22)
030200             VALUE 'QUEUE ENTRIES WRITTEN '.
030300         10  AG-SUM-QUEUED       PIC ZZZ,ZZ9.
030306     05  AG-SUMMARY-LINE-6.
030312         10  FILLER              PIC X(22)
030318             VALUE 'BILLING NOT SAVED.... '.
030324         10  AG-SUM-BILL-FAILED  PIC ZZZ,ZZ9.
030330     05  AG-ERROR-LINE.
030336         10  FILLER              PIC X(04)  VALUE SPACES.
030342         10  FILLER              PIC X(29)
030348             VALUE 'BILLING NOT SAVED - CUSTOMER '.
030354         10  AG-ERR-CUSTOMER-ID  PIC X(10).
030360         10  FILLER              PIC X(08)  VALUE ' STATUS '.
030366         10  AG-ERR-STATUS       PIC X(02).
030372     05  AG-ERROR-OVERFLOW-LINE.
030378         10  FILLER              PIC X(04)  VALUE SPACES.
030384         10  FILLER              PIC X(40)
030390             VALUE 'FURTHER RECORDS NOT SAVED ARE NOT LISTED'.
030400
030500 01  AG-BUCKET-LABEL-TABLE.
030600     05  FILLER                  PIC X(29)
030700         VALUE 'CURRENTACCOUNTS CURRENT..... '.
030800     05  FILLER                  PIC X(29)
030900         VALUE '30     ACCOUNTS 30 DAYS..... '.
031000     05  FILLER                  PIC X(29)
031100         VALUE '60     ACCOUNTS 60 DAYS..... '.
031200     05  FILLER                  PIC X(29)
031300         VALUE '90     ACCOUNTS 90 DAYS..... '.
031400     05  FILLER                  PIC X(29)
031500         VALUE '120+   ACCOUNTS 120+ DAYS... '.
031600 01  AG-BUCKET-LABELS  REDEFINES AG-BUCKET-LABEL-TABLE.
031700     05  AG-LABEL-ENTRY          OCCURS 5 TIMES.
031800         10  AG-LBL-SHORT        PIC X(07).
031900         10  AG-LBL-SUMMARY      PIC X(22).
032000******************************************************************
032100 PROCEDURE DIVISION.
032200******************************************************************
032300 0000-MAINLINE.
032400     PERFORM 1000-INITIALIZE
032500         THRU 1000-INITIALIZE-EXIT.
032600     SORT SORT-WORK-FILE
032700         DESCENDING KEY SW-AGING-BUCKET SW-PAST-DUE-TOTAL
032800         ASCENDING KEY SW-CUSTOMER-ID
032900         INPUT PROCEDURE IS 2000-AGE-ACCOUNTS
033000             THRU 2000-AGE-ACCOUNTS-EXIT
033100         OUTPUT PROCEDURE IS 4000-PRODUCE-WORK-QUEUE
033200             THRU 4000-PRODUCE-WORK-QUEUE-EXIT.
033300     PERFORM 5000-TERMINATE
033400         THRU 5000-TERMINATE-EXIT.
033500     GOBACK.
033600******************************************************************
033700 1000-INITIALIZE.
033800     ACCEPT AG-CURRENT-DATE FROM DATE YYYYMMDD.
033900     COMPUTE AG-TODAY-INTEGER =
034000         FUNCTION INTEGER-OF-DATE (AG-TODAY-8).
034100     INITIALIZE AG-BUCKET-TOTALS.
034200     OPEN INPUT AGING-PARM-FILE.
034300     IF AG-PARM-STATUS = '00'
034400         READ AGING-PARM-FILE
034500             AT END
034600                 CONTINUE
034700         END-READ
034800         IF AG-PARM-STATUS = '00'
034900             MOVE PARM-CYCLE-DAY       TO AG-CYCLE-DAY
035000             MOVE PARM-MINIMUM-PERCENT TO AG-MINIMUM-PERCENT
035100             MOVE PARM-MINIMUM-FLOOR   TO AG-MINIMUM-FLOOR
035200             MOVE PARM-DUE-DAYS        TO AG-DUE-DAYS
035300         END-IF
035400     END-IF.
035500     CLOSE AGING-PARM-FILE.
035600 1000-INITIALIZE-EXIT.
035700     EXIT.
035800******************************************************************
035900*THE BILLING FILE IS CREATED EMPTY THE FIRST NIGHT THIS RUNS, SO
036000*EVERY LATER STEP CAN SIMPLY OPEN IT.
036100******************************************************************
036200 2000-AGE-ACCOUNTS.
036300     OPEN INPUT CUSTOMER-MASTER-FILE.
036400     OPEN I-O ACCOUNT-BILLING-FILE.
036500     IF AG-BILL-STATUS = '35'
036600         OPEN OUTPUT ACCOUNT-BILLING-FILE
036700         CLOSE ACCOUNT-BILLING-FILE
036800         OPEN I-O ACCOUNT-BILLING-FILE
036900     END-IF.
037000     PERFORM 2900-READ-MASTER
037100         THRU 2900-READ-MASTER-EXIT.
037200     PERFORM 2100-PROCESS-ACCOUNT
037300         THRU 2100-PROCESS-ACCOUNT-EXIT
037400         UNTIL AG-END-OF-MASTER.
037500     CLOSE CUSTOMER-MASTER-FILE
037600           ACCOUNT-BILLING-FILE.
037700 2000-AGE-ACCOUNTS-EXIT.
037800     EXIT.
037900******************************************************************
038000 2100-PROCESS-ACCOUNT.
038100     PERFORM 2050-DERIVE-CYCLE-DAY
038200         THRU 2050-DERIVE-CYCLE-DAY-EXIT.
038300     MOVE CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
038400         TO BILL-CUSTOMER-ID.
038500     PERFORM 2500-FIND-BILLING
038600         THRU 2500-FIND-BILLING-EXIT.
038700     IF NOT AG-BILLING-FOUND
038800         INITIALIZE ACCOUNT-BILLING-RECORD
038900         MOVE CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
039000             TO BILL-CUSTOMER-ID
039100         MOVE '0' TO BILL-AGING-BUCKET
039200     END-IF.
039300     MOVE AG-RECORD-CYCLE TO BILL-CYCLE-DAY.
039400     IF (AG-ALL-CYCLES OR AG-CYCLE-DAY = AG-RECORD-CYCLE)
039500         AND BILL-LAST-CLOSE-DATE NOT = AG-CURRENT-DATE
039600         PERFORM 2200-CLOSE-CYCLE
039700             THRU 2200-CLOSE-CYCLE-EXIT
039800     END-IF.
039900     IF BILL-LAST-CLOSE-DATE = SPACES
040000         GO TO 2100-NEXT-ACCOUNT
040100     END-IF.
040200     PERFORM 2300-AGE-ACCOUNT
040300         THRU 2300-AGE-ACCOUNT-EXIT.
040400     PERFORM 2700-SAVE-BILLING
040500         THRU 2700-SAVE-BILLING-EXIT.
040600     IF BILL-DELINQUENT
040700         PERFORM 2400-RELEASE-QUEUE-ENTRY
040800             THRU 2400-RELEASE-QUEUE-ENTRY-EXIT
040900     END-IF.
041000 2100-NEXT-ACCOUNT.
041100     PERFORM 2900-READ-MASTER
041200         THRU 2900-READ-MASTER-EXIT.
041300 2100-PROCESS-ACCOUNT-EXIT.
041400     EXIT.
041500******************************************************************
041600*A RECORD PREDATING CYCLE-DAY-CODE STILL HOLDS SPACES UNTIL A
041700*CHANGE BACKFILLS IT, SO ITS CYCLE IS DERIVED HERE ON THE FLY --
041800*THE SAME CUSTOMER-ID MOD-28 DEAL CUSTMAINT 2600-ASSIGN-CYCLE-DAY
041900*USES, SO THE ACCOUNT CLOSES ON THE SAME NIGHT CUSTSTMT PRINTS IT.
042000******************************************************************
042100 2050-DERIVE-CYCLE-DAY.
042200     IF CYCLE-DAY-CODE OF CUSTOMER-MASTER-RECORD NUMERIC
042300         MOVE CYCLE-DAY-CODE OF CUSTOMER-MASTER-RECORD
042400             TO AG-RECORD-CYCLE
042500         GO TO 2050-DERIVE-CYCLE-DAY-EXIT
042600     END-IF.
042700     MOVE CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
042800         TO AG-CYCLE-ID-ALPHA.
042900     IF AG-CYCLE-ID-NUM NUMERIC
043000         DIVIDE AG-CYCLE-ID-NUM BY 28
043100             GIVING AG-CYCLE-QUOTIENT
043200             REMAINDER AG-CYCLE-REMAINDER
043300         ADD 1 TO AG-CYCLE-REMAINDER
043400         MOVE AG-CYCLE-REMAINDER TO AG-RECORD-CYCLE
043500     ELSE
043600         MOVE '01' TO AG-RECORD-CYCLE
043700     END-IF.
043800 2050-DERIVE-CYCLE-DAY-EXIT.
043900     EXIT.
044000******************************************************************
044100*CLOSE THE CYCLE: DROP OBLIGATIONS ALREADY PAID OFF, TRIM WHAT IS
044200*STILL OWED BACK TO THE BALANCE, THEN ADD THIS CYCLE'S MINIMUM AS
044300*THE NEWEST OBLIGATION.  THE MINIMUM DUE RECORDED FOR THE
044400*STATEMENT IS EVERYTHING NOW OWED -- PAST DUE PLUS THIS CYCLE.
044500******************************************************************
044600 2200-CLOSE-CYCLE.
044700     ADD 1 TO AG-CYCLES-CLOSED.
044800     MOVE ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD TO AG-BALANCE.
044900     MOVE ZERO TO AG-NEW-MINIMUM.
045000     PERFORM 2210-DROP-PAID-OBLIGATIONS
045100         THRU 2210-DROP-PAID-OBLIGATIONS-EXIT.
045200     IF AG-BALANCE NOT > ZERO
045300         INITIALIZE BILL-OBLIGATION-TABLE
045400         MOVE ZERO TO BILL-OBLIGATION-COUNT
045500         MOVE ZERO TO AG-OUTSTANDING
045600     ELSE
045700         PERFORM 2230-TRIM-NEWEST-OBLIGATION
045800             THRU 2230-TRIM-NEWEST-OBLIGATION-EXIT
045900             UNTIL AG-OUTSTANDING NOT > AG-BALANCE
046000         COMPUTE AG-NEW-MINIMUM ROUNDED =
046100             AG-BALANCE * AG-MINIMUM-PERCENT
046200         IF AG-NEW-MINIMUM < AG-MINIMUM-FLOOR
046300             MOVE AG-MINIMUM-FLOOR TO AG-NEW-MINIMUM
046400         END-IF
046500         COMPUTE AG-REMAINING = AG-BALANCE - AG-OUTSTANDING
046600         IF AG-NEW-MINIMUM > AG-REMAINING
046700             MOVE AG-REMAINING TO AG-NEW-MINIMUM
046800         END-IF
046900     END-IF.
047000     COMPUTE AG-DUE-INTEGER = AG-TODAY-INTEGER + AG-DUE-DAYS.
047100     COMPUTE AG-DUE-8 =
047200         FUNCTION DATE-OF-INTEGER (AG-DUE-INTEGER).
047300     IF AG-NEW-MINIMUM > ZERO
047400         IF BILL-OBLIGATION-COUNT = 6
047500             PERFORM 2240-FOLD-OLDEST-OBLIGATION
047600                 THRU 2240-FOLD-OLDEST-OBLIGATION-EXIT
047700         END-IF
047800         ADD 1 TO BILL-OBLIGATION-COUNT
047900         MOVE AG-DUE-8
048000             TO BILL-OBL-DUE-DATE (BILL-OBLIGATION-COUNT)
048100         MOVE AG-NEW-MINIMUM
048200             TO BILL-OBL-UNPAID (BILL-OBLIGATION-COUNT)
048300     END-IF.
048400     MOVE AG-CURRENT-DATE TO BILL-LAST-CLOSE-DATE.
048500     MOVE AG-BALANCE      TO BILL-STATEMENT-BALANCE.
048600     COMPUTE BILL-MINIMUM-DUE = AG-OUTSTANDING + AG-NEW-MINIMUM.
048700     MOVE AG-DUE-8        TO BILL-DUE-DATE.
048800     MOVE ZERO            TO BILL-PAID-SINCE-CLOSE.
048900 2200-CLOSE-CYCLE-EXIT.
049000     EXIT.
049100******************************************************************
049200 2210-DROP-PAID-OBLIGATIONS.
049300     INITIALIZE AG-OBLIGATION-WORK-TABLE.
049400     MOVE ZERO TO AG-KEEP-COUNT.
049500     MOVE ZERO TO AG-OUTSTANDING.
049600     PERFORM 2215-KEEP-OBLIGATION
049700         THRU 2215-KEEP-OBLIGATION-EXIT
049800         VARYING AG-OBL-IDX FROM 1 BY 1
049900         UNTIL AG-OBL-IDX > BILL-OBLIGATION-COUNT.
050000     MOVE AG-OBLIGATION-WORK-TABLE TO BILL-OBLIGATION-TABLE.
050100     MOVE AG-KEEP-COUNT TO BILL-OBLIGATION-COUNT.
050200 2210-DROP-PAID-OBLIGATIONS-EXIT.
050300     EXIT.
050400******************************************************************
050500 2215-KEEP-OBLIGATION.
050600     IF BILL-OBL-UNPAID (AG-OBL-IDX) > ZERO
050700         ADD 1 TO AG-KEEP-COUNT
050800         MOVE BILL-OBLIGATION (AG-OBL-IDX)
050900             TO AG-WORK-OBLIGATION (AG-KEEP-COUNT)
051000         ADD BILL-OBL-UNPAID (AG-OBL-IDX) TO AG-OUTSTANDING
051100     END-IF.
051200 2215-KEEP-OBLIGATION-EXIT.
051300     EXIT.
051400******************************************************************
051500 2230-TRIM-NEWEST-OBLIGATION.
051600     COMPUTE AG-EXCESS = AG-OUTSTANDING - AG-BALANCE.
051700     IF BILL-OBL-UNPAID (BILL-OBLIGATION-COUNT) > AG-EXCESS
051800         SUBTRACT AG-EXCESS
051900             FROM BILL-OBL-UNPAID (BILL-OBLIGATION-COUNT)
052000         SUBTRACT AG-EXCESS FROM AG-OUTSTANDING
052100     ELSE
052200         SUBTRACT BILL-OBL-UNPAID (BILL-OBLIGATION-COUNT)
052300             FROM AG-OUTSTANDING
052400         MOVE SPACES TO BILL-OBL-DUE-DATE (BILL-OBLIGATION-COUNT)
052500         MOVE ZERO   TO BILL-OBL-UNPAID (BILL-OBLIGATION-COUNT)
052600         SUBTRACT 1 FROM BILL-OBLIGATION-COUNT
052700     END-IF.
052800 2230-TRIM-NEWEST-OBLIGATION-EXIT.
052900     EXIT.
053000******************************************************************
053100*A FULL TABLE MEANS THE OLDEST MINIMUM IS WELL INTO THE 120+
053200*BUCKET ALREADY, SO THE SECOND-OLDEST IS FOLDED INTO IT (KEEPING
053300*THE OLDEST DUE DATE) TO MAKE ROOM AT THE END FOR THIS CYCLE.
053400******************************************************************
053500 2240-FOLD-OLDEST-OBLIGATION.
053600     ADD BILL-OBL-UNPAID (2) TO BILL-OBL-UNPAID (1).
053700     PERFORM 2245-SHIFT-OBLIGATION
053800         THRU 2245-SHIFT-OBLIGATION-EXIT
053900         VARYING AG-OBL-IDX FROM 2 BY 1
054000         UNTIL AG-OBL-IDX > 5.
054100     MOVE SPACES TO BILL-OBL-DUE-DATE (6).
054200     MOVE ZERO   TO BILL-OBL-UNPAID (6).
054300     SUBTRACT 1 FROM BILL-OBLIGATION-COUNT.
054400 2240-FOLD-OLDEST-OBLIGATION-EXIT.
054500     EXIT.
054600******************************************************************
054700 2245-SHIFT-OBLIGATION.
054800     MOVE BILL-OBLIGATION (AG-OBL-IDX + 1)
054900         TO BILL-OBLIGATION (AG-OBL-IDX).
055000 2245-SHIFT-OBLIGATION-EXIT.
055100     EXIT.
055200******************************************************************
055300 2300-AGE-ACCOUNT.
055400     ADD 1 TO AG-ACCOUNTS-AGED.
055410     IF ACCOUNT-STATUS OF CUSTOMER-MASTER-RECORD = 'C'
055420         AND ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD NOT > ZERO
055430         INITIALIZE BILL-OBLIGATION-TABLE
055440         MOVE ZERO TO BILL-OBLIGATION-COUNT
055450     END-IF.
055500     MOVE AG-CURRENT-DATE TO BILL-AGED-DATE.
055600     MOVE ZERO TO BILL-DAYS-PAST-DUE
055700                  BILL-TOTAL-DUE
055800                  BILL-PAST-DUE-TOTAL
055900                  BILL-PAST-DUE-30
056000                  BILL-PAST-DUE-60
056100                  BILL-PAST-DUE-90
056200                  BILL-PAST-DUE-120.
056300     PERFORM 2310-AGE-OBLIGATION
056400         THRU 2310-AGE-OBLIGATION-EXIT
056500         VARYING AG-OBL-IDX FROM 1 BY 1
056600         UNTIL AG-OBL-IDX > BILL-OBLIGATION-COUNT.
056700     EVALUATE TRUE
056800         WHEN BILL-DAYS-PAST-DUE = ZERO
056900             MOVE '0' TO BILL-AGING-BUCKET
057000         WHEN BILL-DAYS-PAST-DUE > 90
057100             MOVE '4' TO BILL-AGING-BUCKET
057200         WHEN BILL-DAYS-PAST-DUE > 60
057300             MOVE '3' TO BILL-AGING-BUCKET
057400         WHEN BILL-DAYS-PAST-DUE > 30
057500             MOVE '2' TO BILL-AGING-BUCKET
057600         WHEN OTHER
057700             MOVE '1' TO BILL-AGING-BUCKET
057800     END-EVALUATE.
057900     MOVE BILL-AGING-BUCKET TO AG-BUCKET-ALPHA.
058000     COMPUTE AG-BUCKET-SUB = AG-BUCKET-NUM + 1.
058100     ADD 1 TO AG-BKT-ACCOUNTS (AG-BUCKET-SUB).
058200     ADD BILL-PAST-DUE-TOTAL TO AG-BKT-PAST-DUE (AG-BUCKET-SUB).
058300     ADD BILL-PAST-DUE-TOTAL TO AG-TOTAL-PAST-DUE.
058400 2300-AGE-ACCOUNT-EXIT.
058500     EXIT.
058600******************************************************************
058700 2310-AGE-OBLIGATION.
058800     IF BILL-OBL-UNPAID (AG-OBL-IDX) NOT > ZERO
058900         GO TO 2310-AGE-OBLIGATION-EXIT
059000     END-IF.
059100     ADD BILL-OBL-UNPAID (AG-OBL-IDX) TO BILL-TOTAL-DUE.
059200     MOVE BILL-OBL-DUE-DATE (AG-OBL-IDX) TO AG-OBL-DUE-ALPHA.
059300     IF AG-OBL-DUE-NUM NOT NUMERIC
059400         GO TO 2310-AGE-OBLIGATION-EXIT
059500     END-IF.
059600     COMPUTE AG-OBL-DUE-INTEGER =
059700         FUNCTION INTEGER-OF-DATE (AG-OBL-DUE-NUM).
059800     IF AG-TODAY-INTEGER NOT > AG-OBL-DUE-INTEGER
059900         GO TO 2310-AGE-OBLIGATION-EXIT
060000     END-IF.
060100     COMPUTE AG-DAYS-LATE = AG-TODAY-INTEGER - AG-OBL-DUE-INTEGER.
060200     IF AG-DAYS-LATE > BILL-DAYS-PAST-DUE
060300         MOVE AG-DAYS-LATE TO BILL-DAYS-PAST-DUE
060400     END-IF.
060500     ADD BILL-OBL-UNPAID (AG-OBL-IDX) TO BILL-PAST-DUE-TOTAL.
060600     EVALUATE TRUE
060700         WHEN AG-DAYS-LATE > 90
060800             ADD BILL-OBL-UNPAID (AG-OBL-IDX) TO BILL-PAST-DUE-120
060900         WHEN AG-DAYS-LATE > 60
061000             ADD BILL-OBL-UNPAID (AG-OBL-IDX) TO BILL-PAST-DUE-90
061100         WHEN AG-DAYS-LATE > 30
061200             ADD BILL-OBL-UNPAID (AG-OBL-IDX) TO BILL-PAST-DUE-60
061300         WHEN OTHER
061400             ADD BILL-OBL-UNPAID (AG-OBL-IDX) TO BILL-PAST-DUE-30
061500     END-EVALUATE.
061600 2310-AGE-OBLIGATION-EXIT.
061700     EXIT.
061800******************************************************************
061900 2400-RELEASE-QUEUE-ENTRY.
062000     PERFORM 2450-FIND-BEST-PHONE
062100         THRU 2450-FIND-BEST-PHONE-EXIT.
062200     MOVE BILL-AGING-BUCKET    TO SW-AGING-BUCKET.
062300     MOVE BILL-PAST-DUE-TOTAL  TO SW-PAST-DUE-TOTAL.
062400     MOVE CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
062500         TO SW-CUSTOMER-ID.
062600     MOVE LAST-NAME OF CUSTOMER-MASTER-RECORD  TO SW-LAST-NAME.
062700     MOVE FIRST-NAME OF CUSTOMER-MASTER-RECORD TO SW-FIRST-NAME.
062800     MOVE STATE OF CUSTOMER-MASTER-RECORD      TO SW-STATE.
062900     MOVE AG-BEST-PHONE        TO SW-PHONE-NUMBER.
063000     MOVE BILL-DAYS-PAST-DUE   TO SW-DAYS-PAST-DUE.
063100     MOVE BILL-TOTAL-DUE       TO SW-TOTAL-DUE.
063200     MOVE ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
063300         TO SW-ACCOUNT-BALANCE.
063400     RELEASE SORT-WORK-RECORD.
063500 2400-RELEASE-QUEUE-ENTRY-EXIT.
063600     EXIT.
063700******************************************************************
063800 2450-FIND-BEST-PHONE.
063900     MOVE SPACES TO AG-BEST-PHONE.
064000     PERFORM 2460-CHECK-PHONE-ENTRY
064100         THRU 2460-CHECK-PHONE-ENTRY-EXIT
064200         VARYING AG-PHONE-IDX FROM 1 BY 1
064300         UNTIL AG-PHONE-IDX > 3
064400            OR AG-BEST-PHONE NOT = SPACES.
064500 2450-FIND-BEST-PHONE-EXIT.
064600     EXIT.
064700******************************************************************
064800 2460-CHECK-PHONE-ENTRY.
064900     IF PHONE-NUMBER OF CUSTOMER-MASTER-RECORD (AG-PHONE-IDX)
065000         NOT = SPACES
065100         MOVE PHONE-NUMBER OF CUSTOMER-MASTER-RECORD
065200             (AG-PHONE-IDX) TO AG-BEST-PHONE
065300     END-IF.
065400 2460-CHECK-PHONE-ENTRY-EXIT.
065500     EXIT.
065600******************************************************************
065700 2500-FIND-BILLING.
065800     MOVE 'N' TO AG-BILLING-FOUND-SW.
065900     READ ACCOUNT-BILLING-FILE
066000         INVALID KEY
066100             CONTINUE
066200         NOT INVALID KEY
066300             MOVE 'Y' TO AG-BILLING-FOUND-SW
066400     END-READ.
066500 2500-FIND-BILLING-EXIT.
066600     EXIT.
066700******************************************************************
066800 2700-SAVE-BILLING.
066900     IF AG-BILLING-FOUND
067000         REWRITE ACCOUNT-BILLING-RECORD
067100             INVALID KEY
067200                 PERFORM 2750-NOTE-SAVE-FAILURE
067250                     THRU 2750-NOTE-SAVE-FAILURE-EXIT
067300         END-REWRITE
067400     ELSE
067500         WRITE ACCOUNT-BILLING-RECORD
067600             INVALID KEY
067700                 PERFORM 2750-NOTE-SAVE-FAILURE
067750                     THRU 2750-NOTE-SAVE-FAILURE-EXIT
067800         END-WRITE
067900     END-IF.
068000 2700-SAVE-BILLING-EXIT.
068100     EXIT.
068109******************************************************************
068118 2750-NOTE-SAVE-FAILURE.
068127     ADD 1 TO AG-BILLING-FAILURES.
068136     IF AG-SF-COUNT < 50
068145         ADD 1 TO AG-SF-COUNT
068154         MOVE BILL-CUSTOMER-ID TO AG-SF-CUSTOMER-ID (AG-SF-COUNT)
068163         MOVE AG-BILL-STATUS   TO AG-SF-STATUS (AG-SF-COUNT)
068172     END-IF.
068181 2750-NOTE-SAVE-FAILURE-EXIT.
068190     EXIT.
068200******************************************************************
068300 2900-READ-MASTER.
068400     READ CUSTOMER-MASTER-FILE NEXT RECORD
068500         AT END
068600             MOVE 'Y' TO AG-END-OF-MASTER-SW
068700     END-READ.
068800     IF NOT AG-END-OF-MASTER
068900         ADD 1 TO AG-RECORDS-READ
069000     END-IF.
069100 2900-READ-MASTER-EXIT.
069200     EXIT.
069300******************************************************************
069400 4000-PRODUCE-WORK-QUEUE.
069500     OPEN OUTPUT COLLECTIONS-QUEUE-FILE
069600                 AGING-REPORT-FILE.
069700     MOVE AG-CURRENT-DATE TO AG-HDG-DATE.
069800     IF AG-ALL-CYCLES
069900         MOVE 'ALL CYCLES' TO AG-HDG-CYCLE
070000     ELSE
070100         MOVE AG-CYCLE-DAY TO AG-HDG-CYCLE
070200     END-IF.
070300     WRITE AGING-REPORT-LINE FROM AG-HEADING-1
070400         AFTER ADVANCING TOP-OF-PAGE.
070500     WRITE AGING-REPORT-LINE FROM AG-HEADING-1B
070600         AFTER ADVANCING 1 LINE.
070700     WRITE AGING-REPORT-LINE FROM AG-HEADING-2
070800         AFTER ADVANCING 2 LINES.
070900     RETURN SORT-WORK-FILE
071000         AT END
071100             MOVE 'Y' TO AG-END-OF-SORT-SW
071200     END-RETURN.
071300     PERFORM 4100-PROCESS-SORTED-RECORD
071400         THRU 4100-PROCESS-SORTED-RECORD-EXIT
071500         UNTIL AG-END-OF-SORT.
071600     IF NOT AG-FIRST-RECORD
071700         PERFORM 4800-WRITE-BUCKET-TOTAL
071800             THRU 4800-WRITE-BUCKET-TOTAL-EXIT
071900     END-IF.
072000     CLOSE COLLECTIONS-QUEUE-FILE
072100           AGING-REPORT-FILE.
072200 4000-PRODUCE-WORK-QUEUE-EXIT.
072300     EXIT.
072400******************************************************************
072500 4100-PROCESS-SORTED-RECORD.
072600     IF AG-FIRST-RECORD
072700         MOVE 'N' TO AG-FIRST-RECORD-SW
072800         MOVE SW-AGING-BUCKET TO AG-BUCKET-ALPHA
072900         PERFORM 4700-WRITE-BUCKET-HEADING
073000             THRU 4700-WRITE-BUCKET-HEADING-EXIT
073100     ELSE
073200         IF SW-AGING-BUCKET NOT = AG-BUCKET-ALPHA
073300             PERFORM 4800-WRITE-BUCKET-TOTAL
073400                 THRU 4800-WRITE-BUCKET-TOTAL-EXIT
073500             MOVE SW-AGING-BUCKET TO AG-BUCKET-ALPHA
073600             PERFORM 4700-WRITE-BUCKET-HEADING
073700                 THRU 4700-WRITE-BUCKET-HEADING-EXIT
073800         END-IF
073900     END-IF.
074000     ADD 1 TO AG-QUEUE-WRITTEN.
074100     ADD 1 TO AG-BUCKET-COUNT.
074200     ADD SW-PAST-DUE-TOTAL TO AG-BUCKET-PAST-DUE.
074300     MOVE AG-CURRENT-DATE      TO COLQ-QUEUE-DATE.
074400     MOVE AG-QUEUE-WRITTEN     TO COLQ-SEQUENCE.
074500     MOVE SW-AGING-BUCKET      TO COLQ-AGING-BUCKET.
074600     MOVE AG-BUCKET-LABEL      TO COLQ-BUCKET-LABEL.
074700     MOVE SW-CUSTOMER-ID       TO COLQ-CUSTOMER-ID.
074800     MOVE SW-LAST-NAME         TO COLQ-LAST-NAME.
074900     MOVE SW-FIRST-NAME        TO COLQ-FIRST-NAME.
075000     MOVE SW-STATE             TO COLQ-STATE.
075100     MOVE SW-PHONE-NUMBER      TO COLQ-PHONE-NUMBER.
075200     MOVE SW-DAYS-PAST-DUE     TO COLQ-DAYS-PAST-DUE.
075300     MOVE SW-PAST-DUE-TOTAL    TO COLQ-PAST-DUE-AMOUNT.
075400     MOVE SW-TOTAL-DUE         TO COLQ-TOTAL-DUE.
075500     MOVE SW-ACCOUNT-BALANCE   TO COLQ-ACCOUNT-BALANCE.
075600     WRITE COLLECTIONS-QUEUE-RECORD.
075700     MOVE SW-CUSTOMER-ID       TO AG-DET-CUSTOMER-ID.
075800     MOVE SW-LAST-NAME         TO AG-DET-NAME.
075900     MOVE SW-STATE             TO AG-DET-STATE.
076000     MOVE SW-PHONE-NUMBER      TO AG-DET-PHONE.
076100     MOVE SW-DAYS-PAST-DUE     TO AG-DET-DAYS.
076200     MOVE SW-PAST-DUE-TOTAL    TO AG-DET-PAST-DUE.
076300     MOVE SW-ACCOUNT-BALANCE   TO AG-DET-BALANCE.
076400     WRITE AGING-REPORT-LINE FROM AG-DETAIL-LINE
076500         AFTER ADVANCING 1 LINE.
076600     RETURN SORT-WORK-FILE
076700         AT END
076800             MOVE 'Y' TO AG-END-OF-SORT-SW
076900     END-RETURN.
077000 4100-PROCESS-SORTED-RECORD-EXIT.
077100     EXIT.
077200******************************************************************
077300 4700-WRITE-BUCKET-HEADING.
077400     MOVE ZERO TO AG-BUCKET-COUNT.
077500     MOVE ZERO TO AG-BUCKET-PAST-DUE.
077600     COMPUTE AG-BUCKET-SUB = AG-BUCKET-NUM + 1.
077700     MOVE AG-LBL-SHORT (AG-BUCKET-SUB) TO AG-BUCKET-LABEL.
077800     MOVE AG-BUCKET-LABEL TO AG-BH-LABEL.
077900     WRITE AGING-REPORT-LINE FROM AG-BUCKET-HEADING-LINE
078000         AFTER ADVANCING 2 LINES.
078100 4700-WRITE-BUCKET-HEADING-EXIT.
078200     EXIT.
078300******************************************************************
078400 4800-WRITE-BUCKET-TOTAL.
078500     MOVE AG-BUCKET-COUNT    TO AG-BT-COUNT.
078600     MOVE AG-BUCKET-PAST-DUE TO AG-BT-PAST-DUE.
078700     WRITE AGING-REPORT-LINE FROM AG-BUCKET-TOTAL-LINE
078800         AFTER ADVANCING 1 LINE.
078900 4800-WRITE-BUCKET-TOTAL-EXIT.
079000     EXIT.
079100******************************************************************
079200 5000-TERMINATE.
079300     OPEN EXTEND AGING-REPORT-FILE.
079400     MOVE AG-RECORDS-READ    TO AG-SUM-READ.
079500     MOVE AG-CYCLES-CLOSED   TO AG-SUM-CLOSED.
079600     MOVE AG-ACCOUNTS-AGED   TO AG-SUM-AGED.
079700     WRITE AGING-REPORT-LINE FROM AG-SUMMARY-LINE-1
079800         AFTER ADVANCING 2 LINES.
079900     WRITE AGING-REPORT-LINE FROM AG-SUMMARY-LINE-2
080000         AFTER ADVANCING 1 LINE.
080100     WRITE AGING-REPORT-LINE FROM AG-SUMMARY-LINE-3
080200         AFTER ADVANCING 1 LINE.
080300     PERFORM 5100-WRITE-BUCKET-SUMMARY
080400         THRU 5100-WRITE-BUCKET-SUMMARY-EXIT
080500         VARYING AG-BUCKET-SUB FROM 1 BY 1
080600         UNTIL AG-BUCKET-SUB > 5.
080700     MOVE AG-TOTAL-PAST-DUE  TO AG-SUM-PAST-DUE.
080800     MOVE AG-QUEUE-WRITTEN   TO AG-SUM-QUEUED.
080900     WRITE AGING-REPORT-LINE FROM AG-SUMMARY-LINE-4
081000         AFTER ADVANCING 1 LINE.
081100     WRITE AGING-REPORT-LINE FROM AG-SUMMARY-LINE-5
081200         AFTER ADVANCING 1 LINE.
081208     MOVE AG-BILLING-FAILURES TO AG-SUM-BILL-FAILED.
081216     WRITE AGING-REPORT-LINE FROM AG-SUMMARY-LINE-6
081224         AFTER ADVANCING 1 LINE.
081232     PERFORM 5200-WRITE-SAVE-FAILURE
081240         THRU 5200-WRITE-SAVE-FAILURE-EXIT
081248         VARYING AG-SF-SUB FROM 1 BY 1
081256         UNTIL AG-SF-SUB > AG-SF-COUNT.
081264     IF AG-BILLING-FAILURES > AG-SF-COUNT
081272         WRITE AGING-REPORT-LINE FROM AG-ERROR-OVERFLOW-LINE
081280             AFTER ADVANCING 1 LINE
081288     END-IF.
081300     CLOSE AGING-REPORT-FILE.
081400 5000-TERMINATE-EXIT.
081500     EXIT.
081600******************************************************************
081700 5100-WRITE-BUCKET-SUMMARY.
081800     MOVE AG-LBL-SUMMARY (AG-BUCKET-SUB) TO AG-SB-LABEL.
081900     MOVE AG-BKT-ACCOUNTS (AG-BUCKET-SUB) TO AG-SB-COUNT.
082000     MOVE AG-BKT-PAST-DUE (AG-BUCKET-SUB) TO AG-SB-PAST-DUE.
082100     WRITE AGING-REPORT-LINE FROM AG-SUMMARY-BUCKET-LINE
082200         AFTER ADVANCING 1 LINE.
082300 5100-WRITE-BUCKET-SUMMARY-EXIT.
082400     EXIT.
082411******************************************************************
082422 5200-WRITE-SAVE-FAILURE.
082433     MOVE AG-SF-CUSTOMER-ID (AG-SF-SUB) TO AG-ERR-CUSTOMER-ID.
082444     MOVE AG-SF-STATUS (AG-SF-SUB)      TO AG-ERR-STATUS.
082455     WRITE AGING-REPORT-LINE FROM AG-ERROR-LINE
082466         AFTER ADVANCING 1 LINE.
082477 5200-WRITE-SAVE-FAILURE-EXIT.
082488     EXIT.
082500******************************************************************

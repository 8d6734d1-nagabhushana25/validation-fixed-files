000100******************************************************************
000200*CUSTSNAP
000300*MONTH-END PORTFOLIO SNAPSHOT
000400*
000500*TAKES ONE SNAPSHOT OF THE PORTFOLIO AT MONTH END AND KEEPS IT
000600*ON A PERMANENT INDEXED HISTORY FILE (CUSTSNAP.CPY), SO THE
000700*TREND REPORT (CUSTTRND) CAN SHOW WHETHER OVER-LIMIT ACCOUNTS,
000800*DORMANCY AND THE REST ARE GETTING BETTER OR WORSE -- THE DAILY
000900*REPORTS ONLY EVER DESCRIBE TONIGHT.
001000*
001100*ONE PASS OF THE MASTER GIVES THE COUNTS AND ACCOUNT-BALANCE
001200*TOTALS BY ACCOUNT-STATUS, BY STATE AND BY INCOME-RANGE, THE NEW
001300*ACCOUNTS (OPEN-DATE IN THE MONTH), THE OVER-LIMIT COUNT AND
001400*EXPOSURE (CUSTOVER'S TEST) AND THE DORMANT COUNT (CUSTDORM'S
001500*TEST, WITH ITS CUSTDPRM THRESHOLD, DEFAULT 90 DAYS).  ONE PASS
001600*OF THE CHANGE HISTORY GIVES THE MONTH'S CLOSURES AND THE
001700*FINANCE CHARGES CUSTFCHG ASSESSED.
001800*
001900*THE MONTH IS THE MONTH OF THE RUN DATE UNLESS THE ONE-RECORD
002000*PARAMETER FILE NAMES ANOTHER (YYYYMM), E.G. WHEN THE MONTH-END
002100*RUN GOES PAST MIDNIGHT.  A RERUN FOR A MONTH ALREADY ON FILE
002200*REPLACES THAT MONTH'S SNAPSHOT.
002300*
002400*INSTALLATION.  DATA PROCESSING.
002500*DATE-WRITTEN.   2026-10-15.
002600*
002700*MODIFICATION HISTORY.
002800*DATE       INIT  DESCRIPTION
002900*2026-10-15  JRH  ORIGINAL PROGRAM.
002950*2026-10-15  JRH  CODE INVALID KEY ON THE SNAPSHOT WRITE/REWRITE.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.    CUSTSNAP.
003300 AUTHOR.        J R HALVORSEN.
003400 INSTALLATION.  DATA PROCESSING.
003500 DATE-WRITTEN.  2026-10-15.
003600 DATE-COMPILED.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200 SPECIAL-NAMES.
004300     C01 IS TOP-OF-PAGE.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT CUSTOMER-MASTER-FILE
004700         ASSIGN TO CUSTMAST
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
005100         ALTERNATE RECORD KEY IS ALT-NAME-STATE-KEY OF
005200             CUSTOMER-MASTER-RECORD WITH DUPLICATES
005300         FILE STATUS IS SN-MASTER-STATUS.
005400
005500     SELECT CHANGE-HISTORY-FILE
005600         ASSIGN TO CUSTCHST
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS SN-HIST-STATUS.
005900
006000     SELECT SNAPSHOT-PARM-FILE
006100         ASSIGN TO CUSTSNPM
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS SN-PARM-STATUS.
006400
006500     SELECT DORMANCY-PARM-FILE
006600         ASSIGN TO CUSTDPRM
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS SN-DPARM-STATUS.
006900
007000     SELECT SNAPSHOT-HISTORY-FILE
007100         ASSIGN TO CUSTSNHF
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS SNAP-MONTH
007500         FILE STATUS IS SN-SNAP-STATUS.
007600
007700     SELECT SNAPSHOT-REPORT-FILE
007800         ASSIGN TO CUSTSNRP
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS SN-REPORT-STATUS.
008100******************************************************************
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  CUSTOMER-MASTER-FILE
008500     RECORDING MODE IS F.
008600     COPY "customer_master.cob".
008700
008800 FD  CHANGE-HISTORY-FILE
008900     RECORDING MODE IS F.
009000     COPY "custhist.cpy".
009100
009200 FD  SNAPSHOT-PARM-FILE
009300     RECORDING MODE IS F.
009400 01  SNAPSHOT-PARM-RECORD.
009500     05  PARM-SNAPSHOT-MONTH     PIC X(06).
009600
009700 FD  DORMANCY-PARM-FILE
009800     RECORDING MODE IS F.
009900 01  DORMANCY-PARM-RECORD.
010000     05  PARM-THRESHOLD-DAYS     PIC 9(03).
010100
010200 FD  SNAPSHOT-HISTORY-FILE
010300     RECORDING MODE IS F.
010400     COPY "custsnap.cpy".
010500
010600 FD  SNAPSHOT-REPORT-FILE.
010700 01  SNAPSHOT-REPORT-LINE        PIC X(132).
010800******************************************************************
010900 WORKING-STORAGE SECTION.
011000 01  SN-FILE-STATUSES.
011100     05  SN-MASTER-STATUS        PIC X(02)   VALUE '00'.
011200     05  SN-HIST-STATUS          PIC X(02)   VALUE '00'.
011300     05  SN-PARM-STATUS          PIC X(02)   VALUE '00'.
011400     05  SN-DPARM-STATUS         PIC X(02)   VALUE '00'.
011500     05  SN-SNAP-STATUS          PIC X(02)   VALUE '00'.
011600     05  SN-REPORT-STATUS        PIC X(02)   VALUE '00'.
011700
011800 01  SN-SWITCHES.
011900     05  SN-END-OF-FILE-SW       PIC X(01)   VALUE 'N'.
012000         88  SN-END-OF-FILE                  VALUE 'Y'.
012100     05  SN-REPLACING-SW         PIC X(01)   VALUE 'N'.
012200         88  SN-REPLACING                    VALUE 'Y'.
012300     05  SN-HISTORY-PRESENT-SW   PIC X(01)   VALUE 'N'.
012400         88  SN-HISTORY-PRESENT              VALUE 'Y'.
012500     05  SN-ENTRY-FOUND-SW       PIC X(01)   VALUE 'N'.
012600         88  SN-ENTRY-FOUND                  VALUE 'Y'.
012700
012800 01  SN-COUNTERS.
012900     05  SN-MASTER-RECORDS-READ  PIC 9(07)  COMP  VALUE ZERO.
013000     05  SN-HISTORY-ROWS-READ    PIC 9(07)  COMP  VALUE ZERO.
013100     05  SN-HISTORY-ROWS-MONTH   PIC 9(07)  COMP  VALUE ZERO.
013200     05  SN-SUB                  PIC 9(04)  COMP  VALUE ZERO.
013300     05  SN-HIT-SUB              PIC 9(04)  COMP  VALUE ZERO.
013400     05  SN-INSERT-SUB           PIC 9(04)  COMP  VALUE ZERO.
013500
013600 01  SN-DATE-FIELDS.
013700     05  SN-TODAY-8              PIC 9(08).
013800     05  SN-TODAY-X  REDEFINES SN-TODAY-8
013900                                 PIC X(08).
014000     05  SN-CURRENT-TIME         PIC X(06).
014100     05  SN-TODAY-INTEGER        PIC 9(08)  COMP.
014200     05  SN-DORMANT-CUTOFF       PIC 9(08)  COMP.
014300     05  SN-WORK-INTEGER         PIC 9(08)  COMP.
014400     05  SN-WORK-DATE-8          PIC 9(08).
014500     05  SN-THRESHOLD-DAYS       PIC 9(03)   VALUE 90.
014600     05  SN-MONTH                PIC X(06).
014700
014800 01  SN-AMOUNT-FIELDS.
014900     05  SN-ROW-BEFORE-BALANCE   PIC S9(12)V99  VALUE ZERO.
015000     05  SN-ROW-AFTER-BALANCE    PIC S9(12)V99  VALUE ZERO.
015100     05  SN-BALANCE              PIC S9(12)V99  VALUE ZERO.
015200
015300 01  SN-STATUS-CODES             PIC X(05)   VALUE 'ACSD*'.
015400
015500 01  SN-LOOKUP-CODE              PIC X(02).
015600
015700     COPY "customer_master.cob"
015800         REPLACING ==CUSTOMER-MASTER-RECORD==
015900                BY ==SN-BEFORE-RECORD==.
016000
016100     COPY "customer_master.cob"
016200         REPLACING ==CUSTOMER-MASTER-RECORD==
016300                BY ==SN-AFTER-RECORD==.
016400
016500 01  SN-REPORT-LINES.
016600     05  SN-HEADING-1.
016700         10  FILLER              PIC X(40)
016800             VALUE 'MONTH-END PORTFOLIO SNAPSHOT'.
016900         10  FILLER              PIC X(07)  VALUE 'MONTH '.
017000         10  SN-HDG-MONTH        PIC X(06).
017100         10  FILLER              PIC X(12)  VALUE '   RUN DATE '.
017200         10  SN-HDG-DATE         PIC X(08).
017300         10  FILLER              PIC X(03)  VALUE SPACES.
017400         10  SN-HDG-ACTION       PIC X(20).
017500     05  SN-HEADING-2.
017600         10  FILLER              PIC X(26)  VALUE SPACES.
017700         10  FILLER              PIC X(11)  VALUE '   ACCOUNTS'.
017800         10  FILLER              PIC X(04)  VALUE SPACES.
017900         10  FILLER              PIC X(21)
018000             VALUE '              BALANCE'.
018100     05  SN-SECTION-LINE.
018200         10  SN-SEC-TITLE        PIC X(40).
018300     05  SN-DETAIL-LINE.
018400         10  SN-DET-LABEL        PIC X(24).
018500         10  FILLER              PIC X(02)  VALUE SPACES.
018600         10  SN-DET-COUNT        PIC ZZZ,ZZZ,ZZ9.
018700         10  FILLER              PIC X(04)  VALUE SPACES.
018800         10  SN-DET-AMOUNT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
018900     05  SN-LABEL-WORK.
019000         10  SN-LBL-PREFIX       PIC X(14).
019100         10  SN-LBL-CODE         PIC X(10).
019200     05  SN-SUMMARY-LINE-1.
019300         10  FILLER              PIC X(22)
019400             VALUE 'MASTER RECORDS READ.. '.
019500         10  SN-SUM-MASTER-READ  PIC ZZZ,ZZZ,ZZ9.
019600     05  SN-SUMMARY-LINE-2.
019700         10  FILLER              PIC X(22)
019800             VALUE 'HISTORY ROWS READ.... '.
019900         10  SN-SUM-HIST-READ    PIC ZZZ,ZZZ,ZZ9.
020000     05  SN-SUMMARY-LINE-3.
020100         10  FILLER              PIC X(22)
020200             VALUE 'HISTORY ROWS IN MONTH '.
020300         10  SN-SUM-HIST-MONTH   PIC ZZZ,ZZZ,ZZ9.
020400     05  SN-NOTE-LINE.
020500         10  SN-NOTE-TEXT        PIC X(60).
020600******************************************************************
020700 PROCEDURE DIVISION.
020800******************************************************************
020900 0000-MAINLINE.
021000     PERFORM 1000-INITIALIZE
021100         THRU 1000-INITIALIZE-EXIT.
021200     PERFORM 2000-SCAN-MASTER
021300         THRU 2000-SCAN-MASTER-EXIT.
021400     PERFORM 3000-SCAN-HISTORY
021500         THRU 3000-SCAN-HISTORY-EXIT.
021600     PERFORM 4000-STORE-SNAPSHOT
021700         THRU 4000-STORE-SNAPSHOT-EXIT.
021800     PERFORM 5000-WRITE-REPORT
021900         THRU 5000-WRITE-REPORT-EXIT.
022000     PERFORM 8000-TERMINATE
022100         THRU 8000-TERMINATE-EXIT.
022200     GOBACK.
022300******************************************************************
022400*THE SNAPSHOT IS READ FIRST ONLY TO LEARN WHETHER THIS MONTH IS
022500*ALREADY ON FILE; THE RECORD IS THEN BUILT FROM NOTHING.
022600******************************************************************
022700 1000-INITIALIZE.
022800     ACCEPT SN-TODAY-8 FROM DATE YYYYMMDD.
022900     ACCEPT SN-CURRENT-TIME FROM TIME.
023000     COMPUTE SN-TODAY-INTEGER =
023100         FUNCTION INTEGER-OF-DATE (SN-TODAY-8).
023200     MOVE SN-TODAY-X (1:6) TO SN-MONTH.
023300     OPEN INPUT SNAPSHOT-PARM-FILE.
023400     IF SN-PARM-STATUS = '00'
023500         READ SNAPSHOT-PARM-FILE
023600             AT END
023700                 CONTINUE
023800         END-READ
023900         IF SN-PARM-STATUS = '00'
024000             AND PARM-SNAPSHOT-MONTH IS NUMERIC
024100             MOVE PARM-SNAPSHOT-MONTH TO SN-MONTH
024200         END-IF
024300         CLOSE SNAPSHOT-PARM-FILE
024400     END-IF.
024500     OPEN INPUT DORMANCY-PARM-FILE.
024600     IF SN-DPARM-STATUS = '00'
024700         READ DORMANCY-PARM-FILE
024800             AT END
024900                 CONTINUE
025000         END-READ
025100         IF SN-DPARM-STATUS = '00'
025200             MOVE PARM-THRESHOLD-DAYS TO SN-THRESHOLD-DAYS
025300         END-IF
025400         CLOSE DORMANCY-PARM-FILE
025500     END-IF.
025600     COMPUTE SN-DORMANT-CUTOFF =
025700         SN-TODAY-INTEGER - SN-THRESHOLD-DAYS.
025800     OPEN I-O SNAPSHOT-HISTORY-FILE.
025900     IF SN-SNAP-STATUS = '35'
026000         OPEN OUTPUT SNAPSHOT-HISTORY-FILE
026100         CLOSE SNAPSHOT-HISTORY-FILE
026200         OPEN I-O SNAPSHOT-HISTORY-FILE
026300     END-IF.
026400     MOVE SN-MONTH TO SNAP-MONTH.
026500     READ SNAPSHOT-HISTORY-FILE
026600         INVALID KEY
026700             MOVE 'N' TO SN-REPLACING-SW
026800         NOT INVALID KEY
026900             MOVE 'Y' TO SN-REPLACING-SW
027000     END-READ.
027100     MOVE SPACES TO PORTFOLIO-SNAPSHOT-RECORD.
027200     INITIALIZE PORTFOLIO-SNAPSHOT-RECORD.
027300     MOVE SN-MONTH          TO SNAP-MONTH.
027400     MOVE SN-TODAY-X        TO SNAP-RUN-DATE.
027500     MOVE SN-CURRENT-TIME   TO SNAP-RUN-TIME.
027600     MOVE SN-THRESHOLD-DAYS TO SNAP-DORMANT-THRESHOLD.
027700     PERFORM 1100-SET-STATUS-CODE
027800         THRU 1100-SET-STATUS-CODE-EXIT
027900         VARYING SN-SUB FROM 1 BY 1
028000         UNTIL SN-SUB > 5.
028100     OPEN OUTPUT SNAPSHOT-REPORT-FILE.
028200 1000-INITIALIZE-EXIT.
028300     EXIT.
028400******************************************************************
028500 1100-SET-STATUS-CODE.
028600     MOVE SN-STATUS-CODES (SN-SUB:1)
028700         TO SNAP-STATUS-CODE (SN-SUB).
028800 1100-SET-STATUS-CODE-EXIT.
028900     EXIT.
029000******************************************************************
029100 2000-SCAN-MASTER.
029200     OPEN INPUT CUSTOMER-MASTER-FILE.
029300     MOVE 'N' TO SN-END-OF-FILE-SW.
029400     PERFORM 2100-COUNT-MASTER
029500         THRU 2100-COUNT-MASTER-EXIT
029600         UNTIL SN-END-OF-FILE.
029700     CLOSE CUSTOMER-MASTER-FILE.
029800 2000-SCAN-MASTER-EXIT.
029900     EXIT.
030000******************************************************************
030100 2100-COUNT-MASTER.
030200     READ CUSTOMER-MASTER-FILE NEXT RECORD
030300         AT END
030400             MOVE 'Y' TO SN-END-OF-FILE-SW
030500             GO TO 2100-COUNT-MASTER-EXIT
030600     END-READ.
030700     ADD 1 TO SN-MASTER-RECORDS-READ.
030800     MOVE ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
030900         TO SN-BALANCE.
031000     ADD 1          TO SNAP-TOTAL-ACCOUNTS.
031100     ADD SN-BALANCE TO SNAP-TOTAL-BALANCE.
031200     EVALUATE ACCOUNT-STATUS OF CUSTOMER-MASTER-RECORD
031300         WHEN 'A'
031400             MOVE 1 TO SN-HIT-SUB
031500         WHEN 'C'
031600             MOVE 2 TO SN-HIT-SUB
031700         WHEN 'S'
031800             MOVE 3 TO SN-HIT-SUB
031900         WHEN 'D'
032000             MOVE 4 TO SN-HIT-SUB
032100         WHEN OTHER
032200             MOVE 5 TO SN-HIT-SUB
032300     END-EVALUATE.
032400     ADD 1          TO SNAP-STATUS-COUNT (SN-HIT-SUB).
032500     ADD SN-BALANCE TO SNAP-STATUS-BALANCE (SN-HIT-SUB).
032600     MOVE STATE OF CUSTOMER-MASTER-RECORD TO SN-LOOKUP-CODE.
032700     PERFORM 2200-FIND-STATE
032800         THRU 2200-FIND-STATE-EXIT.
032900     ADD 1          TO SNAP-STATE-COUNT (SN-HIT-SUB).
033000     ADD SN-BALANCE TO SNAP-STATE-BALANCE (SN-HIT-SUB).
033100     MOVE INCOME-RANGE OF CUSTOMER-MASTER-RECORD
033200         TO SN-LOOKUP-CODE.
033300     PERFORM 2300-FIND-INCOME
033400         THRU 2300-FIND-INCOME-EXIT.
033500     ADD 1          TO SNAP-INCOME-COUNT (SN-HIT-SUB).
033600     ADD SN-BALANCE TO SNAP-INCOME-BALANCE (SN-HIT-SUB).
033700     IF OPEN-DATE OF CUSTOMER-MASTER-RECORD (1:6) = SN-MONTH
033800         ADD 1          TO SNAP-NEW-ACCOUNTS
033900         ADD SN-BALANCE TO SNAP-NEW-BALANCE
034000     END-IF.
034100     IF ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
034200         > CREDIT-LIMIT OF CUSTOMER-MASTER-RECORD
034300         ADD 1          TO SNAP-OVER-LIMIT-COUNT
034400         ADD SN-BALANCE TO SNAP-OVER-LIMIT-BALANCE
034500         COMPUTE SNAP-OVER-LIMIT-EXPOSURE =
034600             SNAP-OVER-LIMIT-EXPOSURE + SN-BALANCE
034700             - CREDIT-LIMIT OF CUSTOMER-MASTER-RECORD
034800     END-IF.
034900     IF ACCOUNT-STATUS OF CUSTOMER-MASTER-RECORD NOT = 'C'
035000         AND LAST-ACTIVITY-DATE OF CUSTOMER-MASTER-RECORD
035100             IS NUMERIC
035200         MOVE LAST-ACTIVITY-DATE OF CUSTOMER-MASTER-RECORD
035300             TO SN-WORK-DATE-8
035400         COMPUTE SN-WORK-INTEGER =
035500             FUNCTION INTEGER-OF-DATE (SN-WORK-DATE-8)
035600         IF SN-WORK-INTEGER < SN-DORMANT-CUTOFF
035700             ADD 1          TO SNAP-DORMANT-COUNT
035800             ADD SN-BALANCE TO SNAP-DORMANT-BALANCE
035900         END-IF
036000     END-IF.
036100 2100-COUNT-MASTER-EXIT.
036200     EXIT.
036300******************************************************************
036400*STATES ARE KEPT IN CODE ORDER.  A NEW CODE IS SLOTTED IN PLACE
036500*WHILE THERE IS ROOM; ONCE 59 ARE IN USE, THE 60TH ENTRY BECOMES
036600*'**' AND TAKES EVERY CODE NOT ALREADY IN THE TABLE.
036700******************************************************************
036800 2200-FIND-STATE.
036900     MOVE 'N' TO SN-ENTRY-FOUND-SW.
037000     PERFORM 2210-COMPARE-STATE
037100         THRU 2210-COMPARE-STATE-EXIT
037200         VARYING SN-SUB FROM 1 BY 1
037300         UNTIL SN-SUB > SNAP-STATES-USED
037400            OR SN-ENTRY-FOUND.
037500     IF SN-ENTRY-FOUND
037600         GO TO 2200-FIND-STATE-EXIT
037700     END-IF.
037800     IF SNAP-STATES-USED NOT < 59
037900         MOVE 60   TO SN-HIT-SUB
038000         IF SNAP-STATES-USED = 59
038100             MOVE 60   TO SNAP-STATES-USED
038200             MOVE '**' TO SNAP-STATE-CODE (60)
038300             MOVE ZERO TO SNAP-STATE-COUNT (60)
038400                          SNAP-STATE-BALANCE (60)
038500         END-IF
038600         GO TO 2200-FIND-STATE-EXIT
038700     END-IF.
038800     MOVE 1 TO SN-INSERT-SUB.
038900     PERFORM 2220-FIND-STATE-SLOT
039000         THRU 2220-FIND-STATE-SLOT-EXIT
039100         VARYING SN-SUB FROM 1 BY 1
039200         UNTIL SN-SUB > SNAP-STATES-USED.
039300     PERFORM 2230-SHIFT-STATE
039400         THRU 2230-SHIFT-STATE-EXIT
039500         VARYING SN-SUB FROM SNAP-STATES-USED BY -1
039600         UNTIL SN-SUB < SN-INSERT-SUB.
039700     ADD 1 TO SNAP-STATES-USED.
039800     MOVE SN-INSERT-SUB  TO SN-HIT-SUB.
039900     MOVE SN-LOOKUP-CODE TO SNAP-STATE-CODE (SN-HIT-SUB).
040000     MOVE ZERO           TO SNAP-STATE-COUNT (SN-HIT-SUB)
040100                            SNAP-STATE-BALANCE (SN-HIT-SUB).
040200 2200-FIND-STATE-EXIT.
040300     EXIT.
040400******************************************************************
040500 2210-COMPARE-STATE.
040600     IF SNAP-STATE-CODE (SN-SUB) = SN-LOOKUP-CODE
040700         MOVE 'Y' TO SN-ENTRY-FOUND-SW
040800         MOVE SN-SUB TO SN-HIT-SUB
040900     END-IF.
041000 2210-COMPARE-STATE-EXIT.
041100     EXIT.
041200******************************************************************
041300 2220-FIND-STATE-SLOT.
041400     IF SNAP-STATE-CODE (SN-SUB) < SN-LOOKUP-CODE
041500         COMPUTE SN-INSERT-SUB = SN-SUB + 1
041600     END-IF.
041700 2220-FIND-STATE-SLOT-EXIT.
041800     EXIT.
041900******************************************************************
042000 2230-SHIFT-STATE.
042100     MOVE SNAP-STATE-ENTRY (SN-SUB)
042200         TO SNAP-STATE-ENTRY (SN-SUB + 1).
042300 2230-SHIFT-STATE-EXIT.
042400     EXIT.
042500******************************************************************
042600*INCOME RANGES WORK THE SAME WAY AS STATES, IN A 20-ENTRY TABLE.
042700******************************************************************
042800 2300-FIND-INCOME.
042900     MOVE 'N' TO SN-ENTRY-FOUND-SW.
043000     PERFORM 2310-COMPARE-INCOME
043100         THRU 2310-COMPARE-INCOME-EXIT
043200         VARYING SN-SUB FROM 1 BY 1
043300         UNTIL SN-SUB > SNAP-INCOMES-USED
043400            OR SN-ENTRY-FOUND.
043500     IF SN-ENTRY-FOUND
043600         GO TO 2300-FIND-INCOME-EXIT
043700     END-IF.
043800     IF SNAP-INCOMES-USED NOT < 19
043900         MOVE 20   TO SN-HIT-SUB
044000         IF SNAP-INCOMES-USED = 19
044100             MOVE 20   TO SNAP-INCOMES-USED
044200             MOVE '**' TO SNAP-INCOME-CODE (20)
044300             MOVE ZERO TO SNAP-INCOME-COUNT (20)
044400                          SNAP-INCOME-BALANCE (20)
044500         END-IF
044600         GO TO 2300-FIND-INCOME-EXIT
044700     END-IF.
044800     MOVE 1 TO SN-INSERT-SUB.
044900     PERFORM 2320-FIND-INCOME-SLOT
045000         THRU 2320-FIND-INCOME-SLOT-EXIT
045100         VARYING SN-SUB FROM 1 BY 1
045200         UNTIL SN-SUB > SNAP-INCOMES-USED.
045300     PERFORM 2330-SHIFT-INCOME
045400         THRU 2330-SHIFT-INCOME-EXIT
045500         VARYING SN-SUB FROM SNAP-INCOMES-USED BY -1
045600         UNTIL SN-SUB < SN-INSERT-SUB.
045700     ADD 1 TO SNAP-INCOMES-USED.
045800     MOVE SN-INSERT-SUB  TO SN-HIT-SUB.
045900     MOVE SN-LOOKUP-CODE TO SNAP-INCOME-CODE (SN-HIT-SUB).
046000     MOVE ZERO           TO SNAP-INCOME-COUNT (SN-HIT-SUB)
046100                            SNAP-INCOME-BALANCE (SN-HIT-SUB).
046200 2300-FIND-INCOME-EXIT.
046300     EXIT.
046400******************************************************************
046500 2310-COMPARE-INCOME.
046600     IF SNAP-INCOME-CODE (SN-SUB) = SN-LOOKUP-CODE
046700         MOVE 'Y' TO SN-ENTRY-FOUND-SW
046800         MOVE SN-SUB TO SN-HIT-SUB
046900     END-IF.
047000 2310-COMPARE-INCOME-EXIT.
047100     EXIT.
047200******************************************************************
047300 2320-FIND-INCOME-SLOT.
047400     IF SNAP-INCOME-CODE (SN-SUB) < SN-LOOKUP-CODE
047500         COMPUTE SN-INSERT-SUB = SN-SUB + 1
047600     END-IF.
047700 2320-FIND-INCOME-SLOT-EXIT.
047800     EXIT.
047900******************************************************************
048000 2330-SHIFT-INCOME.
048100     MOVE SNAP-INCOME-ENTRY (SN-SUB)
048200         TO SNAP-INCOME-ENTRY (SN-SUB + 1).
048300 2330-SHIFT-INCOME-EXIT.
048400     EXIT.
048500******************************************************************
048600*THE MONTH'S HISTORY ROWS: A ROW WHOSE AFTER IMAGE IS CLOSED AND
048700*WHOSE BEFORE IMAGE WAS NOT (OR DID NOT EXIST) IS A CLOSURE; A
048800*CUSTFCHG ROW IS A FINANCE CHARGE, FOR THE BALANCE IT ADDED.
048900******************************************************************
049000 3000-SCAN-HISTORY.
049100     OPEN INPUT CHANGE-HISTORY-FILE.
049200     IF SN-HIST-STATUS NOT = '00'
049300         GO TO 3000-SCAN-HISTORY-EXIT
049400     END-IF.
049500     MOVE 'Y' TO SN-HISTORY-PRESENT-SW.
049600     MOVE 'N' TO SN-END-OF-FILE-SW.
049700     PERFORM 3100-COUNT-HISTORY-ROW
049800         THRU 3100-COUNT-HISTORY-ROW-EXIT
049900         UNTIL SN-END-OF-FILE.
050000     CLOSE CHANGE-HISTORY-FILE.
050100 3000-SCAN-HISTORY-EXIT.
050200     EXIT.
050300******************************************************************
050400 3100-COUNT-HISTORY-ROW.
050500     READ CHANGE-HISTORY-FILE
050600         AT END
050700             MOVE 'Y' TO SN-END-OF-FILE-SW
050800             GO TO 3100-COUNT-HISTORY-ROW-EXIT
050900     END-READ.
051000     ADD 1 TO SN-HISTORY-ROWS-READ.
051100     IF HIST-CHANGE-DATE (1:6) NOT = SN-MONTH
051200         GO TO 3100-COUNT-HISTORY-ROW-EXIT
051300     END-IF.
051400     ADD 1 TO SN-HISTORY-ROWS-MONTH.
051500     MOVE SPACES TO SN-BEFORE-RECORD
051600                    SN-AFTER-RECORD.
051700     MOVE ZERO   TO SN-ROW-BEFORE-BALANCE
051800                    SN-ROW-AFTER-BALANCE.
051900     IF HIST-BEFORE-IMAGE NOT = SPACES
052000         MOVE HIST-BEFORE-IMAGE TO SN-BEFORE-RECORD
052100         MOVE ACCOUNT-BALANCE OF SN-BEFORE-RECORD
052200             TO SN-ROW-BEFORE-BALANCE
052300     END-IF.
052400     IF HIST-AFTER-IMAGE NOT = SPACES
052500         MOVE HIST-AFTER-IMAGE TO SN-AFTER-RECORD
052600         MOVE ACCOUNT-BALANCE OF SN-AFTER-RECORD
052700             TO SN-ROW-AFTER-BALANCE
052800     END-IF.
052900     IF HIST-AFTER-IMAGE NOT = SPACES
053000         AND ACCOUNT-STATUS OF SN-AFTER-RECORD = 'C'
053100         AND ACCOUNT-STATUS OF SN-BEFORE-RECORD NOT = 'C'
053200         ADD 1 TO SNAP-CLOSURES
053300     END-IF.
053400     IF HIST-ACTION-CODE = 'F'
053500         ADD 1 TO SNAP-FINANCE-CHARGE-COUNT
053600         COMPUTE SNAP-FINANCE-CHARGES = SNAP-FINANCE-CHARGES
053700             + SN-ROW-AFTER-BALANCE - SN-ROW-BEFORE-BALANCE
053800     END-IF.
053900 3100-COUNT-HISTORY-ROW-EXIT.
054000     EXIT.
054100******************************************************************
054200 4000-STORE-SNAPSHOT.
054300     IF SN-REPLACING
054350         REWRITE PORTFOLIO-SNAPSHOT-RECORD
054400             INVALID KEY
054450                 MOVE 'SNAPSHOT NOT STORED' TO SN-HDG-ACTION
054500             NOT INVALID KEY
054550                 MOVE 'SNAPSHOT REPLACED'   TO SN-HDG-ACTION
054600         END-REWRITE
054650     ELSE
054700         WRITE PORTFOLIO-SNAPSHOT-RECORD
054750             INVALID KEY
054800                 MOVE 'SNAPSHOT NOT STORED' TO SN-HDG-ACTION
054850             NOT INVALID KEY
054900                 MOVE 'SNAPSHOT ADDED'      TO SN-HDG-ACTION
054950         END-WRITE
055000     END-IF.
055300     CLOSE SNAPSHOT-HISTORY-FILE.
055400 4000-STORE-SNAPSHOT-EXIT.
055500     EXIT.
055600******************************************************************
055700 5000-WRITE-REPORT.
055800     MOVE SN-MONTH   TO SN-HDG-MONTH.
055900     MOVE SN-TODAY-X TO SN-HDG-DATE.
056000     WRITE SNAPSHOT-REPORT-LINE FROM SN-HEADING-1
056100         AFTER ADVANCING TOP-OF-PAGE.
056200     WRITE SNAPSHOT-REPORT-LINE FROM SN-HEADING-2
056300         AFTER ADVANCING 2 LINES.
056400     MOVE 'PORTFOLIO TOTAL' TO SN-DET-LABEL.
056500     MOVE SNAP-TOTAL-ACCOUNTS TO SN-DET-COUNT.
056600     MOVE SNAP-TOTAL-BALANCE  TO SN-DET-AMOUNT.
056700     WRITE SNAPSHOT-REPORT-LINE FROM SN-DETAIL-LINE
056800         AFTER ADVANCING 2 LINES.
056900     MOVE 'BY ACCOUNT-STATUS' TO SN-SEC-TITLE.
057000     WRITE SNAPSHOT-REPORT-LINE FROM SN-SECTION-LINE
057100         AFTER ADVANCING 2 LINES.
057200     PERFORM 5100-WRITE-STATUS-LINE
057300         THRU 5100-WRITE-STATUS-LINE-EXIT
057400         VARYING SN-SUB FROM 1 BY 1
057500         UNTIL SN-SUB > 5.
057600     MOVE 'BY STATE' TO SN-SEC-TITLE.
057700     WRITE SNAPSHOT-REPORT-LINE FROM SN-SECTION-LINE
057800         AFTER ADVANCING 2 LINES.
057900     PERFORM 5200-WRITE-STATE-LINE
058000         THRU 5200-WRITE-STATE-LINE-EXIT
058100         VARYING SN-SUB FROM 1 BY 1
058200         UNTIL SN-SUB > SNAP-STATES-USED.
058300     MOVE 'BY INCOME-RANGE' TO SN-SEC-TITLE.
058400     WRITE SNAPSHOT-REPORT-LINE FROM SN-SECTION-LINE
058500         AFTER ADVANCING 2 LINES.
058600     PERFORM 5300-WRITE-INCOME-LINE
058700         THRU 5300-WRITE-INCOME-LINE-EXIT
058800         VARYING SN-SUB FROM 1 BY 1
058900         UNTIL SN-SUB > SNAP-INCOMES-USED.
059000     MOVE 'ACTIVITY AND RISK' TO SN-SEC-TITLE.
059100     WRITE SNAPSHOT-REPORT-LINE FROM SN-SECTION-LINE
059200         AFTER ADVANCING 2 LINES.
059300     MOVE 'NEW ACCOUNTS' TO SN-DET-LABEL.
059400     MOVE SNAP-NEW-ACCOUNTS TO SN-DET-COUNT.
059500     MOVE SNAP-NEW-BALANCE  TO SN-DET-AMOUNT.
059600     WRITE SNAPSHOT-REPORT-LINE FROM SN-DETAIL-LINE
059700         AFTER ADVANCING 1 LINE.
059800     MOVE 'CLOSURES' TO SN-DET-LABEL.
059900     MOVE SNAP-CLOSURES TO SN-DET-COUNT.
060000     MOVE ZERO          TO SN-DET-AMOUNT.
060100     WRITE SNAPSHOT-REPORT-LINE FROM SN-DETAIL-LINE
060200         AFTER ADVANCING 1 LINE.
060300     MOVE 'OVER LIMIT' TO SN-DET-LABEL.
060400     MOVE SNAP-OVER-LIMIT-COUNT   TO SN-DET-COUNT.
060500     MOVE SNAP-OVER-LIMIT-BALANCE TO SN-DET-AMOUNT.
060600     WRITE SNAPSHOT-REPORT-LINE FROM SN-DETAIL-LINE
060700         AFTER ADVANCING 1 LINE.
060800     MOVE 'OVER LIMIT EXPOSURE' TO SN-DET-LABEL.
060900     MOVE ZERO                     TO SN-DET-COUNT.
061000     MOVE SNAP-OVER-LIMIT-EXPOSURE TO SN-DET-AMOUNT.
061100     WRITE SNAPSHOT-REPORT-LINE FROM SN-DETAIL-LINE
061200         AFTER ADVANCING 1 LINE.
061300     MOVE 'DORMANT' TO SN-DET-LABEL.
061400     MOVE SNAP-DORMANT-COUNT   TO SN-DET-COUNT.
061500     MOVE SNAP-DORMANT-BALANCE TO SN-DET-AMOUNT.
061600     WRITE SNAPSHOT-REPORT-LINE FROM SN-DETAIL-LINE
061700         AFTER ADVANCING 1 LINE.
061800     MOVE 'FINANCE CHARGES' TO SN-DET-LABEL.
061900     MOVE SNAP-FINANCE-CHARGE-COUNT TO SN-DET-COUNT.
062000     MOVE SNAP-FINANCE-CHARGES      TO SN-DET-AMOUNT.
062100     WRITE SNAPSHOT-REPORT-LINE FROM SN-DETAIL-LINE
062200         AFTER ADVANCING 1 LINE.
062300     IF NOT SN-HISTORY-PRESENT
062400         MOVE 'NO CHANGE HISTORY - CLOSURES, CHARGES NOT COUNTED'
062500             TO SN-NOTE-TEXT
062600         WRITE SNAPSHOT-REPORT-LINE FROM SN-NOTE-LINE
062700             AFTER ADVANCING 2 LINES
062800     END-IF.
062900 5000-WRITE-REPORT-EXIT.
063000     EXIT.
063100******************************************************************
063200 5100-WRITE-STATUS-LINE.
063300     MOVE SPACES TO SN-LABEL-WORK.
063400     MOVE 'STATUS' TO SN-LBL-PREFIX.
063500     IF SNAP-STATUS-CODE (SN-SUB) = '*'
063600         MOVE 'OTHER' TO SN-LBL-CODE
063700     ELSE
063800         MOVE SNAP-STATUS-CODE (SN-SUB) TO SN-LBL-CODE
063900     END-IF.
064000     MOVE SN-LABEL-WORK TO SN-DET-LABEL.
064100     MOVE SNAP-STATUS-COUNT (SN-SUB)   TO SN-DET-COUNT.
064200     MOVE SNAP-STATUS-BALANCE (SN-SUB) TO SN-DET-AMOUNT.
064300     WRITE SNAPSHOT-REPORT-LINE FROM SN-DETAIL-LINE
064400         AFTER ADVANCING 1 LINE.
064500 5100-WRITE-STATUS-LINE-EXIT.
064600     EXIT.
064700******************************************************************
064800 5200-WRITE-STATE-LINE.
064900     MOVE SPACES TO SN-LABEL-WORK.
065000     MOVE 'STATE' TO SN-LBL-PREFIX.
065100     EVALUATE SNAP-STATE-CODE (SN-SUB)
065200         WHEN SPACES
065300             MOVE '(BLANK)' TO SN-LBL-CODE
065400         WHEN '**'
065500             MOVE 'ALL OTHER' TO SN-LBL-CODE
065600         WHEN OTHER
065700             MOVE SNAP-STATE-CODE (SN-SUB) TO SN-LBL-CODE
065800     END-EVALUATE.
065900     MOVE SN-LABEL-WORK TO SN-DET-LABEL.
066000     MOVE SNAP-STATE-COUNT (SN-SUB)   TO SN-DET-COUNT.
066100     MOVE SNAP-STATE-BALANCE (SN-SUB) TO SN-DET-AMOUNT.
066200     WRITE SNAPSHOT-REPORT-LINE FROM SN-DETAIL-LINE
066300         AFTER ADVANCING 1 LINE.
066400 5200-WRITE-STATE-LINE-EXIT.
066500     EXIT.
066600******************************************************************
066700 5300-WRITE-INCOME-LINE.
066800     MOVE SPACES TO SN-LABEL-WORK.
066900     MOVE 'INCOME RANGE' TO SN-LBL-PREFIX.
067000     EVALUATE SNAP-INCOME-CODE (SN-SUB)
067100         WHEN SPACES
067200             MOVE '(BLANK)' TO SN-LBL-CODE
067300         WHEN '**'
067400             MOVE 'ALL OTHER' TO SN-LBL-CODE
067500         WHEN OTHER
067600             MOVE SNAP-INCOME-CODE (SN-SUB) TO SN-LBL-CODE
067700     END-EVALUATE.
067800     MOVE SN-LABEL-WORK TO SN-DET-LABEL.
067900     MOVE SNAP-INCOME-COUNT (SN-SUB)   TO SN-DET-COUNT.
068000     MOVE SNAP-INCOME-BALANCE (SN-SUB) TO SN-DET-AMOUNT.
068100     WRITE SNAPSHOT-REPORT-LINE FROM SN-DETAIL-LINE
068200         AFTER ADVANCING 1 LINE.
068300 5300-WRITE-INCOME-LINE-EXIT.
068400     EXIT.
068500******************************************************************
068600 8000-TERMINATE.
068700     MOVE SN-MASTER-RECORDS-READ TO SN-SUM-MASTER-READ.
068800     MOVE SN-HISTORY-ROWS-READ   TO SN-SUM-HIST-READ.
068900     MOVE SN-HISTORY-ROWS-MONTH  TO SN-SUM-HIST-MONTH.
069000     WRITE SNAPSHOT-REPORT-LINE FROM SN-SUMMARY-LINE-1
069100         AFTER ADVANCING 3 LINES.
069200     WRITE SNAPSHOT-REPORT-LINE FROM SN-SUMMARY-LINE-2
069300         AFTER ADVANCING 1 LINE.
069400     WRITE SNAPSHOT-REPORT-LINE FROM SN-SUMMARY-LINE-3
069500         AFTER ADVANCING 1 LINE.
069600     CLOSE SNAPSHOT-REPORT-FILE.
069700 8000-TERMINATE-EXIT.
069800     EXIT.
069900******************************************************************

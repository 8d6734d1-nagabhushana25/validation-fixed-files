000100******************************************************************
000200*CUSTTRND
000300*PORTFOLIO TREND REPORT
000400*
000500*PRINTS THE MONTH-END SNAPSHOTS KEPT BY CUSTSNAP (CUSTSNAP.CPY)
000600*FOR THE 13 CALENDAR MONTHS ENDING WITH THE REPORT MONTH, SIDE
000700*BY SIDE, WITH THE CHANGE FROM THE MONTH BEFORE (MOM) AND FROM
000800*THE SAME MONTH A YEAR EARLIER (YOY) AS A PERCENTAGE.  A FIGURE
000900*WHOSE CHANGE IS MORE THAN THE THRESHOLD PERCENT EITHER WAY IS
001000*FLAGGED '*'.
001100*
001200*THE ONE-RECORD PARAMETER FILE GIVES THE REPORT MONTH (YYYYMM;
001300*BLANK MEANS THE LATEST MONTH ON FILE) AND THE THRESHOLD PERCENT
001400*(BLANK MEANS 10).  A MONTH WITH NO SNAPSHOT PRINTS '-' AND ANY
001500*CHANGE AGAINST IT, OR AGAINST A ZERO FIGURE, PRINTS 'N/A'.
001600*COUNTS PRINT AS THEY ARE; AMOUNTS PRINT IN THOUSANDS, BUT THE
001700*PERCENTAGES ARE WORKED FROM THE FULL AMOUNTS.  THE STATE AND
001800*INCOME-RANGE ROWS ARE THOSE OF THE LATEST SNAPSHOT SHOWN.
001833*AN AMOUNT TOO LARGE FOR ITS COLUMN, EVEN IN THOUSANDS, PRINTS
001866*'*******' RATHER THAN LOSE ITS HIGH-ORDER DIGITS.
001900*
002000*INSTALLATION.  DATA PROCESSING.
002100*DATE-WRITTEN.   2026-10-15.
002200*
002300*MODIFICATION HISTORY.
002400*DATE       INIT  DESCRIPTION
002500*2026-10-15  JRH  ORIGINAL PROGRAM.
002550*2026-10-15  JRH  CLEAR DETAIL-LINE SPACER BYTES BEFORE FIRST USE.
002575*2026-10-15  JRH  MARK AN AMOUNT TOO LARGE FOR ITS COLUMN.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.    CUSTTRND.
002900 AUTHOR.        J R HALVORSEN.
003000 INSTALLATION.  DATA PROCESSING.
003100 DATE-WRITTEN.  2026-10-15.
003200 DATE-COMPILED.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 SPECIAL-NAMES.
003900     C01 IS TOP-OF-PAGE.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT SNAPSHOT-HISTORY-FILE
004300         ASSIGN TO CUSTSNHF
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS SNAP-MONTH
004700         FILE STATUS IS TR-SNAP-STATUS.
004800
004900     SELECT TREND-PARM-FILE
005000         ASSIGN TO CUSTTNPM
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS TR-PARM-STATUS.
005300
005400     SELECT TREND-REPORT-FILE
005500         ASSIGN TO CUSTTNRP
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS TR-REPORT-STATUS.
005800******************************************************************
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  SNAPSHOT-HISTORY-FILE
006200     RECORDING MODE IS F.
006300     COPY "custsnap.cpy".
006400
006500 FD  TREND-PARM-FILE
006600     RECORDING MODE IS F.
006700 01  TREND-PARM-RECORD.
006800     05  PARM-REPORT-MONTH       PIC X(06).
006900     05  FILLER                  PIC X(01).
007000     05  PARM-THRESHOLD-PCT      PIC X(03).
007100     05  PARM-THRESHOLD-NUM  REDEFINES PARM-THRESHOLD-PCT
007200                                 PIC 9(03).
007300
007400 FD  TREND-REPORT-FILE.
007500 01  TREND-REPORT-LINE           PIC X(132).
007600******************************************************************
007700 WORKING-STORAGE SECTION.
007800 01  TR-FILE-STATUSES.
007900     05  TR-SNAP-STATUS          PIC X(02)   VALUE '00'.
008000     05  TR-PARM-STATUS          PIC X(02)   VALUE '00'.
008100     05  TR-REPORT-STATUS        PIC X(02)   VALUE '00'.
008200
008300 01  TR-SWITCHES.
008400     05  TR-END-OF-FILE-SW       PIC X(01)   VALUE 'N'.
008500         88  TR-END-OF-FILE                  VALUE 'Y'.
008600     05  TR-HISTORY-OPEN-SW      PIC X(01)   VALUE 'N'.
008700         88  TR-HISTORY-OPEN                 VALUE 'Y'.
008800     05  TR-AMOUNT-ROW-SW        PIC X(01)   VALUE 'N'.
008900         88  TR-AMOUNT-ROW                   VALUE 'Y'.
009000     05  TR-ENTRY-FOUND-SW       PIC X(01)   VALUE 'N'.
009100         88  TR-ENTRY-FOUND                  VALUE 'Y'.
009200     05  TR-PERCENT-OK-SW        PIC X(01)   VALUE 'N'.
009300         88  TR-PERCENT-OK                   VALUE 'Y'.
009400
009500 01  TR-COUNTERS.
009600     05  TR-SNAPSHOTS-ON-FILE    PIC 9(07)  COMP  VALUE ZERO.
009700     05  TR-SNAPSHOTS-SHOWN      PIC 9(07)  COMP  VALUE ZERO.
009800     05  TR-ROWS-PRINTED         PIC 9(07)  COMP  VALUE ZERO.
009900     05  TR-ROWS-FLAGGED         PIC 9(07)  COMP  VALUE ZERO.
010000     05  TR-COL                  PIC 9(04)  COMP  VALUE ZERO.
010100     05  TR-REF-COL              PIC 9(04)  COMP  VALUE ZERO.
010200     05  TR-BASE-COL             PIC 9(04)  COMP  VALUE ZERO.
010300     05  TR-SUB                  PIC 9(04)  COMP  VALUE ZERO.
010400     05  TR-CODE-SUB             PIC 9(04)  COMP  VALUE ZERO.
010500     05  TR-REF-STATES           PIC 9(04)  COMP  VALUE ZERO.
010600     05  TR-REF-INCOMES          PIC 9(04)  COMP  VALUE ZERO.
010700
010800 01  TR-PARAMETERS.
010900     05  TR-REPORT-MONTH         PIC X(06)   VALUE SPACES.
011000     05  TR-THRESHOLD-PCT        PIC 9(03)   VALUE 10.
011100
011200 01  TR-DATE-FIELDS.
011300     05  TR-TODAY-8              PIC 9(08).
011400     05  TR-TODAY-X  REDEFINES TR-TODAY-8
011500                                 PIC X(08).
011600     05  TR-WORK-MONTH.
011700         10  TR-WORK-YEAR        PIC 9(04).
011800         10  TR-WORK-MON         PIC 9(02).
011900
012000*THE 13 MONTHS SHOWN, OLDEST FIRST; COLUMN 13 IS THE REPORT
012100*MONTH, COLUMN 12 THE MONTH BEFORE, COLUMN 1 A YEAR EARLIER.
012200 01  TR-WINDOW.
012300     05  TR-WINDOW-ENTRY         OCCURS 13 TIMES.
012400         10  TR-WIN-MONTH        PIC X(06).
012500         10  TR-WIN-PRESENT-SW   PIC X(01).
012600             88  TR-WIN-PRESENT              VALUE 'Y'.
012700         10  TR-WIN-SNAPSHOT     PIC X(2155).
012800
012900     COPY "custsnap.cpy"
013000         REPLACING ==PORTFOLIO-SNAPSHOT-RECORD==
013100                BY ==TR-SNAPSHOT==.
013200
013300*ONE ROW OF THE REPORT: WHAT IT IS AND ITS VALUE IN EACH MONTH.
013400 01  TR-ROW-FIELDS.
013500     05  TR-ROW-KIND             PIC X(02).
013600     05  TR-ROW-CODE             PIC X(02).
013700     05  TR-ROW-VALUE            PIC S9(13)V99  OCCURS 13 TIMES.
013800     05  TR-VALUE                PIC S9(13)V99.
013900     05  TR-BASE-VALUE           PIC S9(13)V99.
014000     05  TR-THOUSANDS            PIC S9(11).
014100     05  TR-PERCENT              PIC S9(09)V9.
014200     05  TR-ABS-PERCENT          PIC S9(09)V9.
014300     05  TR-PERCENT-TEXT         PIC X(04).
014400     05  TR-PERCENT-FLAG         PIC X(01).
014500
014600 01  TR-REPORT-LINES.
014700     05  TR-HEADING-1.
014800         10  FILLER              PIC X(40)
014900             VALUE 'PORTFOLIO TREND REPORT'.
015000         10  FILLER              PIC X(14)  VALUE 'REPORT MONTH '.
015100         10  TR-HDG-MONTH        PIC X(06).
015200         10  FILLER              PIC X(12)  VALUE '   RUN DATE '.
015300         10  TR-HDG-DATE         PIC X(08).
015400     05  TR-HEADING-2.
015500         10  FILLER              PIC X(42)
015600             VALUE 'AMOUNTS IN THOUSANDS.  * = CHANGE OVER '.
015700         10  TR-HDG-THRESHOLD    PIC ZZ9.
015800         10  FILLER              PIC X(20)
015900             VALUE ' PERCENT EITHER WAY.'.
015933         10  FILLER              PIC X(30)
015966             VALUE '  ******* = TOO LARGE TO PRINT'.
016000     05  TR-HEADING-3.
016100         10  FILLER              PIC X(16)  VALUE SPACES.
016200         10  TR-HDG-COLUMN       OCCURS 13 TIMES.
016300             15  FILLER          PIC X(01).
016400             15  TR-HDG-YEAR     PIC X(04).
016500             15  TR-HDG-DASH     PIC X(01).
016600             15  TR-HDG-MON      PIC X(02).
016700         10  FILLER              PIC X(06)  VALUE '  MOM%'.
016800         10  FILLER              PIC X(06)  VALUE '  YOY%'.
016900     05  TR-SECTION-LINE.
017000         10  TR-SEC-TITLE        PIC X(40).
017100     05  TR-DETAIL-LINE.
017200         10  TR-DET-LABEL.
017300             15  TR-LBL-PREFIX   PIC X(07).
017400             15  TR-LBL-SUFFIX   PIC X(09).
017500         10  TR-DET-COLUMN       OCCURS 13 TIMES.
017600             15  FILLER          PIC X(01).
017700             15  TR-DET-TEXT     PIC X(07).
017800             15  TR-DET-COUNT  REDEFINES TR-DET-TEXT
017900                                 PIC Z(06)9.
018000             15  TR-DET-AMOUNT REDEFINES TR-DET-TEXT
018100                                 PIC -(06)9.
018200         10  FILLER              PIC X(01)  VALUE SPACES.
018300         10  TR-DET-MOM          PIC X(04).
018400         10  TR-DET-MOM-FLAG     PIC X(01).
018500         10  FILLER              PIC X(01)  VALUE SPACES.
018600         10  TR-DET-YOY          PIC X(04).
018700         10  TR-DET-YOY-FLAG     PIC X(01).
018800     05  TR-PERCENT-EDIT         PIC -(03)9.
018900     05  TR-NOTE-LINE.
019000         10  TR-NOTE-TEXT        PIC X(60)  VALUE SPACES.
019100     05  TR-SUMMARY-LINE-1.
019200         10  FILLER              PIC X(22)
019300             VALUE 'SNAPSHOTS ON FILE.... '.
019400         10  TR-SUM-ON-FILE      PIC ZZZ,ZZZ,ZZ9.
019500     05  TR-SUMMARY-LINE-2.
019600         10  FILLER              PIC X(22)
019700             VALUE 'SNAPSHOTS SHOWN...... '.
019800         10  TR-SUM-SHOWN        PIC ZZZ,ZZZ,ZZ9.
019900     05  TR-SUMMARY-LINE-3.
020000         10  FILLER              PIC X(22)
020100             VALUE 'ROWS PRINTED......... '.
020200         10  TR-SUM-ROWS         PIC ZZZ,ZZZ,ZZ9.
020300     05  TR-SUMMARY-LINE-4.
020400         10  FILLER              PIC X(22)
020500             VALUE 'ROWS FLAGGED......... '.
020600         10  TR-SUM-FLAGGED      PIC ZZZ,ZZZ,ZZ9.
020700******************************************************************
020800 PROCEDURE DIVISION.
020900******************************************************************
021000 0000-MAINLINE.
021100     PERFORM 1000-INITIALIZE
021200         THRU 1000-INITIALIZE-EXIT.
021300     IF TR-HISTORY-OPEN
021400         PERFORM 2000-LOAD-WINDOW
021500             THRU 2000-LOAD-WINDOW-EXIT
021600     END-IF.
021700     IF TR-SNAPSHOTS-SHOWN > ZERO
021800         PERFORM 3000-PRINT-TREND
021900             THRU 3000-PRINT-TREND-EXIT
022000     END-IF.
022100     PERFORM 8000-TERMINATE
022200         THRU 8000-TERMINATE-EXIT.
022300     GOBACK.
022400******************************************************************
022500*WITH NO REPORT MONTH GIVEN, ONE PASS OF THE HISTORY FINDS THE
022600*LATEST MONTH ON FILE (THE FILE IS IN MONTH ORDER).
022700******************************************************************
022800 1000-INITIALIZE.
022900     ACCEPT TR-TODAY-8 FROM DATE YYYYMMDD.
022950     MOVE SPACES TO TR-DETAIL-LINE.
023000     OPEN INPUT TREND-PARM-FILE.
023100     IF TR-PARM-STATUS = '00'
023200         READ TREND-PARM-FILE
023300             AT END
023400                 CONTINUE
023500         END-READ
023600         IF TR-PARM-STATUS = '00'
023700             IF PARM-REPORT-MONTH IS NUMERIC
023800                 MOVE PARM-REPORT-MONTH TO TR-REPORT-MONTH
023900             END-IF
024000             IF PARM-THRESHOLD-PCT IS NUMERIC
024100                 MOVE PARM-THRESHOLD-NUM TO TR-THRESHOLD-PCT
024200             END-IF
024300         END-IF
024400         CLOSE TREND-PARM-FILE
024500     END-IF.
024600     OPEN OUTPUT TREND-REPORT-FILE.
024700     OPEN INPUT SNAPSHOT-HISTORY-FILE.
024800     IF TR-SNAP-STATUS NOT = '00'
024900         MOVE 'SNAPSHOT HISTORY FILE NOT AVAILABLE'
025000             TO TR-NOTE-TEXT
025100         GO TO 1000-INITIALIZE-EXIT
025200     END-IF.
025300     MOVE 'Y' TO TR-HISTORY-OPEN-SW.
025400     MOVE 'N' TO TR-END-OF-FILE-SW.
025500     PERFORM 1100-READ-SNAPSHOT
025600         THRU 1100-READ-SNAPSHOT-EXIT
025700         UNTIL TR-END-OF-FILE.
025800     IF TR-SNAPSHOTS-ON-FILE = ZERO
025900         MOVE 'NO SNAPSHOTS ON FILE' TO TR-NOTE-TEXT
026000     END-IF.
026100 1000-INITIALIZE-EXIT.
026200     EXIT.
026300******************************************************************
026400 1100-READ-SNAPSHOT.
026500     READ SNAPSHOT-HISTORY-FILE NEXT RECORD
026600         AT END
026700             MOVE 'Y' TO TR-END-OF-FILE-SW
026800             GO TO 1100-READ-SNAPSHOT-EXIT
026900     END-READ.
027000     ADD 1 TO TR-SNAPSHOTS-ON-FILE.
027100     IF SNAP-MONTH OF PORTFOLIO-SNAPSHOT-RECORD > TR-WORK-MONTH
027200         OR TR-SNAPSHOTS-ON-FILE = 1
027300         MOVE SNAP-MONTH OF PORTFOLIO-SNAPSHOT-RECORD
027400             TO TR-WORK-MONTH
027500     END-IF.
027600 1100-READ-SNAPSHOT-EXIT.
027700     EXIT.
027800******************************************************************
027900*SETS THE 13 MONTHS BACK FROM THE REPORT MONTH AND READS EACH
028000*ONE'S SNAPSHOT BY KEY.
028100******************************************************************
028200 2000-LOAD-WINDOW.
028300     IF TR-SNAPSHOTS-ON-FILE = ZERO
028400         GO TO 2000-LOAD-WINDOW-EXIT
028500     END-IF.
028600     IF TR-REPORT-MONTH = SPACES
028700         MOVE TR-WORK-MONTH TO TR-REPORT-MONTH
028800     END-IF.
028900     MOVE TR-REPORT-MONTH TO TR-WORK-MONTH.
029000     PERFORM 2100-LOAD-MONTH
029100         THRU 2100-LOAD-MONTH-EXIT
029200         VARYING TR-COL FROM 13 BY -1
029300         UNTIL TR-COL < 1.
029400     IF TR-SNAPSHOTS-SHOWN = ZERO
029500         MOVE 'NO SNAPSHOTS IN THE 13 MONTHS TO THE REPORT MONTH'
029600             TO TR-NOTE-TEXT
029700     END-IF.
029800 2000-LOAD-WINDOW-EXIT.
029900     EXIT.
030000******************************************************************
030100 2100-LOAD-MONTH.
030200     MOVE TR-WORK-MONTH TO TR-WIN-MONTH (TR-COL).
030300     MOVE 'N'           TO TR-WIN-PRESENT-SW (TR-COL).
030400     MOVE SPACES        TO TR-WIN-SNAPSHOT (TR-COL).
030500     MOVE TR-WORK-MONTH
030600         TO SNAP-MONTH OF PORTFOLIO-SNAPSHOT-RECORD.
030700     READ SNAPSHOT-HISTORY-FILE
030800         INVALID KEY
030900             CONTINUE
031000         NOT INVALID KEY
031100             MOVE 'Y' TO TR-WIN-PRESENT-SW (TR-COL)
031200             MOVE PORTFOLIO-SNAPSHOT-RECORD
031300                 TO TR-WIN-SNAPSHOT (TR-COL)
031400             ADD 1 TO TR-SNAPSHOTS-SHOWN
031500             IF TR-REF-COL = ZERO
031600                 MOVE TR-COL TO TR-REF-COL
031700             END-IF
031800     END-READ.
031900     IF TR-WORK-MON = 1
032000         MOVE 12 TO TR-WORK-MON
032100         SUBTRACT 1 FROM TR-WORK-YEAR
032200     ELSE
032300         SUBTRACT 1 FROM TR-WORK-MON
032400     END-IF.
032500 2100-LOAD-MONTH-EXIT.
032600     EXIT.
032700******************************************************************
032800*THE STATE AND INCOME-RANGE ROWS ARE TAKEN FROM THE LATEST
032900*SNAPSHOT SHOWN (TR-REF-COL).
033000******************************************************************
033100 3000-PRINT-TREND.
033200     MOVE TR-WIN-SNAPSHOT (TR-REF-COL) TO TR-SNAPSHOT.
033300     MOVE SNAP-STATES-USED OF TR-SNAPSHOT  TO TR-REF-STATES.
033400     MOVE SNAP-INCOMES-USED OF TR-SNAPSHOT TO TR-REF-INCOMES.
033500     PERFORM 3100-WRITE-HEADINGS
033600         THRU 3100-WRITE-HEADINGS-EXIT.
033700     MOVE 'PORTFOLIO' TO TR-SEC-TITLE.
033800     PERFORM 3200-WRITE-SECTION
033900         THRU 3200-WRITE-SECTION-EXIT.
034000     MOVE 'TOTAL'    TO TR-LBL-PREFIX.
034100     MOVE 'TA'       TO TR-ROW-KIND.
034200     PERFORM 3300-COUNT-ROW
034300         THRU 3300-COUNT-ROW-EXIT.
034400     MOVE 'TB'       TO TR-ROW-KIND.
034500     PERFORM 3400-AMOUNT-ROW
034600         THRU 3400-AMOUNT-ROW-EXIT.
034700     MOVE 'BY ACCOUNT-STATUS' TO TR-SEC-TITLE.
034800     PERFORM 3200-WRITE-SECTION
034900         THRU 3200-WRITE-SECTION-EXIT.
035000     PERFORM 3500-STATUS-ROWS
035100         THRU 3500-STATUS-ROWS-EXIT
035200         VARYING TR-CODE-SUB FROM 1 BY 1
035300         UNTIL TR-CODE-SUB > 5.
035400     MOVE 'BY STATE' TO TR-SEC-TITLE.
035500     PERFORM 3200-WRITE-SECTION
035600         THRU 3200-WRITE-SECTION-EXIT.
035700     PERFORM 3600-STATE-ROWS
035800         THRU 3600-STATE-ROWS-EXIT
035900         VARYING TR-CODE-SUB FROM 1 BY 1
036000         UNTIL TR-CODE-SUB > TR-REF-STATES.
036100     MOVE 'BY INCOME-RANGE' TO TR-SEC-TITLE.
036200     PERFORM 3200-WRITE-SECTION
036300         THRU 3200-WRITE-SECTION-EXIT.
036400     PERFORM 3700-INCOME-ROWS
036500         THRU 3700-INCOME-ROWS-EXIT
036600         VARYING TR-CODE-SUB FROM 1 BY 1
036700         UNTIL TR-CODE-SUB > TR-REF-INCOMES.
036800     MOVE 'ACTIVITY AND RISK' TO TR-SEC-TITLE.
036900     PERFORM 3200-WRITE-SECTION
037000         THRU 3200-WRITE-SECTION-EXIT.
037100     MOVE 'NEW'      TO TR-LBL-PREFIX.
037200     MOVE 'NA'       TO TR-ROW-KIND.
037300     PERFORM 3300-COUNT-ROW
037400         THRU 3300-COUNT-ROW-EXIT.
037500     MOVE 'NB'       TO TR-ROW-KIND.
037600     PERFORM 3400-AMOUNT-ROW
037700         THRU 3400-AMOUNT-ROW-EXIT.
037800     MOVE 'CLOSED'   TO TR-LBL-PREFIX.
037900     MOVE 'CL'       TO TR-ROW-KIND.
038000     PERFORM 3300-COUNT-ROW
038100         THRU 3300-COUNT-ROW-EXIT.
038200     MOVE 'OVERLIM'  TO TR-LBL-PREFIX.
038300     MOVE 'OC'       TO TR-ROW-KIND.
038400     PERFORM 3300-COUNT-ROW
038500         THRU 3300-COUNT-ROW-EXIT.
038600     MOVE 'OE'       TO TR-ROW-KIND.
038700     MOVE 'Y'        TO TR-AMOUNT-ROW-SW.
038800     MOVE 'EXPOSURE' TO TR-LBL-SUFFIX.
038900     PERFORM 4000-WRITE-ROW
039000         THRU 4000-WRITE-ROW-EXIT.
039100     MOVE 'DORMANT'  TO TR-LBL-PREFIX.
039200     MOVE 'DC'       TO TR-ROW-KIND.
039300     PERFORM 3300-COUNT-ROW
039400         THRU 3300-COUNT-ROW-EXIT.
039500     MOVE 'DB'       TO TR-ROW-KIND.
039600     PERFORM 3400-AMOUNT-ROW
039700         THRU 3400-AMOUNT-ROW-EXIT.
039800     MOVE 'FIN CHG'  TO TR-LBL-PREFIX.
039900     MOVE 'FC'       TO TR-ROW-KIND.
040000     MOVE 'N'        TO TR-AMOUNT-ROW-SW.
040100     MOVE 'CHARGES'  TO TR-LBL-SUFFIX.
040200     PERFORM 4000-WRITE-ROW
040300         THRU 4000-WRITE-ROW-EXIT.
040400     MOVE 'FA'       TO TR-ROW-KIND.
040500     MOVE 'Y'        TO TR-AMOUNT-ROW-SW.
040600     MOVE 'AMOUNT'   TO TR-LBL-SUFFIX.
040700     PERFORM 4000-WRITE-ROW
040800         THRU 4000-WRITE-ROW-EXIT.
040900 3000-PRINT-TREND-EXIT.
041000     EXIT.
041100******************************************************************
041200 3100-WRITE-HEADINGS.
041300     MOVE TR-REPORT-MONTH  TO TR-HDG-MONTH.
041400     MOVE TR-TODAY-X       TO TR-HDG-DATE.
041500     MOVE TR-THRESHOLD-PCT TO TR-HDG-THRESHOLD.
041600     PERFORM 3110-SET-COLUMN-HEADING
041700         THRU 3110-SET-COLUMN-HEADING-EXIT
041800         VARYING TR-COL FROM 1 BY 1
041900         UNTIL TR-COL > 13.
042000     WRITE TREND-REPORT-LINE FROM TR-HEADING-1
042100         AFTER ADVANCING TOP-OF-PAGE.
042200     WRITE TREND-REPORT-LINE FROM TR-HEADING-2
042300         AFTER ADVANCING 1 LINE.
042400     WRITE TREND-REPORT-LINE FROM TR-HEADING-3
042500         AFTER ADVANCING 2 LINES.
042600 3100-WRITE-HEADINGS-EXIT.
042700     EXIT.
042800******************************************************************
042900 3110-SET-COLUMN-HEADING.
043000     MOVE SPACES TO TR-HDG-COLUMN (TR-COL).
043100     MOVE TR-WIN-MONTH (TR-COL) (1:4) TO TR-HDG-YEAR (TR-COL).
043200     MOVE '-'                         TO TR-HDG-DASH (TR-COL).
043300     MOVE TR-WIN-MONTH (TR-COL) (5:2) TO TR-HDG-MON (TR-COL).
043400 3110-SET-COLUMN-HEADING-EXIT.
043500     EXIT.
043600******************************************************************
043700 3200-WRITE-SECTION.
043800     WRITE TREND-REPORT-LINE FROM TR-SECTION-LINE
043900         AFTER ADVANCING 2 LINES.
044000 3200-WRITE-SECTION-EXIT.
044100     EXIT.
044200******************************************************************
044300 3300-COUNT-ROW.
044400     MOVE 'N'        TO TR-AMOUNT-ROW-SW.
044500     MOVE 'ACCOUNTS' TO TR-LBL-SUFFIX.
044600     PERFORM 4000-WRITE-ROW
044700         THRU 4000-WRITE-ROW-EXIT.
044800 3300-COUNT-ROW-EXIT.
044900     EXIT.
045000******************************************************************
045100 3400-AMOUNT-ROW.
045200     MOVE 'Y'        TO TR-AMOUNT-ROW-SW.
045300     MOVE 'BALANCE'  TO TR-LBL-SUFFIX.
045400     PERFORM 4000-WRITE-ROW
045500         THRU 4000-WRITE-ROW-EXIT.
045600 3400-AMOUNT-ROW-EXIT.
045700     EXIT.
045800******************************************************************
045900 3500-STATUS-ROWS.
046000     MOVE TR-WIN-SNAPSHOT (TR-REF-COL) TO TR-SNAPSHOT.
046100     MOVE SNAP-STATUS-CODE OF TR-SNAPSHOT (TR-CODE-SUB)
046200         TO TR-ROW-CODE.
046300     MOVE SPACES TO TR-LBL-PREFIX.
046400     IF TR-ROW-CODE = '*'
046500         MOVE 'STAT OT' TO TR-LBL-PREFIX
046600     ELSE
046700         STRING 'STAT ' TR-ROW-CODE (1:1)
046800             DELIMITED BY SIZE INTO TR-LBL-PREFIX
046900     END-IF.
047000     MOVE 'SC' TO TR-ROW-KIND.
047100     PERFORM 3300-COUNT-ROW
047200         THRU 3300-COUNT-ROW-EXIT.
047300     MOVE 'SB' TO TR-ROW-KIND.
047400     PERFORM 3400-AMOUNT-ROW
047500         THRU 3400-AMOUNT-ROW-EXIT.
047600 3500-STATUS-ROWS-EXIT.
047700     EXIT.
047800******************************************************************
047900 3600-STATE-ROWS.
048000     MOVE TR-WIN-SNAPSHOT (TR-REF-COL) TO TR-SNAPSHOT.
048100     MOVE SNAP-STATE-CODE OF TR-SNAPSHOT (TR-CODE-SUB)
048200         TO TR-ROW-CODE.
048300     MOVE SPACES TO TR-LBL-PREFIX.
048400     EVALUATE TR-ROW-CODE
048500         WHEN SPACES
048600             MOVE 'ST ??'  TO TR-LBL-PREFIX
048700         WHEN '**'
048800             MOVE 'ST OTH' TO TR-LBL-PREFIX
048900         WHEN OTHER
049000             STRING 'ST ' TR-ROW-CODE
049100                 DELIMITED BY SIZE INTO TR-LBL-PREFIX
049200     END-EVALUATE.
049300     MOVE 'GC' TO TR-ROW-KIND.
049400     PERFORM 3300-COUNT-ROW
049500         THRU 3300-COUNT-ROW-EXIT.
049600     MOVE 'GB' TO TR-ROW-KIND.
049700     PERFORM 3400-AMOUNT-ROW
049800         THRU 3400-AMOUNT-ROW-EXIT.
049900 3600-STATE-ROWS-EXIT.
050000     EXIT.
050100******************************************************************
050200 3700-INCOME-ROWS.
050300     MOVE TR-WIN-SNAPSHOT (TR-REF-COL) TO TR-SNAPSHOT.
050400     MOVE SNAP-INCOME-CODE OF TR-SNAPSHOT (TR-CODE-SUB)
050500         TO TR-ROW-CODE.
050600     MOVE SPACES TO TR-LBL-PREFIX.
050700     EVALUATE TR-ROW-CODE
050800         WHEN SPACES
050900             MOVE 'INC ??'  TO TR-LBL-PREFIX
051000         WHEN '**'
051100             MOVE 'INC OTH' TO TR-LBL-PREFIX
051200         WHEN OTHER
051300             STRING 'INC ' TR-ROW-CODE
051400                 DELIMITED BY SIZE INTO TR-LBL-PREFIX
051500     END-EVALUATE.
051600     MOVE 'IC' TO TR-ROW-KIND.
051700     PERFORM 3300-COUNT-ROW
051800         THRU 3300-COUNT-ROW-EXIT.
051900     MOVE 'IB' TO TR-ROW-KIND.
052000     PERFORM 3400-AMOUNT-ROW
052100         THRU 3400-AMOUNT-ROW-EXIT.
052200 3700-INCOME-ROWS-EXIT.
052300     EXIT.
052400******************************************************************
052500*ONE ROW: THE FIGURE FOR EACH MONTH, THEN MOM (COLUMN 13 AGAINST
052600*COLUMN 12) AND YOY (COLUMN 13 AGAINST COLUMN 1).
052700******************************************************************
052800 4000-WRITE-ROW.
052900     PERFORM 4100-FILL-COLUMN
053000         THRU 4100-FILL-COLUMN-EXIT
053100         VARYING TR-COL FROM 1 BY 1
053200         UNTIL TR-COL > 13.
053300     MOVE 12 TO TR-BASE-COL.
053400     PERFORM 4300-WORK-PERCENT
053500         THRU 4300-WORK-PERCENT-EXIT.
053600     MOVE TR-PERCENT-TEXT TO TR-DET-MOM.
053700     MOVE TR-PERCENT-FLAG TO TR-DET-MOM-FLAG.
053800     MOVE 1 TO TR-BASE-COL.
053900     PERFORM 4300-WORK-PERCENT
054000         THRU 4300-WORK-PERCENT-EXIT.
054100     MOVE TR-PERCENT-TEXT TO TR-DET-YOY.
054200     MOVE TR-PERCENT-FLAG TO TR-DET-YOY-FLAG.
054300     IF TR-DET-MOM-FLAG = '*'
054400         OR TR-DET-YOY-FLAG = '*'
054500         ADD 1 TO TR-ROWS-FLAGGED
054600     END-IF.
054700     WRITE TREND-REPORT-LINE FROM TR-DETAIL-LINE
054800         AFTER ADVANCING 1 LINE.
054900     ADD 1 TO TR-ROWS-PRINTED.
055000 4000-WRITE-ROW-EXIT.
055100     EXIT.
055200******************************************************************
055300 4100-FILL-COLUMN.
055400     MOVE ZERO TO TR-ROW-VALUE (TR-COL).
055500     IF NOT TR-WIN-PRESENT (TR-COL)
055600         MOVE '      -' TO TR-DET-TEXT (TR-COL)
055700         GO TO 4100-FILL-COLUMN-EXIT
055800     END-IF.
055900     MOVE TR-WIN-SNAPSHOT (TR-COL) TO TR-SNAPSHOT.
056000     PERFORM 4200-EXTRACT-VALUE
056100         THRU 4200-EXTRACT-VALUE-EXIT.
056200     MOVE TR-VALUE TO TR-ROW-VALUE (TR-COL).
056300     IF TR-AMOUNT-ROW
056400         COMPUTE TR-THOUSANDS ROUNDED = TR-VALUE / 1000
056500         MOVE TR-THOUSANDS TO TR-DET-AMOUNT (TR-COL)
056520         IF TR-THOUSANDS > 999999
056540             OR TR-THOUSANDS < -999999
056560             MOVE '*******' TO TR-DET-TEXT (TR-COL)
056580         END-IF
056600     ELSE
056700         MOVE TR-VALUE TO TR-DET-COUNT (TR-COL)
056800     END-IF.
056900 4100-FILL-COLUMN-EXIT.
057000     EXIT.
057100******************************************************************
057200*PICKS THE ROW'S FIGURE OUT OF THE SNAPSHOT IN TR-SNAPSHOT.  A
057300*STATUS, STATE OR INCOME-RANGE CODE THAT MONTH DID NOT HAVE IS
057400*ZERO.
057500******************************************************************
057600 4200-EXTRACT-VALUE.
057700     MOVE ZERO TO TR-VALUE.
057800     MOVE 'N'  TO TR-ENTRY-FOUND-SW.
057900     EVALUATE TR-ROW-KIND
058000         WHEN 'TA'
058100             MOVE SNAP-TOTAL-ACCOUNTS OF TR-SNAPSHOT TO TR-VALUE
058200         WHEN 'TB'
058300             MOVE SNAP-TOTAL-BALANCE OF TR-SNAPSHOT TO TR-VALUE
058400         WHEN 'SC'
058500         WHEN 'SB'
058600             PERFORM 4210-COMPARE-STATUS
058700                 THRU 4210-COMPARE-STATUS-EXIT
058800                 VARYING TR-SUB FROM 1 BY 1
058900                 UNTIL TR-SUB > 5
059000                    OR TR-ENTRY-FOUND
059100         WHEN 'GC'
059200         WHEN 'GB'
059300             PERFORM 4220-COMPARE-STATE
059400                 THRU 4220-COMPARE-STATE-EXIT
059500                 VARYING TR-SUB FROM 1 BY 1
059600                 UNTIL TR-SUB > SNAP-STATES-USED OF TR-SNAPSHOT
059700                    OR TR-ENTRY-FOUND
059800         WHEN 'IC'
059900         WHEN 'IB'
060000             PERFORM 4230-COMPARE-INCOME
060100                 THRU 4230-COMPARE-INCOME-EXIT
060200                 VARYING TR-SUB FROM 1 BY 1
060300                 UNTIL TR-SUB > SNAP-INCOMES-USED OF TR-SNAPSHOT
060400                    OR TR-ENTRY-FOUND
060500         WHEN 'NA'
060600             MOVE SNAP-NEW-ACCOUNTS OF TR-SNAPSHOT TO TR-VALUE
060700         WHEN 'NB'
060800             MOVE SNAP-NEW-BALANCE OF TR-SNAPSHOT TO TR-VALUE
060900         WHEN 'CL'
061000             MOVE SNAP-CLOSURES OF TR-SNAPSHOT TO TR-VALUE
061100         WHEN 'OC'
061200             MOVE SNAP-OVER-LIMIT-COUNT OF TR-SNAPSHOT
061300                 TO TR-VALUE
061400         WHEN 'OE'
061500             MOVE SNAP-OVER-LIMIT-EXPOSURE OF TR-SNAPSHOT
061600                 TO TR-VALUE
061700         WHEN 'DC'
061800             MOVE SNAP-DORMANT-COUNT OF TR-SNAPSHOT TO TR-VALUE
061900         WHEN 'DB'
062000             MOVE SNAP-DORMANT-BALANCE OF TR-SNAPSHOT
062100                 TO TR-VALUE
062200         WHEN 'FC'
062300             MOVE SNAP-FINANCE-CHARGE-COUNT OF TR-SNAPSHOT
062400                 TO TR-VALUE
062500         WHEN 'FA'
062600             MOVE SNAP-FINANCE-CHARGES OF TR-SNAPSHOT
062700                 TO TR-VALUE
062800     END-EVALUATE.
062900 4200-EXTRACT-VALUE-EXIT.
063000     EXIT.
063100******************************************************************
063200 4210-COMPARE-STATUS.
063300     IF SNAP-STATUS-CODE OF TR-SNAPSHOT (TR-SUB)
063400         NOT = TR-ROW-CODE (1:1)
063500         GO TO 4210-COMPARE-STATUS-EXIT
063600     END-IF.
063700     MOVE 'Y' TO TR-ENTRY-FOUND-SW.
063800     IF TR-ROW-KIND = 'SC'
063900         MOVE SNAP-STATUS-COUNT OF TR-SNAPSHOT (TR-SUB)
064000             TO TR-VALUE
064100     ELSE
064200         MOVE SNAP-STATUS-BALANCE OF TR-SNAPSHOT (TR-SUB)
064300             TO TR-VALUE
064400     END-IF.
064500 4210-COMPARE-STATUS-EXIT.
064600     EXIT.
064700******************************************************************
064800 4220-COMPARE-STATE.
064900     IF SNAP-STATE-CODE OF TR-SNAPSHOT (TR-SUB)
065000         NOT = TR-ROW-CODE
065100         GO TO 4220-COMPARE-STATE-EXIT
065200     END-IF.
065300     MOVE 'Y' TO TR-ENTRY-FOUND-SW.
065400     IF TR-ROW-KIND = 'GC'
065500         MOVE SNAP-STATE-COUNT OF TR-SNAPSHOT (TR-SUB)
065600             TO TR-VALUE
065700     ELSE
065800         MOVE SNAP-STATE-BALANCE OF TR-SNAPSHOT (TR-SUB)
065900             TO TR-VALUE
066000     END-IF.
066100 4220-COMPARE-STATE-EXIT.
066200     EXIT.
066300******************************************************************
066400 4230-COMPARE-INCOME.
066500     IF SNAP-INCOME-CODE OF TR-SNAPSHOT (TR-SUB)
066600         NOT = TR-ROW-CODE
066700         GO TO 4230-COMPARE-INCOME-EXIT
066800     END-IF.
066900     MOVE 'Y' TO TR-ENTRY-FOUND-SW.
067000     IF TR-ROW-KIND = 'IC'
067100         MOVE SNAP-INCOME-COUNT OF TR-SNAPSHOT (TR-SUB)
067200             TO TR-VALUE
067300     ELSE
067400         MOVE SNAP-INCOME-BALANCE OF TR-SNAPSHOT (TR-SUB)
067500             TO TR-VALUE
067600     END-IF.
067700 4230-COMPARE-INCOME-EXIT.
067800     EXIT.
067900******************************************************************
068000*PERCENT CHANGE OF COLUMN 13 AGAINST TR-BASE-COL.  'N/A' WHEN
068100*EITHER MONTH HAS NO SNAPSHOT OR THE BASE IS ZERO; 'HIGH' WHEN
068200*THE CHANGE IS TOO LARGE TO PRINT (IT IS STILL FLAGGED).
068300******************************************************************
068400 4300-WORK-PERCENT.
068500     MOVE ' N/A' TO TR-PERCENT-TEXT.
068600     MOVE SPACE  TO TR-PERCENT-FLAG.
068700     IF NOT TR-WIN-PRESENT (13)
068800         OR NOT TR-WIN-PRESENT (TR-BASE-COL)
068900         GO TO 4300-WORK-PERCENT-EXIT
069000     END-IF.
069100     MOVE TR-ROW-VALUE (TR-BASE-COL) TO TR-BASE-VALUE.
069200     IF TR-BASE-VALUE = ZERO
069300         GO TO 4300-WORK-PERCENT-EXIT
069400     END-IF.
069500     MOVE 'Y' TO TR-PERCENT-OK-SW.
069600     COMPUTE TR-PERCENT ROUNDED =
069700         (TR-ROW-VALUE (13) - TR-BASE-VALUE) * 100
069800         / TR-BASE-VALUE
069900         ON SIZE ERROR
070000             MOVE 'N' TO TR-PERCENT-OK-SW
070100     END-COMPUTE.
070200     IF NOT TR-PERCENT-OK
070300         MOVE 'HIGH' TO TR-PERCENT-TEXT
070400         MOVE '*'    TO TR-PERCENT-FLAG
070500         GO TO 4300-WORK-PERCENT-EXIT
070600     END-IF.
070700     IF TR-BASE-VALUE < ZERO
070800         COMPUTE TR-PERCENT = ZERO - TR-PERCENT
070900     END-IF.
071000     MOVE TR-PERCENT TO TR-ABS-PERCENT.
071100     IF TR-ABS-PERCENT < ZERO
071200         COMPUTE TR-ABS-PERCENT = ZERO - TR-ABS-PERCENT
071300     END-IF.
071400     IF TR-ABS-PERCENT > TR-THRESHOLD-PCT
071500         MOVE '*' TO TR-PERCENT-FLAG
071600     END-IF.
071700     IF TR-ABS-PERCENT > 999
071800         MOVE 'HIGH' TO TR-PERCENT-TEXT
071900     ELSE
072000         COMPUTE TR-PERCENT-EDIT ROUNDED = TR-PERCENT
072100         MOVE TR-PERCENT-EDIT TO TR-PERCENT-TEXT
072200     END-IF.
072300 4300-WORK-PERCENT-EXIT.
072400     EXIT.
072500******************************************************************
072600 8000-TERMINATE.
072700     IF TR-NOTE-TEXT NOT = SPACES
072800         WRITE TREND-REPORT-LINE FROM TR-NOTE-LINE
072900             AFTER ADVANCING TOP-OF-PAGE
073000     END-IF.
073100     MOVE TR-SNAPSHOTS-ON-FILE TO TR-SUM-ON-FILE.
073200     MOVE TR-SNAPSHOTS-SHOWN   TO TR-SUM-SHOWN.
073300     MOVE TR-ROWS-PRINTED      TO TR-SUM-ROWS.
073400     MOVE TR-ROWS-FLAGGED      TO TR-SUM-FLAGGED.
073500     WRITE TREND-REPORT-LINE FROM TR-SUMMARY-LINE-1
073600         AFTER ADVANCING 3 LINES.
073700     WRITE TREND-REPORT-LINE FROM TR-SUMMARY-LINE-2
073800         AFTER ADVANCING 1 LINE.
073900     WRITE TREND-REPORT-LINE FROM TR-SUMMARY-LINE-3
074000         AFTER ADVANCING 1 LINE.
074100     WRITE TREND-REPORT-LINE FROM TR-SUMMARY-LINE-4
074200         AFTER ADVANCING 1 LINE.
074300     IF TR-HISTORY-OPEN
074400         CLOSE SNAPSHOT-HISTORY-FILE
074500     END-IF.
074600     CLOSE TREND-REPORT-FILE.
074700 8000-TERMINATE-EXIT.
074800     EXIT.
074900******************************************************************

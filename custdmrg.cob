000100******************************************************************
000200*CUSTDMRG
000300*APPROVED DUPLICATE-CUSTOMER MERGE
000400*
000500*CUSTDUPE LISTS SUSPECTED DUPLICATES SIDE BY SIDE.  ONCE A PAIR
000600*HAS BEEN REVIEWED AND APPROVED, ITS SURVIVOR AND VICTIM
000700*CUSTOMER-IDS GO ON THE MERGE REQUEST FILE AND THIS PROGRAM
000800*CARRIES OUT THE MERGE, IN PLACE OF THE OLD HAND DELETE-AND-
000900*CHANGE THROUGH CUSTMAINT THAT LOST THE VICTIM'S HISTORY.
001000*
001100*FOR EACH APPROVED PAIR THE SURVIVOR --
001200*   TAKES THE VICTIM'S ACCOUNT-BALANCE ADDED TO ITS OWN;
001300*   TAKES EACH OF THE VICTIM'S PHONE NUMBERS IT DOES NOT ALREADY
001400*   HAVE, INTO ITS OWN EMPTY PHONE-NUMBERS SLOTS;
001500*   TAKES THE VICTIM'S EMAIL-ADDRESS IF IT HAS NONE;
001600*   KEEPS THE EARLIER OF THE TWO OPEN-DATES, SO TENURE IS NOT
001700*   LOST, AND THE LATER OF THE TWO LAST-ACTIVITY-DATES.
001800*THE VICTIM IS LEFT ON THE MASTER WITH A ZERO BALANCE AND
001900*ACCOUNT-STATUS 'C', SO CUSTARCH PURGES IT IN THE ORDINARY WAY.
002000*BOTH RECORDS WRITE A CHANGE HISTORY ROW UNDER ACTION 'M'.
002100*IF THE VICTIM CANNOT BE REWRITTEN THE SURVIVOR IS PUT BACK AS IT
002200*WAS AND THE PAIR IS REJECTED, SO THE BALANCE IS NEVER ON BOTH.
002300*THE VICTIM'S UNPAID MINIMUMS ON THE BILLING FILE (CUSTBILL.CPY)
002400*ARE CARRIED ONTO THE SURVIVOR'S BILLING RECORD IN DUE-DATE ORDER,
002500*SO THE DEBT KEEPS ITS AGE, AND THE VICTIM'S ARE ZEROED.
002600*
002700*EVERY MERGE ALSO WRITES A PERMANENT ROW TO THE ID CROSS-
002800*REFERENCE FILE (SEE CUSTXREF.CPY) POINTING THE VICTIM'S ID AT
002900*THE SURVIVOR.  IF THE VICTIM WAS ITSELF THE SURVIVOR OF EARLIER
003000*MERGES, THOSE ROWS ARE RE-POINTED AT THE NEW SURVIVOR SO EVERY
003100*OLD ID STILL RESOLVES IN ONE READ.
003125*A ROW THAT CANNOT BE WRITTEN OR RE-POINTED IS NAMED ON THE REPORT
003150*AND COUNTED UNDER XREF ROWS FAILED, FOR THE ROW TO BE PUT RIGHT
003175*BEFORE THE RETIRED ID IS NEXT LOOKED UP.
003200*
003300*A PAIR IS REJECTED AND LISTED WHEN EITHER ID IS MISSING OR NOT
003400*ON FILE, THE TWO ARE THE SAME, THE VICTIM HAS ALREADY BEEN
003500*MERGED, THE SURVIVOR HAS ITSELF BEEN MERGED AWAY, OR THE
003600*SURVIVOR IS CLOSED.
003700*
003800*INSTALLATION.  DATA PROCESSING.
003900*DATE-WRITTEN.   2026-10-15.
004000*
004100*MODIFICATION HISTORY.
004200*DATE       INIT  DESCRIPTION
004300*2026-10-15  JRH  ORIGINAL PROGRAM.
004400*2026-10-15  JRH  BACK OUT SURVIVOR WHEN VICTIM REWRITE FAILS.
004500*2026-10-15  JRH  CARRY VICTIM'S BILLING OBLIGATIONS TO SURVIVOR.
004550*2026-10-15  JRH  WIDEN RESULT COLUMN TO HOLD THE LONGEST TEXT.
004575*2026-10-15  JRH  REPORT AND COUNT XREF ROWS THAT ARE NOT STORED.
004600******************************************************************
004700 IDENTIFICATION DIVISION.
004800 PROGRAM-ID.    CUSTDMRG.
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
006200     SELECT MERGE-REQUEST-FILE
006300         ASSIGN TO CUSTDREQ
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS DM-REQUEST-STATUS.
006600
006700     SELECT CUSTOMER-MASTER-FILE
006800         ASSIGN TO CUSTMAST
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
007200         ALTERNATE RECORD KEY IS ALT-NAME-STATE-KEY OF
007300             CUSTOMER-MASTER-RECORD WITH DUPLICATES
007400         FILE STATUS IS DM-MASTER-STATUS.
007500
007600     SELECT ID-CROSS-REFERENCE-FILE
007700         ASSIGN TO CUSTXREF
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS XREF-OLD-CUSTOMER-ID
008100         ALTERNATE RECORD KEY IS XREF-NEW-CUSTOMER-ID
008200             WITH DUPLICATES
008300         FILE STATUS IS DM-XREF-STATUS.
008400
008500     SELECT CHANGE-HISTORY-FILE
008600         ASSIGN TO CUSTCHST
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS DM-HIST-STATUS.
008900
009000     SELECT ACCOUNT-BILLING-FILE
009100         ASSIGN TO CUSTBILL
009200         ORGANIZATION IS INDEXED
009300         ACCESS MODE IS DYNAMIC
009400         RECORD KEY IS BILL-CUSTOMER-ID
009500         FILE STATUS IS DM-BILL-STATUS.
009550
009600     SELECT MERGE-REPORT-FILE
009700         ASSIGN TO CUSTERPT
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS DM-REPORT-STATUS.
010000******************************************************************
010100 DATA DIVISION.
010200 FILE SECTION.
010300 FD  MERGE-REQUEST-FILE
010400     RECORDING MODE IS F.
010500 01  MERGE-REQUEST-RECORD.
010600     05  MRQ-SURVIVOR-ID         PIC X(10).
010700     05  MRQ-VICTIM-ID           PIC X(10).
010800     05  FILLER                  PIC X(60).
010900
011000 FD  CUSTOMER-MASTER-FILE
011100     RECORDING MODE IS F.
011200     COPY "customer_master.cob".
011300
011400 FD  ID-CROSS-REFERENCE-FILE
011500     RECORDING MODE IS F.
011600     COPY "custxref.cpy".
011700
011800 FD  CHANGE-HISTORY-FILE
011900     RECORDING MODE IS F.
012000     COPY "custhist.cpy".
012100
012200 FD  ACCOUNT-BILLING-FILE
012300     RECORDING MODE IS F.
012400     COPY "custbill.cpy".
012450
012500 FD  MERGE-REPORT-FILE.
012600 01  MERGE-REPORT-LINE           PIC X(132).
012700******************************************************************
012800 WORKING-STORAGE SECTION.
012900 01  DM-FILE-STATUSES.
013000     05  DM-REQUEST-STATUS       PIC X(02)   VALUE '00'.
013100     05  DM-MASTER-STATUS        PIC X(02)   VALUE '00'.
013200     05  DM-XREF-STATUS          PIC X(02)   VALUE '00'.
013300     05  DM-HIST-STATUS          PIC X(02)   VALUE '00'.
013400     05  DM-REPORT-STATUS        PIC X(02)   VALUE '00'.
013500     05  DM-BILL-STATUS          PIC X(02)   VALUE '00'.
013600
013700 01  DM-SWITCHES.
013800     05  DM-END-OF-REQUEST-SW    PIC X(01)   VALUE 'N'.
013900         88  DM-END-OF-REQUEST               VALUE 'Y'.
014000     05  DM-MASTER-FOUND-SW      PIC X(01)   VALUE 'N'.
014100         88  DM-MASTER-FOUND                 VALUE 'Y'.
014200     05  DM-XREF-FOUND-SW        PIC X(01)   VALUE 'N'.
014300         88  DM-XREF-FOUND                   VALUE 'Y'.
014400     05  DM-PHONE-ON-FILE-SW     PIC X(01)   VALUE 'N'.
014500         88  DM-PHONE-ON-FILE                VALUE 'Y'.
014600     05  DM-CHAIN-DONE-SW        PIC X(01)   VALUE 'N'.
014700         88  DM-CHAIN-DONE                   VALUE 'Y'.
014800     05  DM-BILLING-OPEN-SW      PIC X(01)   VALUE 'N'.
014900         88  DM-BILLING-OPEN                 VALUE 'Y'.
015000     05  DM-BILLING-FAILED-SW    PIC X(01)   VALUE 'N'.
015100         88  DM-BILLING-FAILED               VALUE 'Y'.
015200     05  DM-SURVIVOR-BILLED-SW   PIC X(01)   VALUE 'N'.
015300         88  DM-SURVIVOR-BILLED              VALUE 'Y'.
015333     05  DM-XREF-FAILED-SW       PIC X(01)   VALUE 'N'.
015366         88  DM-XREF-FAILED                  VALUE 'Y'.
015400
015500 01  DM-COUNTERS.
015600     05  DM-PAIRS-READ           PIC 9(07)  COMP  VALUE ZERO.
015700     05  DM-PAIRS-MERGED         PIC 9(07)  COMP  VALUE ZERO.
015800     05  DM-PAIRS-REJECTED       PIC 9(07)  COMP  VALUE ZERO.
015900     05  DM-PHONES-CARRIED       PIC 9(07)  COMP  VALUE ZERO.
016000     05  DM-EMAILS-CARRIED       PIC 9(07)  COMP  VALUE ZERO.
016100     05  DM-XREFS-REPOINTED      PIC 9(07)  COMP  VALUE ZERO.
016200     05  DM-BILLINGS-CARRIED     PIC 9(07)  COMP  VALUE ZERO.
016300     05  DM-BACKED-OUT           PIC 9(07)  COMP  VALUE ZERO.
016350     05  DM-XREF-FAILURES        PIC 9(07)  COMP  VALUE ZERO.
016400     05  DM-PAIR-PHONES          PIC 9(01)  COMP  VALUE ZERO.
016500     05  DM-PAIR-EMAILS          PIC 9(01)  COMP  VALUE ZERO.
016600     05  DM-VIC-IDX              PIC 9(01)  COMP  VALUE ZERO.
016700     05  DM-SUR-IDX              PIC 9(01)  COMP  VALUE ZERO.
016800     05  DM-OPEN-SLOT            PIC 9(01)  COMP  VALUE ZERO.
016900     05  DM-OBL-IDX              PIC 9(02)  COMP  VALUE ZERO.
017000     05  DM-WORK-COUNT           PIC 9(02)  COMP  VALUE ZERO.
017100     05  DM-INSERT-IDX           PIC 9(02)  COMP  VALUE ZERO.
017200     05  DM-SHIFT-IDX            PIC 9(02)  COMP  VALUE ZERO.
017300
017400 01  DM-AMOUNT-FIELDS.
017500     05  DM-BALANCE-MOVED        PIC S9(10)V99  VALUE ZERO.
017600     05  DM-TOTAL-MOVED          PIC S9(12)V99  VALUE ZERO.
017700
017800 01  DM-CURRENT-DATE-TIME.
017900     05  DM-CURRENT-DATE         PIC X(08).
018000     05  DM-CURRENT-TIME         PIC X(06).
018100
018200*THE VICTIM AS READ, HELD WHILE THE SURVIVOR IS READ AND
018300*REWRITTEN OVER THE SAME RECORD AREA.
018400     COPY "customer_master.cob"
018500         REPLACING ==CUSTOMER-MASTER-RECORD==
018600                BY ==DM-VICTIM-RECORD==.
018700
018800     COPY "customer_master.cob"
018900         REPLACING ==CUSTOMER-MASTER-RECORD==
019000                BY ==DM-BEFORE-RECORD==.
019100
019200     COPY "customer_master.cob"
019300         REPLACING ==CUSTOMER-MASTER-RECORD==
019400                BY ==DM-AFTER-RECORD==.
019500*THE SURVIVOR BEFORE AND AFTER ITS REWRITE, KEPT UNTIL THE VICTIM
019600*HAS BEEN CLOSED -- ITS HISTORY ROW IS WRITTEN ONLY THEN, AND THE
019700*BEFORE IMAGE PUTS IT BACK IF THE VICTIM CANNOT BE REWRITTEN.
019800     COPY "customer_master.cob"
019900         REPLACING ==CUSTOMER-MASTER-RECORD==
020000                BY ==DM-SURVIVOR-BEFORE==.
020100
020200     COPY "customer_master.cob"
020300         REPLACING ==CUSTOMER-MASTER-RECORD==
020400                BY ==DM-SURVIVOR-AFTER==.
020500
020600*THE VICTIM'S BILLING RECORD, HELD WHILE THE SURVIVOR'S IS READ.
020700     COPY "custbill.cpy"
020800         REPLACING ==ACCOUNT-BILLING-RECORD==
020900                BY ==DM-VICTIM-BILLING==.
021000
021100*THE SURVIVOR'S AND THE VICTIM'S UNPAID MINIMUMS TOGETHER, OLDEST
021200*DUE DATE FIRST, BEFORE THEY ARE FOLDED BACK INTO SIX ENTRIES.
021300 01  DM-OBLIGATION-WORK-TABLE.
021400     05  DM-WORK-OBLIGATION      OCCURS 12 TIMES.
021500         10  DM-WORK-DUE-DATE    PIC X(08).
021600         10  DM-WORK-UNPAID      PIC S9(10)V99 COMP-3.
021700
021800 01  DM-REPORT-LINES.
021900     05  DM-HEADING-1.
022000         10  FILLER              PIC X(40)
022100             VALUE 'APPROVED DUPLICATE CUSTOMER MERGE'.
022200         10  FILLER              PIC X(10)  VALUE 'RUN DATE: '.
022300         10  DM-HDG-DATE         PIC X(08).
022400     05  DM-HEADING-2.
022500         10  FILLER              PIC X(12)  VALUE 'SURVIVOR'.
022600         10  FILLER              PIC X(12)  VALUE 'VICTIM'.
022700         10  FILLER              PIC X(19)
022800             VALUE '    BALANCE MOVED'.
022900         10  FILLER              PIC X(02)  VALUE SPACES.
023000         10  FILLER              PIC X(19)
023100             VALUE ' SURVIVOR BALANCE'.
023200         10  FILLER              PIC X(02)  VALUE SPACES.
023300         10  FILLER              PIC X(40)  VALUE 'RESULT'.
023400     05  DM-DETAIL-LINE.
023500         10  DM-DET-SURVIVOR-ID  PIC X(10).
023600         10  FILLER              PIC X(02)  VALUE SPACES.
023700         10  DM-DET-VICTIM-ID    PIC X(10).
023800         10  FILLER              PIC X(02)  VALUE SPACES.
023900         10  DM-DET-MOVED        PIC Z,ZZZ,ZZZ,ZZ9.99-.
024000         10  FILLER              PIC X(04)  VALUE SPACES.
024100         10  DM-DET-AFTER        PIC Z,ZZZ,ZZZ,ZZ9.99-.
024200         10  FILLER              PIC X(04)  VALUE SPACES.
024300         10  DM-DET-RESULT       PIC X(50).
024306     05  DM-XREF-RESULT.
024312         10  FILLER              PIC X(34)
024318             VALUE 'MERGED - XREF NOT WRITTEN, STATUS '.
024324         10  DM-XRR-STATUS       PIC X(02).
024330         10  DM-XRR-BILLING      PIC X(14)  VALUE SPACES.
024336     05  DM-ERROR-LINE.
024342         10  FILLER              PIC X(04)  VALUE SPACES.
024348         10  FILLER              PIC X(30)
024354             VALUE 'XREF RE-POINT FAILED - OLD ID '.
024360         10  DM-ERR-OLD-ID       PIC X(10).
024366         10  FILLER              PIC X(08)  VALUE ' VICTIM '.
024372         10  DM-ERR-VICTIM-ID    PIC X(10).
024378         10  FILLER              PIC X(08)  VALUE ' STATUS '.
024384         10  DM-ERR-STATUS       PIC X(02).
024400     05  DM-SUMMARY-LINE-1.
024500         10  FILLER              PIC X(22)
024600             VALUE 'PAIRS READ........... '.
024700         10  DM-SUM-READ         PIC ZZZ,ZZ9.
024800     05  DM-SUMMARY-LINE-2.
024900         10  FILLER              PIC X(22)
025000             VALUE 'PAIRS MERGED......... '.
025100         10  DM-SUM-MERGED       PIC ZZZ,ZZ9.
025200     05  DM-SUMMARY-LINE-3.
025300         10  FILLER              PIC X(22)
025400             VALUE 'PAIRS REJECTED....... '.
025500         10  DM-SUM-REJECTED     PIC ZZZ,ZZ9.
025600     05  DM-SUMMARY-LINE-4.
025700         10  FILLER              PIC X(22)
025800             VALUE 'PHONES CARRIED OVER.. '.
025900         10  DM-SUM-PHONES       PIC ZZZ,ZZ9.
026000     05  DM-SUMMARY-LINE-5.
026100         10  FILLER              PIC X(22)
026200             VALUE 'EMAILS CARRIED OVER.. '.
026300         10  DM-SUM-EMAILS       PIC ZZZ,ZZ9.
026400     05  DM-SUMMARY-LINE-6.
026500         10  FILLER              PIC X(22)
026600             VALUE 'OLDER IDS RE-POINTED. '.
026700         10  DM-SUM-REPOINTED    PIC ZZZ,ZZ9.
026800     05  DM-SUMMARY-LINE-7.
026900         10  FILLER              PIC X(22)
027000             VALUE 'TOTAL BALANCE MOVED.. '.
027100         10  DM-SUM-MOVED        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
027200     05  DM-SUMMARY-LINE-8.
027300         10  FILLER              PIC X(22)
027400             VALUE 'BILLING ROWS CARRIED. '.
027500         10  DM-SUM-BILLINGS     PIC ZZZ,ZZ9.
027600     05  DM-SUMMARY-LINE-9.
027700         10  FILLER              PIC X(22)
027800             VALUE 'SURVIVORS BACKED OUT. '.
027900         10  DM-SUM-BACKED-OUT   PIC ZZZ,ZZ9.
027920     05  DM-SUMMARY-LINE-10.
027940         10  FILLER              PIC X(22)
027960             VALUE 'XREF ROWS FAILED..... '.
027980         10  DM-SUM-XREF-FAILED  PIC ZZZ,ZZ9.
028000******************************************************************
028100 PROCEDURE DIVISION.
028200******************************************************************
028300 0000-MAINLINE.
028400     PERFORM 1000-INITIALIZE
028500         THRU 1000-INITIALIZE-EXIT.
028600     PERFORM 2000-PROCESS-PAIR
028700         THRU 2000-PROCESS-PAIR-EXIT
028800         UNTIL DM-END-OF-REQUEST.
028900     PERFORM 3000-TERMINATE
029000         THRU 3000-TERMINATE-EXIT.
029100     GOBACK.
029200******************************************************************
029300 1000-INITIALIZE.
029400     ACCEPT DM-CURRENT-DATE FROM DATE YYYYMMDD.
029500     ACCEPT DM-CURRENT-TIME FROM TIME.
029600     OPEN INPUT  MERGE-REQUEST-FILE
029700          I-O    CUSTOMER-MASTER-FILE
029800          OUTPUT MERGE-REPORT-FILE.
029900     OPEN EXTEND CHANGE-HISTORY-FILE.
030000     OPEN I-O ID-CROSS-REFERENCE-FILE.
030100     IF DM-XREF-STATUS = '35'
030200         OPEN OUTPUT ID-CROSS-REFERENCE-FILE
030300         CLOSE ID-CROSS-REFERENCE-FILE
030400         OPEN I-O ID-CROSS-REFERENCE-FILE
030500     END-IF.
030600     OPEN I-O ACCOUNT-BILLING-FILE.
030700     IF DM-BILL-STATUS = '00'
030800         MOVE 'Y' TO DM-BILLING-OPEN-SW
030900     END-IF.
031000     MOVE DM-CURRENT-DATE TO DM-HDG-DATE.
031100     WRITE MERGE-REPORT-LINE FROM DM-HEADING-1
031200         AFTER ADVANCING TOP-OF-PAGE.
031300     WRITE MERGE-REPORT-LINE FROM DM-HEADING-2
031400         AFTER ADVANCING 2 LINES.
031500     PERFORM 2900-READ-REQUEST
031600         THRU 2900-READ-REQUEST-EXIT.
031700 1000-INITIALIZE-EXIT.
031800     EXIT.
031900******************************************************************
032000 2000-PROCESS-PAIR.
032100     MOVE SPACES TO DM-DET-RESULT.
032200     MOVE ZERO   TO DM-BALANCE-MOVED.
032300     MOVE ZERO   TO DM-DET-AFTER.
032400     IF MRQ-SURVIVOR-ID = SPACES OR MRQ-VICTIM-ID = SPACES
032500         MOVE 'REJECTED - SURVIVOR OR VICTIM ID MISSING' TO
032600             DM-DET-RESULT
032700         ADD 1 TO DM-PAIRS-REJECTED
032800         PERFORM 2800-WRITE-REPORT-LINE
032900             THRU 2800-WRITE-REPORT-LINE-EXIT
033000         GO TO 2000-NEXT-PAIR
033100     END-IF.
033200     IF MRQ-SURVIVOR-ID = MRQ-VICTIM-ID
033300         MOVE 'REJECTED - SURVIVOR AND VICTIM ARE THE SAME' TO
033400             DM-DET-RESULT
033500         ADD 1 TO DM-PAIRS-REJECTED
033600         PERFORM 2800-WRITE-REPORT-LINE
033700             THRU 2800-WRITE-REPORT-LINE-EXIT
033800         GO TO 2000-NEXT-PAIR
033900     END-IF.
034000     MOVE MRQ-VICTIM-ID TO XREF-OLD-CUSTOMER-ID.
034100     PERFORM 2550-FIND-XREF
034200         THRU 2550-FIND-XREF-EXIT.
034300     IF DM-XREF-FOUND
034400         MOVE 'REJECTED - VICTIM ALREADY MERGED' TO DM-DET-RESULT
034500         ADD 1 TO DM-PAIRS-REJECTED
034600         PERFORM 2800-WRITE-REPORT-LINE
034700             THRU 2800-WRITE-REPORT-LINE-EXIT
034800         GO TO 2000-NEXT-PAIR
034900     END-IF.
035000     MOVE MRQ-SURVIVOR-ID TO XREF-OLD-CUSTOMER-ID.
035100     PERFORM 2550-FIND-XREF
035200         THRU 2550-FIND-XREF-EXIT.
035300     IF DM-XREF-FOUND
035400         MOVE 'REJECTED - SURVIVOR HAS BEEN MERGED AWAY' TO
035500             DM-DET-RESULT
035600         ADD 1 TO DM-PAIRS-REJECTED
035700         PERFORM 2800-WRITE-REPORT-LINE
035800             THRU 2800-WRITE-REPORT-LINE-EXIT
035900         GO TO 2000-NEXT-PAIR
036000     END-IF.
036100     MOVE MRQ-VICTIM-ID
036200         TO CUSTOMER-ID OF CUSTOMER-MASTER-RECORD.
036300     PERFORM 2500-FIND-MASTER
036400         THRU 2500-FIND-MASTER-EXIT.
036500     IF NOT DM-MASTER-FOUND
036600         MOVE 'REJECTED - VICTIM NOT ON FILE' TO DM-DET-RESULT
036700         ADD 1 TO DM-PAIRS-REJECTED
036800         PERFORM 2800-WRITE-REPORT-LINE
036900             THRU 2800-WRITE-REPORT-LINE-EXIT
037000         GO TO 2000-NEXT-PAIR
037100     END-IF.
037200     MOVE CUSTOMER-MASTER-RECORD TO DM-VICTIM-RECORD.
037300     MOVE MRQ-SURVIVOR-ID
037400         TO CUSTOMER-ID OF CUSTOMER-MASTER-RECORD.
037500     PERFORM 2500-FIND-MASTER
037600         THRU 2500-FIND-MASTER-EXIT.
037700     IF NOT DM-MASTER-FOUND
037800         MOVE 'REJECTED - SURVIVOR NOT ON FILE' TO DM-DET-RESULT
037900         ADD 1 TO DM-PAIRS-REJECTED
038000         PERFORM 2800-WRITE-REPORT-LINE
038100             THRU 2800-WRITE-REPORT-LINE-EXIT
038200         GO TO 2000-NEXT-PAIR
038300     END-IF.
038400     IF ACCOUNT-STATUS OF CUSTOMER-MASTER-RECORD = 'C'
038500         MOVE 'REJECTED - SURVIVOR IS CLOSED' TO DM-DET-RESULT
038600         ADD 1 TO DM-PAIRS-REJECTED
038700         PERFORM 2800-WRITE-REPORT-LINE
038800             THRU 2800-WRITE-REPORT-LINE-EXIT
038900         GO TO 2000-NEXT-PAIR
039000     END-IF.
039100     PERFORM 2100-MERGE-INTO-SURVIVOR
039200         THRU 2100-MERGE-INTO-SURVIVOR-EXIT.
039300     IF DM-DET-RESULT NOT = SPACES
039400         ADD 1 TO DM-PAIRS-REJECTED
039500         PERFORM 2800-WRITE-REPORT-LINE
039600             THRU 2800-WRITE-REPORT-LINE-EXIT
039700         GO TO 2000-NEXT-PAIR
039800     END-IF.
039900     PERFORM 2200-CLOSE-VICTIM
040000         THRU 2200-CLOSE-VICTIM-EXIT.
040100     IF DM-DET-RESULT NOT = SPACES
040200         ADD 1 TO DM-PAIRS-REJECTED
040300         PERFORM 2800-WRITE-REPORT-LINE
040400             THRU 2800-WRITE-REPORT-LINE-EXIT
040500         GO TO 2000-NEXT-PAIR
040600     END-IF.
040700     PERFORM 2400-CARRY-BILLING
040800         THRU 2400-CARRY-BILLING-EXIT.
040900     PERFORM 2600-WRITE-XREF
041000         THRU 2600-WRITE-XREF-EXIT.
041100     IF DM-BILLING-FAILED
041200         MOVE 'MERGED - BILLING RECORD NOT CARRIED'
041300             TO DM-DET-RESULT
041400     ELSE
041500         MOVE 'MERGED' TO DM-DET-RESULT
041600     END-IF.
041611     IF DM-XREF-FAILED
041622         MOVE DM-XREF-STATUS TO DM-XRR-STATUS
041633         MOVE SPACES TO DM-XRR-BILLING
041644         IF DM-BILLING-FAILED
041655             MOVE ' + NO BILLING' TO DM-XRR-BILLING
041666         END-IF
041677         MOVE DM-XREF-RESULT TO DM-DET-RESULT
041688     END-IF.
041700     ADD 1 TO DM-PAIRS-MERGED.
041800     ADD DM-PAIR-PHONES TO DM-PHONES-CARRIED.
041900     ADD DM-PAIR-EMAILS TO DM-EMAILS-CARRIED.
042000     ADD DM-BALANCE-MOVED TO DM-TOTAL-MOVED.
042100     PERFORM 2800-WRITE-REPORT-LINE
042200         THRU 2800-WRITE-REPORT-LINE-EXIT.
042300 2000-NEXT-PAIR.
042400     PERFORM 2900-READ-REQUEST
042500         THRU 2900-READ-REQUEST-EXIT.
042600 2000-PROCESS-PAIR-EXIT.
042700     EXIT.
042800******************************************************************
042900*THE SURVIVOR IS IN THE MASTER RECORD AREA AND THE VICTIM IS
043000*HELD IN DM-VICTIM-RECORD.  A FAILED REWRITE LEAVES A RESULT SO
043100*THE PAIR IS REJECTED AND THE VICTIM IS NOT TOUCHED.  THE
043200*SURVIVOR'S HISTORY ROW WAITS UNTIL THE VICTIM IS CLOSED.
043300******************************************************************
043400 2100-MERGE-INTO-SURVIVOR.
043500     MOVE CUSTOMER-MASTER-RECORD TO DM-SURVIVOR-BEFORE.
043600     MOVE ZERO TO DM-PAIR-PHONES DM-PAIR-EMAILS.
043700     MOVE ACCOUNT-BALANCE OF DM-VICTIM-RECORD TO DM-BALANCE-MOVED.
043800     ADD DM-BALANCE-MOVED
043900         TO ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD.
044000     PERFORM 2300-CARRY-PHONE
044100         THRU 2300-CARRY-PHONE-EXIT
044200         VARYING DM-VIC-IDX FROM 1 BY 1
044300         UNTIL DM-VIC-IDX > 3.
044400     IF EMAIL-ADDRESS OF CUSTOMER-MASTER-RECORD = SPACES
044500         AND EMAIL-ADDRESS OF DM-VICTIM-RECORD NOT = SPACES
044600         MOVE EMAIL-ADDRESS OF DM-VICTIM-RECORD
044700             TO EMAIL-ADDRESS OF CUSTOMER-MASTER-RECORD
044800         ADD 1 TO DM-PAIR-EMAILS
044900     END-IF.
045000     IF OPEN-DATE OF DM-VICTIM-RECORD NOT = SPACES
045100         AND (OPEN-DATE OF CUSTOMER-MASTER-RECORD = SPACES
045200           OR OPEN-DATE OF DM-VICTIM-RECORD
045300              < OPEN-DATE OF CUSTOMER-MASTER-RECORD)
045400         MOVE OPEN-DATE OF DM-VICTIM-RECORD
045500             TO OPEN-DATE OF CUSTOMER-MASTER-RECORD
045600     END-IF.
045700     IF LAST-ACTIVITY-DATE OF DM-VICTIM-RECORD
045800         > LAST-ACTIVITY-DATE OF CUSTOMER-MASTER-RECORD
045900         MOVE LAST-ACTIVITY-DATE OF DM-VICTIM-RECORD
046000             TO LAST-ACTIVITY-DATE OF CUSTOMER-MASTER-RECORD
046100     END-IF.
046200     MOVE DM-CURRENT-DATE
046300         TO UPDATED-DATE OF CUSTOMER-MASTER-RECORD.
046400     MOVE DM-CURRENT-TIME
046500         TO UPDATED-TIME OF CUSTOMER-MASTER-RECORD.
046600     ADD 1 TO RECORD-VERSION OF CUSTOMER-MASTER-RECORD.
046700     REWRITE CUSTOMER-MASTER-RECORD
046800         INVALID KEY
046900             MOVE 'REJECTED - REWRITE OF SURVIVOR FAILED' TO
047000                 DM-DET-RESULT
047100             MOVE ZERO TO DM-BALANCE-MOVED
047200         NOT INVALID KEY
047300             MOVE ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
047400                 TO DM-DET-AFTER
047500             MOVE CUSTOMER-MASTER-RECORD TO DM-SURVIVOR-AFTER
047600     END-REWRITE.
047700 2100-MERGE-INTO-SURVIVOR-EXIT.
047800     EXIT.
047900******************************************************************
048000*THE VICTIM'S BALANCE NOW LIVES ON THE SURVIVOR, SO THE VICTIM
048100*IS LEFT AT ZERO AND CLOSED.  ONLY WHEN THAT REWRITE WORKS ARE
048200*THE TWO HISTORY ROWS WRITTEN; OTHERWISE THE SURVIVOR IS BACKED
048300*OUT AND THE PAIR IS REJECTED.
048400******************************************************************
048500 2200-CLOSE-VICTIM.
048600     MOVE DM-VICTIM-RECORD TO CUSTOMER-MASTER-RECORD.
048700     MOVE CUSTOMER-MASTER-RECORD TO DM-BEFORE-RECORD.
048800     MOVE ZERO TO ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD.
048900     MOVE 'C'  TO ACCOUNT-STATUS OF CUSTOMER-MASTER-RECORD.
049000     MOVE DM-CURRENT-DATE
049100         TO UPDATED-DATE OF CUSTOMER-MASTER-RECORD.
049200     MOVE DM-CURRENT-TIME
049300         TO UPDATED-TIME OF CUSTOMER-MASTER-RECORD.
049400     ADD 1 TO RECORD-VERSION OF CUSTOMER-MASTER-RECORD.
049500     REWRITE CUSTOMER-MASTER-RECORD
049600         INVALID KEY
049700             MOVE 'REJECTED - REWRITE OF VICTIM FAILED' TO
049800                 DM-DET-RESULT
049900             PERFORM 2250-BACK-OUT-SURVIVOR
050000                 THRU 2250-BACK-OUT-SURVIVOR-EXIT
050100             GO TO 2200-CLOSE-VICTIM-EXIT
050200     END-REWRITE.
050300     MOVE DM-SURVIVOR-BEFORE     TO DM-BEFORE-RECORD.
050400     MOVE DM-SURVIVOR-AFTER      TO DM-AFTER-RECORD.
050500     PERFORM 2750-WRITE-HISTORY
050600         THRU 2750-WRITE-HISTORY-EXIT.
050700     MOVE DM-VICTIM-RECORD       TO DM-BEFORE-RECORD.
050800     MOVE CUSTOMER-MASTER-RECORD TO DM-AFTER-RECORD.
050900     PERFORM 2750-WRITE-HISTORY
051000         THRU 2750-WRITE-HISTORY-EXIT.
051100 2200-CLOSE-VICTIM-EXIT.
051200     EXIT.
051300******************************************************************
051400*THE SURVIVOR IS PUT BACK EXACTLY AS IT WAS READ.  NO HISTORY ROW
051500*WAS WRITTEN FOR IT, SO NOTHING ELSE NEEDS UNDOING.  IF EVEN THAT
051600*FAILS, THE SURVIVOR KEEPS THE VICTIM'S BALANCE AND ITS HISTORY
051700*ROW IS WRITTEN AFTER ALL SO THE CONTROL TOTALS STILL PROVE.
051800******************************************************************
051900 2250-BACK-OUT-SURVIVOR.
052000     MOVE MRQ-SURVIVOR-ID
052100         TO CUSTOMER-ID OF CUSTOMER-MASTER-RECORD.
052200     PERFORM 2500-FIND-MASTER
052300         THRU 2500-FIND-MASTER-EXIT.
052400     IF DM-MASTER-FOUND
052500         MOVE DM-SURVIVOR-BEFORE TO CUSTOMER-MASTER-RECORD
052600         REWRITE CUSTOMER-MASTER-RECORD
052700             INVALID KEY
052800                 MOVE 'N' TO DM-MASTER-FOUND-SW
052900         END-REWRITE
053000     END-IF.
053100     IF DM-MASTER-FOUND
053200         ADD 1 TO DM-BACKED-OUT
053300         MOVE ZERO TO DM-BALANCE-MOVED
053400         MOVE ACCOUNT-BALANCE OF DM-SURVIVOR-BEFORE
053500             TO DM-DET-AFTER
053600         GO TO 2250-BACK-OUT-SURVIVOR-EXIT
053700     END-IF.
053800     MOVE 'REJECTED - VICTIM FAILED, SURVIVOR NOT RESTORED'
053900         TO DM-DET-RESULT.
054000     MOVE DM-SURVIVOR-BEFORE TO DM-BEFORE-RECORD.
054100     MOVE DM-SURVIVOR-AFTER  TO DM-AFTER-RECORD.
054200     PERFORM 2750-WRITE-HISTORY
054300         THRU 2750-WRITE-HISTORY-EXIT.
054400 2250-BACK-OUT-SURVIVOR-EXIT.
054500     EXIT.
054600******************************************************************
054700*A VICTIM PHONE NUMBER THE SURVIVOR DOES NOT ALREADY CARRY GOES
054800*INTO THE SURVIVOR'S FIRST EMPTY SLOT, IF IT HAS ONE LEFT.
054900******************************************************************
055000 2300-CARRY-PHONE.
055100     IF PHONE-NUMBER OF DM-VICTIM-RECORD (DM-VIC-IDX) = SPACES
055200         GO TO 2300-CARRY-PHONE-EXIT
055300     END-IF.
055400     MOVE 'N'  TO DM-PHONE-ON-FILE-SW.
055500     MOVE ZERO TO DM-OPEN-SLOT.
055600     PERFORM 2310-CHECK-SURVIVOR-SLOT
055700         THRU 2310-CHECK-SURVIVOR-SLOT-EXIT
055800         VARYING DM-SUR-IDX FROM 1 BY 1
055900         UNTIL DM-SUR-IDX > 3.
056000     IF DM-PHONE-ON-FILE OR DM-OPEN-SLOT = ZERO
056100         GO TO 2300-CARRY-PHONE-EXIT
056200     END-IF.
056300     MOVE PHONE-NUMBERS OF DM-VICTIM-RECORD (DM-VIC-IDX)
056400         TO PHONE-NUMBERS OF CUSTOMER-MASTER-RECORD
056500             (DM-OPEN-SLOT).
056600     ADD 1 TO DM-PAIR-PHONES.
056700 2300-CARRY-PHONE-EXIT.
056800     EXIT.
056900******************************************************************
057000 2310-CHECK-SURVIVOR-SLOT.
057100     IF PHONE-NUMBER OF CUSTOMER-MASTER-RECORD (DM-SUR-IDX)
057200         = PHONE-NUMBER OF DM-VICTIM-RECORD (DM-VIC-IDX)
057300         MOVE 'Y' TO DM-PHONE-ON-FILE-SW
057400     END-IF.
057500     IF PHONE-NUMBER OF CUSTOMER-MASTER-RECORD (DM-SUR-IDX)
057600         = SPACES
057700         AND DM-OPEN-SLOT = ZERO
057800         MOVE DM-SUR-IDX TO DM-OPEN-SLOT
057900     END-IF.
058000 2310-CHECK-SURVIVOR-SLOT-EXIT.
058100     EXIT.
058200******************************************************************
058300*THE VICTIM'S UNPAID MINIMUMS GO ONTO THE SURVIVOR'S BILLING
058400*RECORD, SLOTTED IN BY DUE DATE SO EACH KEEPS ITS AGE; IF THAT
058500*MAKES MORE THAN SIX, THE OLDEST ARE FOLDED TOGETHER UNDER THE
058600*OLDEST DUE DATE THE SAME WAY CUSTAGNG FOLDS THEM.  THE SURVIVOR
058700*ALSO TAKES THE VICTIM'S MINIMUM DUE AND PAST-DUE AGING, AND THE
058800*EARLIER DUE DATE.  A SURVIVOR WITH NO BILLING RECORD YET TAKES
058900*THE VICTIM'S AS IT STANDS.  THE VICTIM'S RECORD IS THEN ZEROED,
059000*SO THE CLOSED ACCOUNT NO LONGER AGES OR QUEUES FOR COLLECTION.
059100******************************************************************
059200 2400-CARRY-BILLING.
059300     MOVE 'N' TO DM-BILLING-FAILED-SW.
059400     IF NOT DM-BILLING-OPEN
059500         GO TO 2400-CARRY-BILLING-EXIT
059600     END-IF.
059700     MOVE MRQ-VICTIM-ID
059800         TO BILL-CUSTOMER-ID OF ACCOUNT-BILLING-RECORD.
059900     READ ACCOUNT-BILLING-FILE
060000         INVALID KEY
060100             GO TO 2400-CARRY-BILLING-EXIT
060200     END-READ.
060300     MOVE ACCOUNT-BILLING-RECORD TO DM-VICTIM-BILLING.
060400     MOVE MRQ-SURVIVOR-ID
060500         TO BILL-CUSTOMER-ID OF ACCOUNT-BILLING-RECORD.
060600     MOVE 'Y' TO DM-SURVIVOR-BILLED-SW.
060700     READ ACCOUNT-BILLING-FILE
060800         INVALID KEY
060900             MOVE 'N' TO DM-SURVIVOR-BILLED-SW
061000     END-READ.
061100     IF NOT DM-SURVIVOR-BILLED
061200         MOVE DM-VICTIM-BILLING TO ACCOUNT-BILLING-RECORD
061300         MOVE MRQ-SURVIVOR-ID
061400             TO BILL-CUSTOMER-ID OF ACCOUNT-BILLING-RECORD
061500         WRITE ACCOUNT-BILLING-RECORD
061600             INVALID KEY
061700                 MOVE 'Y' TO DM-BILLING-FAILED-SW
061800         END-WRITE
061900     ELSE
062000         PERFORM 2410-COMBINE-BILLING
062100             THRU 2410-COMBINE-BILLING-EXIT
062200         REWRITE ACCOUNT-BILLING-RECORD
062300             INVALID KEY
062400                 MOVE 'Y' TO DM-BILLING-FAILED-SW
062500         END-REWRITE
062600     END-IF.
062700     IF DM-BILLING-FAILED
062800         GO TO 2400-CARRY-BILLING-EXIT
062900     END-IF.
063000     MOVE DM-VICTIM-BILLING TO ACCOUNT-BILLING-RECORD.
063100     INITIALIZE BILL-OBLIGATION-TABLE OF ACCOUNT-BILLING-RECORD
063200                BILL-AGING-INFO OF ACCOUNT-BILLING-RECORD.
063300     MOVE ZERO
063400         TO BILL-OBLIGATION-COUNT OF ACCOUNT-BILLING-RECORD
063500            BILL-STATEMENT-BALANCE OF ACCOUNT-BILLING-RECORD
063600            BILL-MINIMUM-DUE OF ACCOUNT-BILLING-RECORD
063700            BILL-PAID-SINCE-CLOSE OF ACCOUNT-BILLING-RECORD.
063800     MOVE DM-CURRENT-DATE
063900         TO BILL-AGED-DATE OF ACCOUNT-BILLING-RECORD.
064000     MOVE '0' TO BILL-AGING-BUCKET OF ACCOUNT-BILLING-RECORD.
064100     REWRITE ACCOUNT-BILLING-RECORD
064200         INVALID KEY
064300             MOVE 'Y' TO DM-BILLING-FAILED-SW
064400     END-REWRITE.
064500     IF NOT DM-BILLING-FAILED
064600         ADD 1 TO DM-BILLINGS-CARRIED
064700     END-IF.
064800 2400-CARRY-BILLING-EXIT.
064900     EXIT.
065000******************************************************************
065100*THE SURVIVOR'S BILLING RECORD IS IN THE FILE RECORD AREA AND THE
065200*VICTIM'S IS HELD IN DM-VICTIM-BILLING.
065300******************************************************************
065400 2410-COMBINE-BILLING.
065500     INITIALIZE DM-OBLIGATION-WORK-TABLE.
065600     MOVE ZERO TO DM-WORK-COUNT.
065700     PERFORM 2420-KEEP-SURVIVOR-OBLIGATION
065800         THRU 2420-KEEP-SURVIVOR-OBLIGATION-EXIT
065900         VARYING DM-OBL-IDX FROM 1 BY 1
066000         UNTIL DM-OBL-IDX >
066100               BILL-OBLIGATION-COUNT OF ACCOUNT-BILLING-RECORD.
066200     PERFORM 2430-INSERT-VICTIM-OBLIGATION
066300         THRU 2430-INSERT-VICTIM-OBLIGATION-EXIT
066400         VARYING DM-OBL-IDX FROM 1 BY 1
066500         UNTIL DM-OBL-IDX >
066600               BILL-OBLIGATION-COUNT OF DM-VICTIM-BILLING.
066700     PERFORM 2450-FOLD-OLDEST-OBLIGATION
066800         THRU 2450-FOLD-OLDEST-OBLIGATION-EXIT
066900         UNTIL DM-WORK-COUNT NOT > 6.
067000     INITIALIZE BILL-OBLIGATION-TABLE OF ACCOUNT-BILLING-RECORD.
067100     PERFORM 2460-RETURN-OBLIGATION
067200         THRU 2460-RETURN-OBLIGATION-EXIT
067300         VARYING DM-OBL-IDX FROM 1 BY 1
067400         UNTIL DM-OBL-IDX > DM-WORK-COUNT.
067500     MOVE DM-WORK-COUNT
067600         TO BILL-OBLIGATION-COUNT OF ACCOUNT-BILLING-RECORD.
067700     ADD BILL-STATEMENT-BALANCE OF DM-VICTIM-BILLING
067800         TO BILL-STATEMENT-BALANCE OF ACCOUNT-BILLING-RECORD.
067900     ADD BILL-PAID-SINCE-CLOSE OF DM-VICTIM-BILLING
068000         TO BILL-PAID-SINCE-CLOSE OF ACCOUNT-BILLING-RECORD.
068100     IF BILL-MINIMUM-DUE OF DM-VICTIM-BILLING > ZERO
068200         ADD BILL-MINIMUM-DUE OF DM-VICTIM-BILLING
068300             TO BILL-MINIMUM-DUE OF ACCOUNT-BILLING-RECORD
068400         IF BILL-DUE-DATE OF ACCOUNT-BILLING-RECORD = SPACES
068500             OR BILL-DUE-DATE OF DM-VICTIM-BILLING
068600                < BILL-DUE-DATE OF ACCOUNT-BILLING-RECORD
068700             MOVE BILL-DUE-DATE OF DM-VICTIM-BILLING
068800                 TO BILL-DUE-DATE OF ACCOUNT-BILLING-RECORD
068900         END-IF
069000     END-IF.
069100     ADD BILL-TOTAL-DUE OF DM-VICTIM-BILLING
069200         TO BILL-TOTAL-DUE OF ACCOUNT-BILLING-RECORD.
069300     ADD BILL-PAST-DUE-TOTAL OF DM-VICTIM-BILLING
069400         TO BILL-PAST-DUE-TOTAL OF ACCOUNT-BILLING-RECORD.
069500     ADD BILL-PAST-DUE-30 OF DM-VICTIM-BILLING
069600         TO BILL-PAST-DUE-30 OF ACCOUNT-BILLING-RECORD.
069700     ADD BILL-PAST-DUE-60 OF DM-VICTIM-BILLING
069800         TO BILL-PAST-DUE-60 OF ACCOUNT-BILLING-RECORD.
069900     ADD BILL-PAST-DUE-90 OF DM-VICTIM-BILLING
070000         TO BILL-PAST-DUE-90 OF ACCOUNT-BILLING-RECORD.
070100     ADD BILL-PAST-DUE-120 OF DM-VICTIM-BILLING
070200         TO BILL-PAST-DUE-120 OF ACCOUNT-BILLING-RECORD.
070300     IF BILL-DAYS-PAST-DUE OF DM-VICTIM-BILLING
070400         > BILL-DAYS-PAST-DUE OF ACCOUNT-BILLING-RECORD
070500         MOVE BILL-DAYS-PAST-DUE OF DM-VICTIM-BILLING
070600             TO BILL-DAYS-PAST-DUE OF ACCOUNT-BILLING-RECORD
070700     END-IF.
070800     IF BILL-AGING-BUCKET OF DM-VICTIM-BILLING
070900         > BILL-AGING-BUCKET OF ACCOUNT-BILLING-RECORD
071000         MOVE BILL-AGING-BUCKET OF DM-VICTIM-BILLING
071100             TO BILL-AGING-BUCKET OF ACCOUNT-BILLING-RECORD
071200     END-IF.
071300 2410-COMBINE-BILLING-EXIT.
071400     EXIT.
071500******************************************************************
071600 2420-KEEP-SURVIVOR-OBLIGATION.
071700     IF BILL-OBL-UNPAID OF ACCOUNT-BILLING-RECORD
071800         (DM-OBL-IDX) > ZERO
071900         ADD 1 TO DM-WORK-COUNT
072000         MOVE BILL-OBLIGATION OF ACCOUNT-BILLING-RECORD
072100             (DM-OBL-IDX)
072200             TO DM-WORK-OBLIGATION (DM-WORK-COUNT)
072300     END-IF.
072400 2420-KEEP-SURVIVOR-OBLIGATION-EXIT.
072500     EXIT.
072600******************************************************************
072700 2430-INSERT-VICTIM-OBLIGATION.
072800     IF BILL-OBL-UNPAID OF DM-VICTIM-BILLING (DM-OBL-IDX)
072900         NOT > ZERO
073000         GO TO 2430-INSERT-VICTIM-OBLIGATION-EXIT
073100     END-IF.
073200     MOVE ZERO TO DM-INSERT-IDX.
073300     PERFORM 2435-FIND-INSERT-SLOT
073400         THRU 2435-FIND-INSERT-SLOT-EXIT
073500         VARYING DM-SHIFT-IDX FROM 1 BY 1
073600         UNTIL DM-SHIFT-IDX > DM-WORK-COUNT
073700            OR DM-INSERT-IDX NOT = ZERO.
073800     IF DM-INSERT-IDX = ZERO
073900         COMPUTE DM-INSERT-IDX = DM-WORK-COUNT + 1
074000     END-IF.
074100     PERFORM 2440-SHIFT-WORK-OBLIGATION
074200         THRU 2440-SHIFT-WORK-OBLIGATION-EXIT
074300         VARYING DM-SHIFT-IDX FROM DM-WORK-COUNT BY -1
074400         UNTIL DM-SHIFT-IDX < DM-INSERT-IDX.
074500     ADD 1 TO DM-WORK-COUNT.
074600     MOVE BILL-OBLIGATION OF DM-VICTIM-BILLING (DM-OBL-IDX)
074700         TO DM-WORK-OBLIGATION (DM-INSERT-IDX).
074800 2430-INSERT-VICTIM-OBLIGATION-EXIT.
074900     EXIT.
075000******************************************************************
075100 2435-FIND-INSERT-SLOT.
075200     IF DM-WORK-DUE-DATE (DM-SHIFT-IDX)
075300         > BILL-OBL-DUE-DATE OF DM-VICTIM-BILLING (DM-OBL-IDX)
075400         MOVE DM-SHIFT-IDX TO DM-INSERT-IDX
075500     END-IF.
075600 2435-FIND-INSERT-SLOT-EXIT.
075700     EXIT.
075800******************************************************************
075900 2440-SHIFT-WORK-OBLIGATION.
076000     MOVE DM-WORK-OBLIGATION (DM-SHIFT-IDX)
076100         TO DM-WORK-OBLIGATION (DM-SHIFT-IDX + 1).
076200 2440-SHIFT-WORK-OBLIGATION-EXIT.
076300     EXIT.
076400******************************************************************
076500 2450-FOLD-OLDEST-OBLIGATION.
076600     ADD DM-WORK-UNPAID (2) TO DM-WORK-UNPAID (1).
076700     PERFORM 2455-CLOSE-UP-WORK-OBLIGATION
076800         THRU 2455-CLOSE-UP-WORK-OBLIGATION-EXIT
076900         VARYING DM-SHIFT-IDX FROM 2 BY 1
077000         UNTIL DM-SHIFT-IDX NOT < DM-WORK-COUNT.
077100     MOVE SPACES TO DM-WORK-DUE-DATE (DM-WORK-COUNT).
077200     MOVE ZERO   TO DM-WORK-UNPAID (DM-WORK-COUNT).
077300     SUBTRACT 1 FROM DM-WORK-COUNT.
077400 2450-FOLD-OLDEST-OBLIGATION-EXIT.
077500     EXIT.
077600******************************************************************
077700 2455-CLOSE-UP-WORK-OBLIGATION.
077800     MOVE DM-WORK-OBLIGATION (DM-SHIFT-IDX + 1)
077900         TO DM-WORK-OBLIGATION (DM-SHIFT-IDX).
078000 2455-CLOSE-UP-WORK-OBLIGATION-EXIT.
078100     EXIT.
078200******************************************************************
078300 2460-RETURN-OBLIGATION.
078400     MOVE DM-WORK-OBLIGATION (DM-OBL-IDX)
078500         TO BILL-OBLIGATION OF ACCOUNT-BILLING-RECORD
078600             (DM-OBL-IDX).
078700 2460-RETURN-OBLIGATION-EXIT.
078800     EXIT.
078900******************************************************************
079000 2500-FIND-MASTER.
079100     MOVE 'N' TO DM-MASTER-FOUND-SW.
079200     READ CUSTOMER-MASTER-FILE
079300         INVALID KEY
079400             CONTINUE
079500         NOT INVALID KEY
079600             MOVE 'Y' TO DM-MASTER-FOUND-SW
079700     END-READ.
079800 2500-FIND-MASTER-EXIT.
079900     EXIT.
080000******************************************************************
080100 2550-FIND-XREF.
080200     MOVE 'N' TO DM-XREF-FOUND-SW.
080300     READ ID-CROSS-REFERENCE-FILE
080400         INVALID KEY
080500             CONTINUE
080600         NOT INVALID KEY
080700             MOVE 'Y' TO DM-XREF-FOUND-SW
080800     END-READ.
080900 2550-FIND-XREF-EXIT.
081000     EXIT.
081100******************************************************************
081200*ANY OLDER ID THAT WAS MERGED INTO TODAY'S VICTIM IS RE-POINTED
081300*AT TODAY'S SURVIVOR BEFORE THE VICTIM'S OWN ROW IS WRITTEN.
081325*A ROW THAT CANNOT BE STORED IS STILL A MERGE -- BOTH MASTERS ARE
081350*ALREADY REWRITTEN -- BUT THE PAIR'S RESULT SAYS SO AND THE ROW IS
081375*COUNTED, SINCE LOOKUPS ON THE RETIRED ID DEPEND ON IT.
081400******************************************************************
081500 2600-WRITE-XREF.
081600     MOVE 'N' TO DM-CHAIN-DONE-SW.
081650     MOVE 'N' TO DM-XREF-FAILED-SW.
081700     PERFORM 2650-REPOINT-OLDER-ID
081800         THRU 2650-REPOINT-OLDER-ID-EXIT
081900         UNTIL DM-CHAIN-DONE.
082000     MOVE SPACES             TO ID-CROSS-REFERENCE-RECORD.
082100     MOVE MRQ-VICTIM-ID      TO XREF-OLD-CUSTOMER-ID.
082200     MOVE MRQ-SURVIVOR-ID    TO XREF-NEW-CUSTOMER-ID.
082300     MOVE MRQ-SURVIVOR-ID    TO XREF-MERGED-INTO-ID.
082400     MOVE DM-CURRENT-DATE    TO XREF-MERGE-DATE.
082500     MOVE DM-CURRENT-TIME    TO XREF-MERGE-TIME.
082600     MOVE DM-BALANCE-MOVED   TO XREF-BALANCE-MOVED.
082700     WRITE ID-CROSS-REFERENCE-RECORD
082800         INVALID KEY
082900             ADD 1 TO DM-XREF-FAILURES
082950             MOVE 'Y' TO DM-XREF-FAILED-SW
083000     END-WRITE.
083100 2600-WRITE-XREF-EXIT.
083200     EXIT.
083300******************************************************************
083400*EACH PASS STARTS AFRESH ON THE ALTERNATE KEY, SINCE REWRITING
083500*THE NEW ID MOVES THE ROW OUT FROM UNDER A SEQUENTIAL READ.
083533*A ROW THAT CANNOT BE REWRITTEN WOULD BE FOUND AGAIN ON THE NEXT
083566*PASS, SO THE CHAIN STOPS THERE AND THE OLD ID IS REPORTED.
083600******************************************************************
083700 2650-REPOINT-OLDER-ID.
083800     MOVE MRQ-VICTIM-ID TO XREF-NEW-CUSTOMER-ID.
083900     START ID-CROSS-REFERENCE-FILE
084000         KEY IS EQUAL TO XREF-NEW-CUSTOMER-ID
084100         INVALID KEY
084200             MOVE 'Y' TO DM-CHAIN-DONE-SW
084300             GO TO 2650-REPOINT-OLDER-ID-EXIT
084400     END-START.
084500     READ ID-CROSS-REFERENCE-FILE NEXT RECORD
084600         AT END
084700             MOVE 'Y' TO DM-CHAIN-DONE-SW
084800             GO TO 2650-REPOINT-OLDER-ID-EXIT
084900     END-READ.
085000     IF XREF-NEW-CUSTOMER-ID NOT = MRQ-VICTIM-ID
085100         MOVE 'Y' TO DM-CHAIN-DONE-SW
085200         GO TO 2650-REPOINT-OLDER-ID-EXIT
085300     END-IF.
085400     MOVE MRQ-SURVIVOR-ID TO XREF-NEW-CUSTOMER-ID.
085500     REWRITE ID-CROSS-REFERENCE-RECORD
085600         INVALID KEY
085700             MOVE 'Y' TO DM-CHAIN-DONE-SW
085733             PERFORM 2690-WRITE-XREF-ERROR
085766                 THRU 2690-WRITE-XREF-ERROR-EXIT
085800         NOT INVALID KEY
085900             ADD 1 TO DM-XREFS-REPOINTED
086000     END-REWRITE.
086100 2650-REPOINT-OLDER-ID-EXIT.
086200     EXIT.
086209******************************************************************
086218 2690-WRITE-XREF-ERROR.
086227     ADD 1 TO DM-XREF-FAILURES.
086236     MOVE XREF-OLD-CUSTOMER-ID TO DM-ERR-OLD-ID.
086245     MOVE MRQ-VICTIM-ID        TO DM-ERR-VICTIM-ID.
086254     MOVE DM-XREF-STATUS       TO DM-ERR-STATUS.
086263     WRITE MERGE-REPORT-LINE FROM DM-ERROR-LINE
086272         AFTER ADVANCING 1 LINE.
086281 2690-WRITE-XREF-ERROR-EXIT.
086290     EXIT.
086300******************************************************************
086400 2750-WRITE-HISTORY.
086500     MOVE CUSTOMER-ID OF DM-AFTER-RECORD
086600         TO HIST-CUSTOMER-ID.
086700     MOVE RECORD-VERSION OF DM-AFTER-RECORD
086800         TO HIST-RECORD-VERSION.
086900     MOVE 'M'              TO HIST-ACTION-CODE.
087000     MOVE DM-CURRENT-DATE  TO HIST-CHANGE-DATE.
087100     MOVE DM-CURRENT-TIME  TO HIST-CHANGE-TIME.
087200     MOVE DM-BEFORE-RECORD TO HIST-BEFORE-IMAGE.
087300     MOVE DM-AFTER-RECORD  TO HIST-AFTER-IMAGE.
087400     MOVE 'CUSTDMRG' TO HIST-OPERATOR-ID.
087500     MOVE 'SYS'      TO HIST-SOURCE-SYSTEM.
087600     WRITE CHANGE-HISTORY-RECORD.
087700 2750-WRITE-HISTORY-EXIT.
087800     EXIT.
087900******************************************************************
088000 2800-WRITE-REPORT-LINE.
088100     MOVE MRQ-SURVIVOR-ID  TO DM-DET-SURVIVOR-ID.
088200     MOVE MRQ-VICTIM-ID    TO DM-DET-VICTIM-ID.
088300     MOVE DM-BALANCE-MOVED TO DM-DET-MOVED.
088400     WRITE MERGE-REPORT-LINE FROM DM-DETAIL-LINE
088500         AFTER ADVANCING 1 LINE.
088600 2800-WRITE-REPORT-LINE-EXIT.
088700     EXIT.
088800******************************************************************
088900 2900-READ-REQUEST.
089000     READ MERGE-REQUEST-FILE
089100         AT END
089200             MOVE 'Y' TO DM-END-OF-REQUEST-SW
089300     END-READ.
089400     IF NOT DM-END-OF-REQUEST
089500         ADD 1 TO DM-PAIRS-READ
089600     END-IF.
089700 2900-READ-REQUEST-EXIT.
089800     EXIT.
089900******************************************************************
090000 3000-TERMINATE.
090100     MOVE DM-PAIRS-READ      TO DM-SUM-READ.
090200     MOVE DM-PAIRS-MERGED    TO DM-SUM-MERGED.
090300     MOVE DM-PAIRS-REJECTED  TO DM-SUM-REJECTED.
090400     MOVE DM-PHONES-CARRIED  TO DM-SUM-PHONES.
090500     MOVE DM-EMAILS-CARRIED  TO DM-SUM-EMAILS.
090600     MOVE DM-XREFS-REPOINTED TO DM-SUM-REPOINTED.
090700     MOVE DM-TOTAL-MOVED     TO DM-SUM-MOVED.
090800     MOVE DM-BILLINGS-CARRIED TO DM-SUM-BILLINGS.
090900     MOVE DM-BACKED-OUT      TO DM-SUM-BACKED-OUT.
090950     MOVE DM-XREF-FAILURES   TO DM-SUM-XREF-FAILED.
091000     WRITE MERGE-REPORT-LINE FROM DM-SUMMARY-LINE-1
091100         AFTER ADVANCING 2 LINES.
091200     WRITE MERGE-REPORT-LINE FROM DM-SUMMARY-LINE-2
091300         AFTER ADVANCING 1 LINE.
091400     WRITE MERGE-REPORT-LINE FROM DM-SUMMARY-LINE-3
091500         AFTER ADVANCING 1 LINE.
091600     WRITE MERGE-REPORT-LINE FROM DM-SUMMARY-LINE-4
091700         AFTER ADVANCING 1 LINE.
091800     WRITE MERGE-REPORT-LINE FROM DM-SUMMARY-LINE-5
091900         AFTER ADVANCING 1 LINE.
092000     WRITE MERGE-REPORT-LINE FROM DM-SUMMARY-LINE-6
092100         AFTER ADVANCING 1 LINE.
092200     WRITE MERGE-REPORT-LINE FROM DM-SUMMARY-LINE-7
092300         AFTER ADVANCING 1 LINE.
092400     WRITE MERGE-REPORT-LINE FROM DM-SUMMARY-LINE-8
092500         AFTER ADVANCING 1 LINE.
092600     WRITE MERGE-REPORT-LINE FROM DM-SUMMARY-LINE-9
092700         AFTER ADVANCING 1 LINE.
092733     WRITE MERGE-REPORT-LINE FROM DM-SUMMARY-LINE-10
092766         AFTER ADVANCING 1 LINE.
092800     IF DM-BILLING-OPEN
092900         CLOSE ACCOUNT-BILLING-FILE
093000     END-IF.
093100     CLOSE MERGE-REQUEST-FILE
093200           CUSTOMER-MASTER-FILE
093300           ID-CROSS-REFERENCE-FILE
093400           CHANGE-HISTORY-FILE
093500           MERGE-REPORT-FILE.
093600 3000-TERMINATE-EXIT.
093700     EXIT.
093800******************************************************************

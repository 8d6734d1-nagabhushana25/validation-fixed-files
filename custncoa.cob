000100******************************************************************
000200*CUSTNCOA
000300*POSTAL CHANGE-OF-ADDRESS (NCOA) MATCH AND TRANSACTION GENERATOR
000400*
000500*THE POSTAL SERVICE VENDOR SENDS A CHANGE-OF-ADDRESS FILE EVERY
000600*MONTH -- ONE RECORD PER MOVE, GIVING THE MOVER'S NAME, THE OLD
000700*ADDRESS AND THE NEW ONE.  EACH MOVE IS MATCHED AGAINST THE
000800*MASTER THROUGH THE ALT-NAME-STATE-KEY ALTERNATE INDEX (LAST-NAME
000900*PLUS THE OLD STATE), READING FORWARD FOR AS LONG AS THE KEY
001000*STAYS THE SAME, AS CUSTLKUP DOES.  EVERY OPEN OR INACTIVE
001100*CUSTOMER UNDER THAT KEY IS GRADED AGAINST THE MOVE:
001200*   FULL     FIRST-NAME, OLD STREET-ADDRESS AND OLD ZIP-CODE
001300*            (FIRST FIVE) ALL AGREE
001400*   CURRENT  FIRST-NAME AGREES AND THE MASTER ALREADY CARRIES
001500*            THE NEW ADDRESS
001600*   PARTIAL  THE FIRST-NAME ALONE, OR THE OLD ADDRESS ALONE,
001700*            AGREES
001800*THE ALTERNATE KEY IS SEARCHED WITH THE LAST NAME AND OLD STATE
001810*EXACTLY AS THE VENDOR SENT THEM, THE SAME AS CUSTLKUP; FIRST
001820*NAMES AND STREETS ARE COMPARED IN UPPER CASE.  CLOSED ACCOUNTS
001900*(INCLUDING IDS MERGED AWAY BY CUSTDMRG) ARE NEVER CANDIDATES.
002000*
002100*EXACTLY ONE FULL MATCH IS CONFIDENT: IT BECOMES A CHANGE
002200*TRANSACTION IN THE CUSTTRAN LAYOUT, BUILT FROM THE MASTER AS
002300*CUSTMGEN BUILDS ITS TRANSACTIONS, WITH ONLY ADDRESS-INFO
002400*REPLACED, AND STAMPED WITH OPERATOR 'CUSTNCOA' AND SOURCE
002500*SYSTEM 'NCO' SO THE CHANGE HISTORY SHOWS THE ADDRESS CAME FROM
002600*THE POSTAL FEED.  A MOVE WHOSE CUSTOMER IS ALREADY AT THE NEW
002700*ADDRESS IS COUNTED AND DROPPED.  EVERYTHING ELSE GOES TO THE
002800*REVIEW REPORT WITH ITS CANDIDATES LISTED, AND NOTHING IS
002900*GENERATED FOR IT:
003000*   - A MOVE OUT OF THE COUNTRY (A NEW COUNTRY CODE OTHER THAN
003100*     US, OR A NEW STATE THAT IS NOT A US STATE CODE)
003200*   - A MOVE WITH NO NAME, NO OLD STATE OR AN INCOMPLETE NEW
003300*     ADDRESS
003400*   - MORE THAN ONE FULL MATCH
003500*   - NO FULL MATCH BUT ONE OR MORE PARTIAL MATCHES
003600*   - NO CANDIDATE AT ALL
003700*
003800*THE GENERATED FILE FLOWS THROUGH CUSTMAINT'S NORMAL EDITING,
003900*CHECKPOINTING AND CHANGE-HISTORY TRAIL -- NOTHING HERE TOUCHES
004000*THE MASTER.  LIKE CUSTMGEN'S OUTPUT, THE TRANSACTIONS CARRY THE
004100*WHOLE RECORD AS IT STOOD WHEN THIS PROGRAM READ IT, SO CUSTMAINT
004200*SHOULD APPLY THEM BEFORE THE NEXT MONETARY POSTING RUN.
004300*
004400*INSTALLATION.  DATA PROCESSING.
004500*DATE-WRITTEN.   2026-10-15.
004600*
004700*MODIFICATION HISTORY.
004800*DATE       INIT  DESCRIPTION
004900*2026-10-15  JRH  ORIGINAL PROGRAM.
004910*2026-10-15  JRH  SEARCH NAME KEY AS RECEIVED; FOLD NEW STATE.
005000******************************************************************
005100 IDENTIFICATION DIVISION.
005200 PROGRAM-ID.    CUSTNCOA.
005300 AUTHOR.        J R HALVORSEN.
005400 INSTALLATION.  DATA PROCESSING.
005500 DATE-WRITTEN.  2026-10-15.
005600 DATE-COMPILED.
005700******************************************************************
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SOURCE-COMPUTER.   IBM-370.
006100 OBJECT-COMPUTER.   IBM-370.
006200 SPECIAL-NAMES.
006300     C01 IS TOP-OF-PAGE.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT CHANGE-OF-ADDRESS-FILE
006700         ASSIGN TO CUSTCOAF
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS NC-COA-STATUS.
007000
007100     SELECT CUSTOMER-MASTER-FILE
007200         ASSIGN TO CUSTMAST
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
007600         ALTERNATE RECORD KEY IS ALT-NAME-STATE-KEY OF
007700             CUSTOMER-MASTER-RECORD WITH DUPLICATES
007800         FILE STATUS IS NC-MASTER-STATUS.
007900
008000     SELECT GENERATED-TRANSACTION-FILE
008100         ASSIGN TO CUSTCOAT
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS NC-TRAN-STATUS.
008400
008500     SELECT COA-REVIEW-REPORT-FILE
008600         ASSIGN TO CUSTCOAR
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS NC-REPORT-STATUS.
008900******************************************************************
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  CHANGE-OF-ADDRESS-FILE
009300     RECORDING MODE IS F.
009400 01  CHANGE-OF-ADDRESS-RECORD.
009500     05  COA-LAST-NAME           PIC X(20).
009600     05  COA-FIRST-NAME          PIC X(20).
009700     05  COA-OLD-ADDRESS.
009800         10  COA-OLD-STREET      PIC X(40).
009900         10  COA-OLD-CITY        PIC X(25).
010000         10  COA-OLD-STATE       PIC X(02).
010100         10  COA-OLD-ZIP         PIC X(10).
010200     05  COA-NEW-ADDRESS.
010300         10  COA-NEW-STREET      PIC X(40).
010400         10  COA-NEW-CITY        PIC X(25).
010500         10  COA-NEW-STATE       PIC X(02).
010600         10  COA-NEW-ZIP         PIC X(10).
010700         10  COA-NEW-COUNTRY     PIC X(03).
010800     05  COA-MOVE-EFFECTIVE-DATE PIC X(08).
010900     05  FILLER                  PIC X(15).
011000
011100 FD  CUSTOMER-MASTER-FILE
011200     RECORDING MODE IS F.
011300     COPY "customer_master.cob".
011400
011500 FD  GENERATED-TRANSACTION-FILE
011600     RECORDING MODE IS F.
011700     COPY "custtran.cpy".
011800
011900 FD  COA-REVIEW-REPORT-FILE.
012000 01  COA-REVIEW-REPORT-LINE      PIC X(132).
012100******************************************************************
012200 WORKING-STORAGE SECTION.
012300 01  NC-FILE-STATUSES.
012400     05  NC-COA-STATUS           PIC X(02)   VALUE '00'.
012500     05  NC-MASTER-STATUS        PIC X(02)   VALUE '00'.
012600     05  NC-TRAN-STATUS          PIC X(02)   VALUE '00'.
012700     05  NC-REPORT-STATUS        PIC X(02)   VALUE '00'.
012800
012900 01  NC-SWITCHES.
013000     05  NC-END-OF-FILE-SW       PIC X(01)   VALUE 'N'.
013100         88  NC-END-OF-FILE                  VALUE 'Y'.
013200     05  NC-SAME-KEY-SW          PIC X(01)   VALUE 'N'.
013300         88  NC-SAME-KEY                     VALUE 'Y'.
013400     05  NC-NAME-MATCH-SW        PIC X(01)   VALUE 'N'.
013500         88  NC-NAME-MATCH                   VALUE 'Y'.
013600     05  NC-OLD-ADDR-MATCH-SW    PIC X(01)   VALUE 'N'.
013700         88  NC-OLD-ADDR-MATCH               VALUE 'Y'.
013800     05  NC-NEW-ADDR-MATCH-SW    PIC X(01)   VALUE 'N'.
013900         88  NC-NEW-ADDR-MATCH               VALUE 'Y'.
014000
014100 01  NC-COUNTERS.
014200     05  NC-RECORDS-READ         PIC 9(07)  COMP  VALUE ZERO.
014300     05  NC-TRANS-GENERATED      PIC 9(07)  COMP  VALUE ZERO.
014400     05  NC-ALREADY-CURRENT      PIC 9(07)  COMP  VALUE ZERO.
014500     05  NC-SENT-TO-REVIEW       PIC 9(07)  COMP  VALUE ZERO.
014600     05  NC-FOREIGN-MOVES        PIC 9(07)  COMP  VALUE ZERO.
014700     05  NC-INCOMPLETE-MOVES     PIC 9(07)  COMP  VALUE ZERO.
014800     05  NC-MULTIPLE-MATCHES     PIC 9(07)  COMP  VALUE ZERO.
014900     05  NC-AMBIGUOUS-MATCHES    PIC 9(07)  COMP  VALUE ZERO.
015000     05  NC-NO-MATCHES           PIC 9(07)  COMP  VALUE ZERO.
015100
015200 01  NC-CONSTANTS.
015300     05  NC-OPERATOR-ID          PIC X(08)   VALUE 'CUSTNCOA'.
015400     05  NC-SOURCE-SYSTEM        PIC X(03)   VALUE 'NCO'.
015500     05  NC-LOWER-CASE           PIC X(26)
015600         VALUE 'abcdefghijklmnopqrstuvwxyz'.
015700     05  NC-UPPER-CASE           PIC X(26)
015800         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
015900
016000*THE MOVE AS KEYED BY THE VENDOR -- THE SEARCH KEY AS RECEIVED,
016100*THE REST FOLDED TO UPPER CASE -- AND THE CANDIDATE BEING
016150*GRADED, FOLDED THE SAME WAY.
016200 01  NC-MATCH-FIELDS.
016300     05  NC-SEARCH-KEY.
016400         10  NC-SEARCH-LAST-NAME PIC X(20).
016500         10  NC-SEARCH-STATE     PIC X(02).
016600     05  NC-COA-FIRST-NAME       PIC X(20).
016700     05  NC-COA-OLD-STREET       PIC X(40).
016800     05  NC-COA-NEW-STREET       PIC X(40).
016900     05  NC-COA-NEW-COUNTRY      PIC X(03).
016950     05  NC-COA-NEW-STATE        PIC X(02).
017000     05  NC-CAND-FIRST-NAME-UC   PIC X(20).
017100     05  NC-CAND-STREET-UC       PIC X(40).
017200     05  NC-MATCHED-ID           PIC X(10).
017300     05  NC-REVIEW-REASON        PIC X(40).
017400
017500*EVERY CANDIDATE GRADED FOR THE CURRENT MOVE, FOR THE REVIEW
017600*REPORT.  GRADES ARE 'F' FULL, 'N' ALREADY AT THE NEW ADDRESS,
017700*'P' PARTIAL ON NAME ONLY, 'A' PARTIAL ON OLD ADDRESS ONLY.  A
017800*KEY WITH MORE THAN 20 CANDIDATES IS STILL COUNTED IN FULL; ONLY
017900*THE FIRST 20 ARE LISTED.
018000 01  NC-CANDIDATE-AREA.
018100     05  NC-FULL-COUNT           PIC 9(05)  COMP  VALUE ZERO.
018200     05  NC-CURRENT-COUNT        PIC 9(05)  COMP  VALUE ZERO.
018300     05  NC-PARTIAL-COUNT        PIC 9(05)  COMP  VALUE ZERO.
018400     05  NC-CAND-COUNT           PIC 9(05)  COMP  VALUE ZERO.
018500     05  NC-CAND-SUB             PIC 9(05)  COMP  VALUE ZERO.
018600     05  NC-CANDIDATE-ENTRY      OCCURS 20 TIMES.
018700         10  NC-CAND-ID          PIC X(10).
018800         10  NC-CAND-FIRST-NAME  PIC X(20).
018900         10  NC-CAND-STREET      PIC X(40).
019000         10  NC-CAND-ZIP         PIC X(10).
019100         10  NC-CAND-GRADE       PIC X(01).
019200
019300 01  NC-VALID-STATE-TABLE-DATA.
019400     05  FILLER  PIC X(02)  VALUE 'AK'.
019500     05  FILLER  PIC X(02)  VALUE 'AL'.
019600     05  FILLER  PIC X(02)  VALUE 'AR'.
019700     05  FILLER  PIC X(02)  VALUE 'AZ'.
019800     05  FILLER  PIC X(02)  VALUE 'CA'.
019900     05  FILLER  PIC X(02)  VALUE 'CO'.
020000     05  FILLER  PIC X(02)  VALUE 'CT'.
020100     05  FILLER  PIC X(02)  VALUE 'DC'.
020200     05  FILLER  PIC X(02)  VALUE 'DE'.
020300     05  FILLER  PIC X(02)  VALUE 'FL'.
020400     05  FILLER  PIC X(02)  VALUE 'GA'.
020500     05  FILLER  PIC X(02)  VALUE 'HI'.
020600     05  FILLER  PIC X(02)  VALUE 'IA'.
020700     05  FILLER  PIC X(02)  VALUE 'ID'.
020800     05  FILLER  PIC X(02)  VALUE 'IL'.
020900     05  FILLER  PIC X(02)  VALUE 'IN'.
021000     05  FILLER  PIC X(02)  VALUE 'KS'.
021100     05  FILLER  PIC X(02)  VALUE 'KY'.
021200     05  FILLER  PIC X(02)  VALUE 'LA'.
021300     05  FILLER  PIC X(02)  VALUE 'MA'.
021400     05  FILLER  PIC X(02)  VALUE 'MD'.
021500     05  FILLER  PIC X(02)  VALUE 'ME'.
021600     05  FILLER  PIC X(02)  VALUE 'MI'.
021700     05  FILLER  PIC X(02)  VALUE 'MN'.
021800     05  FILLER  PIC X(02)  VALUE 'MO'.
021900     05  FILLER  PIC X(02)  VALUE 'MS'.
022000     05  FILLER  PIC X(02)  VALUE 'MT'.
022100     05  FILLER  PIC X(02)  VALUE 'NC'.
022200     05  FILLER  PIC X(02)  VALUE 'ND'.
022300     05  FILLER  PIC X(02)  VALUE 'NE'.
022400     05  FILLER  PIC X(02)  VALUE 'NH'.
022500     05  FILLER  PIC X(02)  VALUE 'NJ'.
022600     05  FILLER  PIC X(02)  VALUE 'NM'.
022700     05  FILLER  PIC X(02)  VALUE 'NV'.
022800     05  FILLER  PIC X(02)  VALUE 'NY'.
022900     05  FILLER  PIC X(02)  VALUE 'OH'.
023000     05  FILLER  PIC X(02)  VALUE 'OK'.
023100     05  FILLER  PIC X(02)  VALUE 'OR'.
023200     05  FILLER  PIC X(02)  VALUE 'PA'.
023300     05  FILLER  PIC X(02)  VALUE 'RI'.
023400     05  FILLER  PIC X(02)  VALUE 'SC'.
023500     05  FILLER  PIC X(02)  VALUE 'SD'.
023600     05  FILLER  PIC X(02)  VALUE 'TN'.
023700     05  FILLER  PIC X(02)  VALUE 'TX'.
023800     05  FILLER  PIC X(02)  VALUE 'UT'.
023900     05  FILLER  PIC X(02)  VALUE 'VA'.
024000     05  FILLER  PIC X(02)  VALUE 'VT'.
024100     05  FILLER  PIC X(02)  VALUE 'WA'.
024200     05  FILLER  PIC X(02)  VALUE 'WI'.
024300     05  FILLER  PIC X(02)  VALUE 'WV'.
024400     05  FILLER  PIC X(02)  VALUE 'WY'.
024500
024600 01  NC-VALID-STATE-TABLE  REDEFINES NC-VALID-STATE-TABLE-DATA.
024700     05  NC-VALID-STATE-ENTRY    PIC X(02)  OCCURS 51 TIMES
024800                           ASCENDING KEY NC-VALID-STATE-ENTRY
024900                           INDEXED BY NC-STATE-IDX.
025000
025100 01  NC-REPORT-LINES.
025200     05  NC-HEADING-1.
025300         10  FILLER              PIC X(40)
025400             VALUE 'CHANGE-OF-ADDRESS REVIEW REPORT'.
025500     05  NC-REVIEW-LINE-1.
025600         10  FILLER              PIC X(09)  VALUE 'REVIEW - '.
025700         10  NC-REV-REASON       PIC X(40).
025800         10  FILLER              PIC X(02)  VALUE SPACES.
025900         10  NC-REV-FIRST-NAME   PIC X(20).
026000         10  FILLER              PIC X(01)  VALUE SPACE.
026100         10  NC-REV-LAST-NAME    PIC X(20).
026200         10  FILLER              PIC X(02)  VALUE SPACES.
026300         10  FILLER              PIC X(11)  VALUE 'EFFECTIVE: '.
026400         10  NC-REV-EFF-DATE     PIC X(08).
026500     05  NC-REVIEW-LINE-2.
026600         10  FILLER              PIC X(04)  VALUE SPACES.
026700         10  FILLER              PIC X(05)  VALUE 'OLD: '.
026800         10  NC-REV-OLD-STREET   PIC X(40).
026900         10  FILLER              PIC X(01)  VALUE SPACE.
027000         10  NC-REV-OLD-CITY     PIC X(25).
027100         10  FILLER              PIC X(01)  VALUE SPACE.
027200         10  NC-REV-OLD-STATE    PIC X(02).
027300         10  FILLER              PIC X(01)  VALUE SPACE.
027400         10  NC-REV-OLD-ZIP      PIC X(10).
027500     05  NC-REVIEW-LINE-3.
027600         10  FILLER              PIC X(04)  VALUE SPACES.
027700         10  FILLER              PIC X(05)  VALUE 'NEW: '.
027800         10  NC-REV-NEW-STREET   PIC X(40).
027900         10  FILLER              PIC X(01)  VALUE SPACE.
028000         10  NC-REV-NEW-CITY     PIC X(25).
028100         10  FILLER              PIC X(01)  VALUE SPACE.
028200         10  NC-REV-NEW-STATE    PIC X(02).
028300         10  FILLER              PIC X(01)  VALUE SPACE.
028400         10  NC-REV-NEW-ZIP      PIC X(10).
028500         10  FILLER              PIC X(01)  VALUE SPACE.
028600         10  NC-REV-NEW-COUNTRY  PIC X(03).
028700     05  NC-CANDIDATE-LINE.
028800         10  FILLER              PIC X(09)  VALUE SPACES.
028900         10  FILLER              PIC X(11)  VALUE 'CANDIDATE: '.
029000         10  NC-CDL-CUSTOMER-ID  PIC X(10).
029100         10  FILLER              PIC X(02)  VALUE SPACES.
029200         10  NC-CDL-FIRST-NAME   PIC X(20).
029300         10  FILLER              PIC X(02)  VALUE SPACES.
029400         10  NC-CDL-STREET       PIC X(40).
029500         10  FILLER              PIC X(01)  VALUE SPACE.
029600         10  NC-CDL-ZIP          PIC X(10).
029700         10  FILLER              PIC X(02)  VALUE SPACES.
029800         10  NC-CDL-GRADE        PIC X(25).
029900     05  NC-SUMMARY-LINE-1.
030000         10  FILLER              PIC X(22)
030100             VALUE 'MOVES READ........... '.
030200         10  NC-SUM-READ         PIC ZZZ,ZZ9.
030300     05  NC-SUMMARY-LINE-2.
030400         10  FILLER              PIC X(22)
030500             VALUE 'CHANGES GENERATED.... '.
030600         10  NC-SUM-GENERATED    PIC ZZZ,ZZ9.
030700     05  NC-SUMMARY-LINE-3.
030800         10  FILLER              PIC X(22)
030900             VALUE 'ALREADY AT NEW ADDR.. '.
031000         10  NC-SUM-CURRENT      PIC ZZZ,ZZ9.
031100     05  NC-SUMMARY-LINE-4.
031200         10  FILLER              PIC X(22)
031300             VALUE 'SENT TO REVIEW....... '.
031400         10  NC-SUM-REVIEW       PIC ZZZ,ZZ9.
031500     05  NC-SUMMARY-LINE-5.
031600         10  FILLER              PIC X(22)
031700             VALUE '  OUT OF COUNTRY..... '.
031800         10  NC-SUM-FOREIGN      PIC ZZZ,ZZ9.
031900     05  NC-SUMMARY-LINE-6.
032000         10  FILLER              PIC X(22)
032100             VALUE '  INCOMPLETE MOVE.... '.
032200         10  NC-SUM-INCOMPLETE   PIC ZZZ,ZZ9.
032300     05  NC-SUMMARY-LINE-7.
032400         10  FILLER              PIC X(22)
032500             VALUE '  MULTIPLE MATCHES... '.
032600         10  NC-SUM-MULTIPLE     PIC ZZZ,ZZ9.
032700     05  NC-SUMMARY-LINE-8.
032800         10  FILLER              PIC X(22)
032900             VALUE '  AMBIGUOUS MATCH.... '.
033000         10  NC-SUM-AMBIGUOUS    PIC ZZZ,ZZ9.
033100     05  NC-SUMMARY-LINE-9.
033200         10  FILLER              PIC X(22)
033300             VALUE '  NO MATCH........... '.
033400         10  NC-SUM-NO-MATCH     PIC ZZZ,ZZ9.
033500******************************************************************
033600 PROCEDURE DIVISION.
033700******************************************************************
033800 0000-MAINLINE.
033900     PERFORM 1000-INITIALIZE
034000         THRU 1000-INITIALIZE-EXIT.
034100     PERFORM 2000-PROCESS-MOVE
034200         THRU 2000-PROCESS-MOVE-EXIT
034300         UNTIL NC-END-OF-FILE.
034400     PERFORM 3000-TERMINATE
034500         THRU 3000-TERMINATE-EXIT.
034600     GOBACK.
034700******************************************************************
034800 1000-INITIALIZE.
034900     OPEN INPUT  CHANGE-OF-ADDRESS-FILE
035000          INPUT  CUSTOMER-MASTER-FILE
035100          OUTPUT GENERATED-TRANSACTION-FILE
035200          OUTPUT COA-REVIEW-REPORT-FILE.
035300     WRITE COA-REVIEW-REPORT-LINE FROM NC-HEADING-1
035400         AFTER ADVANCING TOP-OF-PAGE.
035500     PERFORM 2900-READ-MOVE
035600         THRU 2900-READ-MOVE-EXIT.
035700 1000-INITIALIZE-EXIT.
035800     EXIT.
035900******************************************************************
036000 2000-PROCESS-MOVE.
036100     MOVE ZERO TO NC-FULL-COUNT
036200                  NC-CURRENT-COUNT
036300                  NC-PARTIAL-COUNT
036400                  NC-CAND-COUNT.
036500     MOVE SPACES TO NC-MATCHED-ID.
036600     MOVE COA-LAST-NAME   TO NC-SEARCH-LAST-NAME.
036700     MOVE COA-OLD-STATE   TO NC-SEARCH-STATE.
036800     MOVE COA-FIRST-NAME  TO NC-COA-FIRST-NAME.
036900     MOVE COA-OLD-STREET  TO NC-COA-OLD-STREET.
037000     MOVE COA-NEW-STREET  TO NC-COA-NEW-STREET.
037100     MOVE COA-NEW-COUNTRY TO NC-COA-NEW-COUNTRY.
037150     MOVE COA-NEW-STATE   TO NC-COA-NEW-STATE.
037400     INSPECT NC-COA-FIRST-NAME
037500         CONVERTING NC-LOWER-CASE TO NC-UPPER-CASE.
037600     INSPECT NC-COA-OLD-STREET
037700         CONVERTING NC-LOWER-CASE TO NC-UPPER-CASE.
037800     INSPECT NC-COA-NEW-STREET
037900         CONVERTING NC-LOWER-CASE TO NC-UPPER-CASE.
038000     INSPECT NC-COA-NEW-COUNTRY
038100         CONVERTING NC-LOWER-CASE TO NC-UPPER-CASE.
038150     INSPECT NC-COA-NEW-STATE
038160         CONVERTING NC-LOWER-CASE TO NC-UPPER-CASE.
038200     IF NC-COA-NEW-COUNTRY NOT = SPACES
038300         AND NC-COA-NEW-COUNTRY NOT = 'US'
038400         AND NC-COA-NEW-COUNTRY NOT = 'USA'
038500         MOVE 'MOVE OUT OF COUNTRY' TO NC-REVIEW-REASON
038600         ADD 1 TO NC-FOREIGN-MOVES
038700         PERFORM 2800-WRITE-REVIEW
038800             THRU 2800-WRITE-REVIEW-EXIT
038900         GO TO 2000-NEXT-MOVE
039000     END-IF.
039100     IF NC-SEARCH-LAST-NAME = SPACES
039200         OR NC-SEARCH-STATE = SPACES
039300         OR NC-COA-NEW-STREET = SPACES
039400         OR COA-NEW-CITY = SPACES
039500         OR COA-NEW-ZIP = SPACES
039600         MOVE 'NAME, OLD STATE OR NEW ADDRESS MISSING' TO
039700             NC-REVIEW-REASON
039800         ADD 1 TO NC-INCOMPLETE-MOVES
039900         PERFORM 2800-WRITE-REVIEW
040000             THRU 2800-WRITE-REVIEW-EXIT
040100         GO TO 2000-NEXT-MOVE
040200     END-IF.
040300     SET NC-STATE-IDX TO 1.
040400     SEARCH ALL NC-VALID-STATE-ENTRY
040500         AT END
040600             MOVE 'NEW STATE NOT A US STATE CODE' TO
040700                 NC-REVIEW-REASON
040800         WHEN NC-VALID-STATE-ENTRY (NC-STATE-IDX) =
040900                 NC-COA-NEW-STATE
041000             MOVE SPACES TO NC-REVIEW-REASON
041100     END-SEARCH.
041200     IF NC-REVIEW-REASON NOT = SPACES
041300         ADD 1 TO NC-FOREIGN-MOVES
041400         PERFORM 2800-WRITE-REVIEW
041500             THRU 2800-WRITE-REVIEW-EXIT
041600         GO TO 2000-NEXT-MOVE
041700     END-IF.
041800     PERFORM 2100-FIND-CANDIDATES
041900         THRU 2100-FIND-CANDIDATES-EXIT.
042000     EVALUATE TRUE
042100         WHEN NC-FULL-COUNT = 1
042200             PERFORM 2300-WRITE-CHANGE-TRAN
042300                 THRU 2300-WRITE-CHANGE-TRAN-EXIT
042400         WHEN NC-FULL-COUNT > 1
042500             MOVE 'MULTIPLE CUSTOMERS MATCH' TO NC-REVIEW-REASON
042600             ADD 1 TO NC-MULTIPLE-MATCHES
042700             PERFORM 2800-WRITE-REVIEW
042800                 THRU 2800-WRITE-REVIEW-EXIT
042900         WHEN NC-CURRENT-COUNT > 0
043000             ADD 1 TO NC-ALREADY-CURRENT
043100         WHEN NC-PARTIAL-COUNT > 0
043200             MOVE 'AMBIGUOUS - NAME OR ADDRESS ONLY MATCHES' TO
043300                 NC-REVIEW-REASON
043400             ADD 1 TO NC-AMBIGUOUS-MATCHES
043500             PERFORM 2800-WRITE-REVIEW
043600                 THRU 2800-WRITE-REVIEW-EXIT
043700         WHEN OTHER
043800             MOVE 'NO MATCHING CUSTOMER ON MASTER' TO
043900                 NC-REVIEW-REASON
044000             ADD 1 TO NC-NO-MATCHES
044100             PERFORM 2800-WRITE-REVIEW
044200                 THRU 2800-WRITE-REVIEW-EXIT
044300     END-EVALUATE.
044400 2000-NEXT-MOVE.
044500     PERFORM 2900-READ-MOVE
044600         THRU 2900-READ-MOVE-EXIT.
044700 2000-PROCESS-MOVE-EXIT.
044800     EXIT.
044900******************************************************************
045000 2100-FIND-CANDIDATES.
045100     MOVE NC-SEARCH-LAST-NAME TO ALT-LAST-NAME OF
045200         CUSTOMER-MASTER-RECORD.
045300     MOVE NC-SEARCH-STATE TO ALT-STATE OF
045400         CUSTOMER-MASTER-RECORD.
045500     START CUSTOMER-MASTER-FILE KEY IS =
045600         ALT-NAME-STATE-KEY OF CUSTOMER-MASTER-RECORD
045700         INVALID KEY
045800             MOVE 'N' TO NC-SAME-KEY-SW
045900         NOT INVALID KEY
046000             MOVE 'Y' TO NC-SAME-KEY-SW
046100     END-START.
046200     PERFORM 2150-READ-NEXT-CANDIDATE
046300         THRU 2150-READ-NEXT-CANDIDATE-EXIT
046400         UNTIL NOT NC-SAME-KEY.
046500 2100-FIND-CANDIDATES-EXIT.
046600     EXIT.
046700******************************************************************
046800 2150-READ-NEXT-CANDIDATE.
046900     READ CUSTOMER-MASTER-FILE NEXT RECORD
047000         AT END
047100             MOVE 'N' TO NC-SAME-KEY-SW
047200     END-READ.
047300     IF NC-SAME-KEY
047400         IF ALT-NAME-STATE-KEY OF CUSTOMER-MASTER-RECORD
047500                 = NC-SEARCH-KEY
047600             IF ACCOUNT-STATUS OF CUSTOMER-MASTER-RECORD
047700                     NOT = 'C'
047800                 PERFORM 2200-GRADE-CANDIDATE
047900                     THRU 2200-GRADE-CANDIDATE-EXIT
048000             END-IF
048100         ELSE
048200             MOVE 'N' TO NC-SAME-KEY-SW
048300         END-IF
048400     END-IF.
048500 2150-READ-NEXT-CANDIDATE-EXIT.
048600     EXIT.
048700******************************************************************
048800 2200-GRADE-CANDIDATE.
048900     MOVE FIRST-NAME OF CUSTOMER-MASTER-RECORD
049000         TO NC-CAND-FIRST-NAME-UC.
049100     MOVE STREET-ADDRESS OF CUSTOMER-MASTER-RECORD
049200         TO NC-CAND-STREET-UC.
049300     INSPECT NC-CAND-FIRST-NAME-UC
049400         CONVERTING NC-LOWER-CASE TO NC-UPPER-CASE.
049500     INSPECT NC-CAND-STREET-UC
049600         CONVERTING NC-LOWER-CASE TO NC-UPPER-CASE.
049700     MOVE 'N' TO NC-NAME-MATCH-SW.
049800     MOVE 'N' TO NC-OLD-ADDR-MATCH-SW.
049900     MOVE 'N' TO NC-NEW-ADDR-MATCH-SW.
050000     IF NC-CAND-FIRST-NAME-UC = NC-COA-FIRST-NAME
050100         MOVE 'Y' TO NC-NAME-MATCH-SW
050200     END-IF.
050300     IF NC-CAND-STREET-UC = NC-COA-OLD-STREET
050400         AND ZIP-CODE OF CUSTOMER-MASTER-RECORD (1:5) =
050500             COA-OLD-ZIP (1:5)
050600         MOVE 'Y' TO NC-OLD-ADDR-MATCH-SW
050700     END-IF.
050800     IF NC-CAND-STREET-UC = NC-COA-NEW-STREET
050900         AND ZIP-CODE OF CUSTOMER-MASTER-RECORD (1:5) =
051000             COA-NEW-ZIP (1:5)
051100         MOVE 'Y' TO NC-NEW-ADDR-MATCH-SW
051200     END-IF.
051300     IF NOT NC-NAME-MATCH
051400         AND NOT NC-OLD-ADDR-MATCH
051500         GO TO 2200-GRADE-CANDIDATE-EXIT
051600     END-IF.
051700     ADD 1 TO NC-CAND-COUNT.
051800     IF NC-CAND-COUNT > 20
051900         MOVE 20 TO NC-CAND-SUB
052000     ELSE
052100         MOVE NC-CAND-COUNT TO NC-CAND-SUB
052200     END-IF.
052300     EVALUATE TRUE
052400         WHEN NC-NAME-MATCH AND NC-OLD-ADDR-MATCH
052500             ADD 1 TO NC-FULL-COUNT
052600             MOVE CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
052700                 TO NC-MATCHED-ID
052800             IF NC-CAND-COUNT NOT > 20
052900                 MOVE 'F' TO NC-CAND-GRADE (NC-CAND-SUB)
053000             END-IF
053100         WHEN NC-NAME-MATCH AND NC-NEW-ADDR-MATCH
053200             ADD 1 TO NC-CURRENT-COUNT
053300             IF NC-CAND-COUNT NOT > 20
053400                 MOVE 'N' TO NC-CAND-GRADE (NC-CAND-SUB)
053500             END-IF
053600         WHEN NC-NAME-MATCH
053700             ADD 1 TO NC-PARTIAL-COUNT
053800             IF NC-CAND-COUNT NOT > 20
053900                 MOVE 'P' TO NC-CAND-GRADE (NC-CAND-SUB)
054000             END-IF
054100         WHEN OTHER
054200             ADD 1 TO NC-PARTIAL-COUNT
054300             IF NC-CAND-COUNT NOT > 20
054400                 MOVE 'A' TO NC-CAND-GRADE (NC-CAND-SUB)
054500             END-IF
054600     END-EVALUATE.
054700     IF NC-CAND-COUNT NOT > 20
054800         MOVE CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
054900             TO NC-CAND-ID (NC-CAND-SUB)
055000         MOVE FIRST-NAME OF CUSTOMER-MASTER-RECORD
055100             TO NC-CAND-FIRST-NAME (NC-CAND-SUB)
055200         MOVE STREET-ADDRESS OF CUSTOMER-MASTER-RECORD
055300             TO NC-CAND-STREET (NC-CAND-SUB)
055400         MOVE ZIP-CODE OF CUSTOMER-MASTER-RECORD
055500             TO NC-CAND-ZIP (NC-CAND-SUB)
055600     END-IF.
055700 2200-GRADE-CANDIDATE-EXIT.
055800     EXIT.
055900******************************************************************
056000*THE TRANSACTION IS THE MATCHED MASTER RECORD RECAST THROUGH THE
056100*SAME MOVE CORRESPONDING CUSTMAINT APPLIES IT WITH, SO EVERY
056200*FIELD ROUND-TRIPS UNCHANGED EXCEPT ADDRESS-INFO.  THE BROWSE HAS
056300*MOVED PAST THE MATCH, SO IT IS READ BACK BY CUSTOMER-ID FIRST.
056400******************************************************************
056500 2300-WRITE-CHANGE-TRAN.
056600     MOVE NC-MATCHED-ID TO CUSTOMER-ID OF CUSTOMER-MASTER-RECORD.
056700     READ CUSTOMER-MASTER-FILE
056800         KEY IS CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
056900         INVALID KEY
057000             MOVE 'MATCHED CUSTOMER NO LONGER ON FILE' TO
057100                 NC-REVIEW-REASON
057200             ADD 1 TO NC-NO-MATCHES
057300             PERFORM 2800-WRITE-REVIEW
057400                 THRU 2800-WRITE-REVIEW-EXIT
057500             GO TO 2300-WRITE-CHANGE-TRAN-EXIT
057600     END-READ.
057700     MOVE SPACES TO CUSTOMER-TRANSACTION-RECORD.
057800     MOVE CORRESPONDING CUSTOMER-MASTER-RECORD TO
057900         CUSTOMER-TRANSACTION-RECORD.
058000     MOVE 'C' TO TRAN-ACTION-CODE.
058100     MOVE COA-NEW-STREET
058200         TO STREET-ADDRESS OF CUSTOMER-TRANSACTION-RECORD.
058300     MOVE COA-NEW-CITY
058400         TO CITY OF CUSTOMER-TRANSACTION-RECORD.
058500     MOVE NC-COA-NEW-STATE
058600         TO STATE OF CUSTOMER-TRANSACTION-RECORD.
058700     MOVE COA-NEW-ZIP
058800         TO ZIP-CODE OF CUSTOMER-TRANSACTION-RECORD.
058900     MOVE NC-OPERATOR-ID   TO TRAN-OPERATOR-ID.
059000     MOVE NC-SOURCE-SYSTEM TO TRAN-SOURCE-SYSTEM.
059100     WRITE CUSTOMER-TRANSACTION-RECORD.
059200     ADD 1 TO NC-TRANS-GENERATED.
059300 2300-WRITE-CHANGE-TRAN-EXIT.
059400     EXIT.
059500******************************************************************
059600 2800-WRITE-REVIEW.
059700     ADD 1 TO NC-SENT-TO-REVIEW.
059800     MOVE NC-REVIEW-REASON        TO NC-REV-REASON.
059900     MOVE COA-FIRST-NAME          TO NC-REV-FIRST-NAME.
060000     MOVE COA-LAST-NAME           TO NC-REV-LAST-NAME.
060100     MOVE COA-MOVE-EFFECTIVE-DATE TO NC-REV-EFF-DATE.
060200     MOVE COA-OLD-STREET          TO NC-REV-OLD-STREET.
060300     MOVE COA-OLD-CITY            TO NC-REV-OLD-CITY.
060400     MOVE COA-OLD-STATE           TO NC-REV-OLD-STATE.
060500     MOVE COA-OLD-ZIP             TO NC-REV-OLD-ZIP.
060600     MOVE COA-NEW-STREET          TO NC-REV-NEW-STREET.
060700     MOVE COA-NEW-CITY            TO NC-REV-NEW-CITY.
060800     MOVE COA-NEW-STATE           TO NC-REV-NEW-STATE.
060900     MOVE COA-NEW-ZIP             TO NC-REV-NEW-ZIP.
061000     MOVE COA-NEW-COUNTRY         TO NC-REV-NEW-COUNTRY.
061100     WRITE COA-REVIEW-REPORT-LINE FROM NC-REVIEW-LINE-1
061200         AFTER ADVANCING 2 LINES.
061300     WRITE COA-REVIEW-REPORT-LINE FROM NC-REVIEW-LINE-2
061400         AFTER ADVANCING 1 LINE.
061500     WRITE COA-REVIEW-REPORT-LINE FROM NC-REVIEW-LINE-3
061600         AFTER ADVANCING 1 LINE.
061700     PERFORM 2850-WRITE-CANDIDATE
061800         THRU 2850-WRITE-CANDIDATE-EXIT
061900         VARYING NC-CAND-SUB FROM 1 BY 1
062000         UNTIL NC-CAND-SUB > NC-CAND-COUNT
062100            OR NC-CAND-SUB > 20.
062200 2800-WRITE-REVIEW-EXIT.
062300     EXIT.
062400******************************************************************
062500 2850-WRITE-CANDIDATE.
062600     MOVE NC-CAND-ID (NC-CAND-SUB)         TO NC-CDL-CUSTOMER-ID.
062700     MOVE NC-CAND-FIRST-NAME (NC-CAND-SUB) TO NC-CDL-FIRST-NAME.
062800     MOVE NC-CAND-STREET (NC-CAND-SUB)     TO NC-CDL-STREET.
062900     MOVE NC-CAND-ZIP (NC-CAND-SUB)        TO NC-CDL-ZIP.
063000     EVALUATE NC-CAND-GRADE (NC-CAND-SUB)
063100         WHEN 'F'
063200             MOVE 'NAME AND OLD ADDRESS' TO NC-CDL-GRADE
063300         WHEN 'N'
063400             MOVE 'ALREADY AT NEW ADDRESS' TO NC-CDL-GRADE
063500         WHEN 'P'
063600             MOVE 'NAME ONLY' TO NC-CDL-GRADE
063700         WHEN OTHER
063800             MOVE 'OLD ADDRESS ONLY' TO NC-CDL-GRADE
063900     END-EVALUATE.
064000     WRITE COA-REVIEW-REPORT-LINE FROM NC-CANDIDATE-LINE
064100         AFTER ADVANCING 1 LINE.
064200 2850-WRITE-CANDIDATE-EXIT.
064300     EXIT.
064400******************************************************************
064500 2900-READ-MOVE.
064600     READ CHANGE-OF-ADDRESS-FILE
064700         AT END
064800             MOVE 'Y' TO NC-END-OF-FILE-SW
064900     END-READ.
065000     IF NOT NC-END-OF-FILE
065100         ADD 1 TO NC-RECORDS-READ
065200     END-IF.
065300 2900-READ-MOVE-EXIT.
065400     EXIT.
065500******************************************************************
065600 3000-TERMINATE.
065700     MOVE NC-RECORDS-READ      TO NC-SUM-READ.
065800     MOVE NC-TRANS-GENERATED   TO NC-SUM-GENERATED.
065900     MOVE NC-ALREADY-CURRENT   TO NC-SUM-CURRENT.
066000     MOVE NC-SENT-TO-REVIEW    TO NC-SUM-REVIEW.
066100     MOVE NC-FOREIGN-MOVES     TO NC-SUM-FOREIGN.
066200     MOVE NC-INCOMPLETE-MOVES  TO NC-SUM-INCOMPLETE.
066300     MOVE NC-MULTIPLE-MATCHES  TO NC-SUM-MULTIPLE.
066400     MOVE NC-AMBIGUOUS-MATCHES TO NC-SUM-AMBIGUOUS.
066500     MOVE NC-NO-MATCHES        TO NC-SUM-NO-MATCH.
066600     WRITE COA-REVIEW-REPORT-LINE FROM NC-SUMMARY-LINE-1
066700         AFTER ADVANCING 2 LINES.
066800     WRITE COA-REVIEW-REPORT-LINE FROM NC-SUMMARY-LINE-2
066900         AFTER ADVANCING 1 LINE.
067000     WRITE COA-REVIEW-REPORT-LINE FROM NC-SUMMARY-LINE-3
067100         AFTER ADVANCING 1 LINE.
067200     WRITE COA-REVIEW-REPORT-LINE FROM NC-SUMMARY-LINE-4
067300         AFTER ADVANCING 1 LINE.
067400     WRITE COA-REVIEW-REPORT-LINE FROM NC-SUMMARY-LINE-5
067500         AFTER ADVANCING 1 LINE.
067600     WRITE COA-REVIEW-REPORT-LINE FROM NC-SUMMARY-LINE-6
067700         AFTER ADVANCING 1 LINE.
067800     WRITE COA-REVIEW-REPORT-LINE FROM NC-SUMMARY-LINE-7
067900         AFTER ADVANCING 1 LINE.
068000     WRITE COA-REVIEW-REPORT-LINE FROM NC-SUMMARY-LINE-8
068100         AFTER ADVANCING 1 LINE.
068200     WRITE COA-REVIEW-REPORT-LINE FROM NC-SUMMARY-LINE-9
068300         AFTER ADVANCING 1 LINE.
068400     CLOSE CHANGE-OF-ADDRESS-FILE
068500           CUSTOMER-MASTER-FILE
068600           GENERATED-TRANSACTION-FILE
068700           COA-REVIEW-REPORT-FILE.
068800 3000-TERMINATE-EXIT.
068900     EXIT.
069000******************************************************************

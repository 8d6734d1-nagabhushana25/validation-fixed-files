000100******************************************************************
000200*CUSTLETR
000300*CUSTOMER NOTICE AND LETTER RUN
000400*
000500*WRITES THE PRINT-READY LETTERS THAT THE ACCOUNT SITUATIONS BELOW
000600*CALL FOR, EACH MERGED WITH THE CUSTOMER'S NAME AND ADDRESS FROM
000700*A TEXT TEMPLATE:
000800*   'OL'  ACCOUNT-BALANCE OVER CREDIT-LIMIT -- THE SAME TEST
000900*         CUSTOVER REPORTS ON.
001000*   'DM'  ACCOUNT GONE DORMANT -- NOT CLOSED AND NO ACTIVITY FOR
001100*         CUSTDORM'S THRESHOLD (CUSTDPRM, DEFAULT 90 DAYS).
001200*   'PW'  CLOSED ACCOUNT ABOUT TO BE PURGED -- WITHIN THE RULE'S
001300*         LEAD DAYS OF CUSTARCH'S RETENTION WINDOW (CUSTAPRM,
001400*         DEFAULT 365 DAYS).
001500*   'AD'  MAILING ADDRESS CHANGED TODAY BY CUSTMAINT.
001600*   'EM'  EMAIL ADDRESS CHANGED TODAY BY CUSTMAINT.
001700*THE FIRST THREE COME FROM A PASS OF THE MASTER; THE LAST TWO FROM
001800*TODAY'S CHANGE ('C') ROWS ON THE CHANGE HISTORY, COMPARING THE
001900*BEFORE AND AFTER IMAGES.
002000*
002100*THE LETTER-RULES FILE HAS ONE ROW PER LETTER TYPE: WHETHER IT IS
002200*ACTIVE, THE NUMBER OF DAYS BEFORE THE SAME LETTER MAY GO TO THE
002300*SAME CUSTOMER AGAIN, THE LEAD DAYS (PURGE WARNING ONLY), AND
002400*WHETHER TO MAIL TO THE CURRENT ADDRESS ('C') OR THE ADDRESS AS
002500*IT WAS BEFORE TODAY'S CHANGE ('P', ADDRESS CHANGE ONLY -- THE
002600*DEFAULT FOR THAT LETTER, SO THE CONFIRMATION REACHES THE REAL
002700*CUSTOMER IF THE CHANGE WAS NOT THEIRS).  A TYPE WITH NO ROW, OR
002800*WITH NO TEMPLATE LINES, IS NOT PRODUCED.
002900*
003000*THE TEMPLATE FILE HOLDS THE BODY OF EACH LETTER, KEYED BY LETTER
003100*TYPE AND LINE NUMBER, AND EACH LETTER PRINTS IN LINE-NUMBER
003110*ORDER WHATEVER ORDER THE FILE IS IN.  THE PROGRAM PRINTS THE
003200*DATE, NAME AND ADDRESS BLOCK AND ACCOUNT NUMBER ABOVE IT.  THESE
003300*MERGE FIELDS MAY APPEAR ANYWHERE IN A TEMPLATE LINE:
003400*   @NM FULL NAME        @FN FIRST NAME       @ID CUSTOMER-ID
003500*   @BL ACCOUNT-BALANCE  @CL CREDIT-LIMIT     @OV AMOUNT OVER
003600*   @LA LAST ACTIVITY    @DD DAYS SINCE ACTIVITY
003700*   @PD PURGE DATE       @TD TODAY'S DATE
003800*   @EM EMAIL-ADDRESS    @NA CURRENT ADDRESS ON ONE LINE
003900*
004000*THE NOTICE HISTORY FILE (CUSTNHST.CPY) RECORDS EVERY LETTER SENT
004100*BY CUSTOMER-ID AND LETTER TYPE.  A LETTER THAT CANNOT BE MAILED
004200*BECAUSE ADDRESS-INFO IS INCOMPLETE IS LISTED ON THE EXCEPTIONS
004300*REPORT INSTEAD, AND IS TRIED AGAIN ON THE NEXT RUN.
004400*
004500*INSTALLATION.  DATA PROCESSING.
004600*DATE-WRITTEN.   2026-10-15.
004700*
004800*MODIFICATION HISTORY.
004900*DATE       INIT  DESCRIPTION
005000*2026-10-15  JRH  ORIGINAL PROGRAM.
005050*2026-10-15  JRH  PRINT TEMPLATE LINES IN LINE-NUMBER ORDER.
005075*2026-10-15  JRH  REPORT A NOTICE HISTORY ROW THAT IS NOT STORED.
005100******************************************************************
005200 IDENTIFICATION DIVISION.
005300 PROGRAM-ID.    CUSTLETR.
005400 AUTHOR.        J R HALVORSEN.
005500 INSTALLATION.  DATA PROCESSING.
005600 DATE-WRITTEN.  2026-10-15.
005700 DATE-COMPILED.
005800******************************************************************
005900 ENVIRONMENT DIVISION.
006000 CONFIGURATION SECTION.
006100 SOURCE-COMPUTER.   IBM-370.
006200 OBJECT-COMPUTER.   IBM-370.
006300 SPECIAL-NAMES.
006400     C01 IS TOP-OF-PAGE.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     SELECT CUSTOMER-MASTER-FILE
006800         ASSIGN TO CUSTMAST
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS SEQUENTIAL
007100         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
007200         ALTERNATE RECORD KEY IS ALT-NAME-STATE-KEY OF
007300             CUSTOMER-MASTER-RECORD WITH DUPLICATES
007400         FILE STATUS IS LT-MASTER-STATUS.
007500
007600     SELECT CHANGE-HISTORY-FILE
007700         ASSIGN TO CUSTCHST
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS LT-HIST-STATUS.
008000
008100     SELECT LETTER-RULES-FILE
008200         ASSIGN TO CUSTLRUL
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS LT-RULES-STATUS.
008500
008600     SELECT LETTER-TEMPLATE-FILE
008700         ASSIGN TO CUSTLTPL
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS LT-TEMPLATE-STATUS.
009000
009100     SELECT DORMANCY-PARM-FILE
009200         ASSIGN TO CUSTDPRM
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS LT-DPARM-STATUS.
009500
009600     SELECT RETENTION-PARM-FILE
009700         ASSIGN TO CUSTAPRM
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS LT-APARM-STATUS.
010000
010100     SELECT NOTICE-HISTORY-FILE
010200         ASSIGN TO CUSTNHST
010300         ORGANIZATION IS INDEXED
010400         ACCESS MODE IS DYNAMIC
010500         RECORD KEY IS NH-KEY
010600         FILE STATUS IS LT-NOTICE-STATUS.
010700
010800     SELECT LETTER-PRINT-FILE
010900         ASSIGN TO CUSTLTPR
011000         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS LT-PRINT-STATUS.
011200
011300     SELECT EXCEPTION-REPORT-FILE
011400         ASSIGN TO CUSTLTEX
011500         ORGANIZATION IS LINE SEQUENTIAL
011600         FILE STATUS IS LT-REPORT-STATUS.
011700******************************************************************
011800 DATA DIVISION.
011900 FILE SECTION.
012000 FD  CUSTOMER-MASTER-FILE
012100     RECORDING MODE IS F.
012200     COPY "customer_master.cob".
012300
012400 FD  CHANGE-HISTORY-FILE
012500     RECORDING MODE IS F.
012600     COPY "custhist.cpy".
012700
012800 FD  LETTER-RULES-FILE
012900     RECORDING MODE IS F.
013000 01  LETTER-RULES-RECORD.
013100     05  RULE-LETTER-TYPE        PIC X(02).
013200     05  FILLER                  PIC X(01).
013300     05  RULE-ACTIVE-SW          PIC X(01).
013400     05  FILLER                  PIC X(01).
013500     05  RULE-SUPPRESS-DAYS      PIC 9(05).
013600     05  FILLER                  PIC X(01).
013700     05  RULE-LEAD-DAYS          PIC 9(05).
013800     05  FILLER                  PIC X(01).
013900     05  RULE-MAIL-TO            PIC X(01).
014000     05  FILLER                  PIC X(01).
014100     05  RULE-DESCRIPTION        PIC X(30).
014200
014300 FD  LETTER-TEMPLATE-FILE
014400     RECORDING MODE IS F.
014500 01  LETTER-TEMPLATE-RECORD.
014600     05  TMPL-LETTER-TYPE        PIC X(02).
014700     05  TMPL-LINE-NUMBER        PIC 9(03).
014800     05  FILLER                  PIC X(01).
014900     05  TMPL-TEXT               PIC X(74).
015000
015100 FD  DORMANCY-PARM-FILE
015200     RECORDING MODE IS F.
015300 01  DORMANCY-PARM-RECORD.
015400     05  PARM-THRESHOLD-DAYS     PIC 9(03).
015500
015600 FD  RETENTION-PARM-FILE
015700     RECORDING MODE IS F.
015800 01  RETENTION-PARM-RECORD.
015900     05  PARM-RETENTION-DAYS     PIC 9(05).
016000
016100 FD  NOTICE-HISTORY-FILE
016200     RECORDING MODE IS F.
016300     COPY "custnhst.cpy".
016400
016500 FD  LETTER-PRINT-FILE.
016600 01  LETTER-PRINT-LINE           PIC X(132).
016700
016800 FD  EXCEPTION-REPORT-FILE.
016900 01  EXCEPTION-REPORT-LINE       PIC X(132).
017000******************************************************************
017100 WORKING-STORAGE SECTION.
017200 01  LT-FILE-STATUSES.
017300     05  LT-MASTER-STATUS        PIC X(02)   VALUE '00'.
017400     05  LT-HIST-STATUS          PIC X(02)   VALUE '00'.
017500     05  LT-RULES-STATUS         PIC X(02)   VALUE '00'.
017600     05  LT-TEMPLATE-STATUS      PIC X(02)   VALUE '00'.
017700     05  LT-DPARM-STATUS         PIC X(02)   VALUE '00'.
017800     05  LT-APARM-STATUS         PIC X(02)   VALUE '00'.
017900     05  LT-NOTICE-STATUS        PIC X(02)   VALUE '00'.
018000     05  LT-PRINT-STATUS         PIC X(02)   VALUE '00'.
018100     05  LT-REPORT-STATUS        PIC X(02)   VALUE '00'.
018200
018300 01  LT-SWITCHES.
018400     05  LT-END-OF-FILE-SW       PIC X(01)   VALUE 'N'.
018500         88  LT-END-OF-FILE                  VALUE 'Y'.
018600     05  LT-ABORT-SW             PIC X(01)   VALUE 'N'.
018700         88  LT-JOB-ABORTED                  VALUE 'Y'.
018800     05  LT-TYPE-FOUND-SW        PIC X(01)   VALUE 'N'.
018900         88  LT-TYPE-FOUND                   VALUE 'Y'.
019000     05  LT-NOTICE-FOUND-SW      PIC X(01)   VALUE 'N'.
019100         88  LT-NOTICE-FOUND                 VALUE 'Y'.
019133     05  LT-NOTICE-FAILED-SW     PIC X(01)   VALUE 'N'.
019166         88  LT-NOTICE-FAILED                VALUE 'Y'.
019200     05  LT-TOKEN-FOUND-SW       PIC X(01)   VALUE 'N'.
019300         88  LT-TOKEN-FOUND                  VALUE 'Y'.
019400
019500 01  LT-COUNTERS.
019600     05  LT-RULE-ROWS-READ       PIC 9(07)  COMP  VALUE ZERO.
019700     05  LT-RULE-ROWS-IGNORED    PIC 9(07)  COMP  VALUE ZERO.
019800     05  LT-TEMPLATE-COUNT       PIC 9(04)  COMP  VALUE ZERO.
019900     05  LT-TEMPLATE-DROPPED     PIC 9(07)  COMP  VALUE ZERO.
020000     05  LT-HISTORY-ROWS-READ    PIC 9(07)  COMP  VALUE ZERO.
020100     05  LT-CHANGE-ROWS-TODAY    PIC 9(07)  COMP  VALUE ZERO.
020200     05  LT-MASTER-RECORDS-READ  PIC 9(07)  COMP  VALUE ZERO.
020300     05  LT-LETTERS-SENT         PIC 9(07)  COMP  VALUE ZERO.
020400     05  LT-LETTERS-SUPPRESSED   PIC 9(07)  COMP  VALUE ZERO.
020500     05  LT-LETTERS-EXCEPTED     PIC 9(07)  COMP  VALUE ZERO.
020550     05  LT-NOTICES-NOT-STORED   PIC 9(07)  COMP  VALUE ZERO.
020600     05  LT-TYPE-SUB             PIC 9(04)  COMP  VALUE ZERO.
020700     05  LT-SUB                  PIC 9(04)  COMP  VALUE ZERO.
020800     05  LT-TMPL-SUB             PIC 9(04)  COMP  VALUE ZERO.
020840     05  LT-INSERT-SUB           PIC 9(04)  COMP  VALUE ZERO.
020870     05  LT-SHIFT-SUB            PIC 9(04)  COMP  VALUE ZERO.
020900     05  LT-CHAR-SUB             PIC 9(04)  COMP  VALUE ZERO.
021000     05  LT-OUT-POINTER          PIC 9(04)  COMP  VALUE ZERO.
021100     05  LT-LEADING-SPACES       PIC 9(04)  COMP  VALUE ZERO.
021200
021300 01  LT-DATE-FIELDS.
021400     05  LT-TODAY-8              PIC 9(08).
021500     05  LT-CURRENT-TIME         PIC X(06).
021600     05  LT-TODAY-INTEGER        PIC 9(08)  COMP.
021700     05  LT-DORMANT-CUTOFF       PIC 9(08)  COMP.
021800     05  LT-PURGE-CUTOFF         PIC 9(08)  COMP.
021900     05  LT-WORK-INTEGER         PIC 9(08)  COMP.
022000     05  LT-DAYS-SINCE           PIC 9(08)  COMP.
022100     05  LT-WORK-DATE-8          PIC 9(08).
022200     05  LT-THRESHOLD-DAYS       PIC 9(03)   VALUE 90.
022300     05  LT-RETENTION-DAYS       PIC 9(05)   VALUE 365.
022400
022500 01  LT-DATE-IN                  PIC X(08).
022600 01  LT-DATE-IN-PARTS  REDEFINES LT-DATE-IN.
022700     05  LT-DATE-IN-YYYY         PIC X(04).
022800     05  LT-DATE-IN-MM           PIC X(02).
022900     05  LT-DATE-IN-DD           PIC X(02).
023000 01  LT-DATE-OUT.
023100     05  LT-DATE-OUT-MM          PIC X(02).
023200     05  FILLER                  PIC X(01)   VALUE '/'.
023300     05  LT-DATE-OUT-DD          PIC X(02).
023400     05  FILLER                  PIC X(01)   VALUE '/'.
023500     05  LT-DATE-OUT-YYYY        PIC X(04).
023600
023700*ONE ENTRY PER LETTER TYPE: CODE, DESCRIPTION, DEFAULT MAIL-TO
023800*AND DEFAULT LEAD DAYS.  THE RULES FILE SWITCHES TYPES ON.
023900 01  LT-TYPE-VALUES.
024000     05  FILLER  PIC X(38)
024100         VALUE 'OLOVER CREDIT LIMIT             C00000'.
024200     05  FILLER  PIC X(38)
024300         VALUE 'DMACCOUNT DORMANT               C00000'.
024400     05  FILLER  PIC X(38)
024500         VALUE 'PWCLOSED ACCOUNT TO BE PURGED   C00030'.
024600     05  FILLER  PIC X(38)
024700         VALUE 'ADMAILING ADDRESS CHANGED       P00000'.
024800     05  FILLER  PIC X(38)
024900         VALUE 'EMEMAIL ADDRESS CHANGED         C00000'.
025000 01  LT-TYPE-DEFAULTS  REDEFINES LT-TYPE-VALUES.
025100     05  LT-TYPE-DEFAULT         OCCURS 5 TIMES.
025200         10  LT-TD-CODE          PIC X(02).
025300         10  LT-TD-DESCRIPTION   PIC X(30).
025400         10  LT-TD-MAIL-TO       PIC X(01).
025500         10  LT-TD-LEAD-DAYS     PIC 9(05).
025600
025700 01  LT-TYPE-TABLE.
025800     05  LT-TYPE-ENTRY           OCCURS 5 TIMES.
025900         10  LT-TY-CODE          PIC X(02).
026000         10  LT-TY-DESCRIPTION   PIC X(30).
026100         10  LT-TY-ACTIVE-SW     PIC X(01).
026200             88  LT-TY-ACTIVE                VALUE 'Y'.
026300         10  LT-TY-SUPPRESS-DAYS PIC 9(05).
026400         10  LT-TY-LEAD-DAYS     PIC 9(05).
026500         10  LT-TY-MAIL-TO       PIC X(01).
026600             88  LT-TY-MAIL-PRIOR            VALUE 'P'.
026700         10  LT-TY-TEMPLATE-LINES
026800                                 PIC 9(04)  COMP.
026900         10  LT-TY-CANDIDATES    PIC 9(07)  COMP.
027000         10  LT-TY-SENT          PIC 9(07)  COMP.
027100         10  LT-TY-SUPPRESSED    PIC 9(07)  COMP.
027200         10  LT-TY-EXCEPTIONS    PIC 9(07)  COMP.
027300
027400 01  LT-TEMPLATE-TABLE.
027500     05  LT-TEMPLATE-ENTRY       OCCURS 300 TIMES.
027600         10  LT-TP-TYPE          PIC X(02).
027650         10  LT-TP-LINE-NUMBER   PIC 9(03).
027700         10  LT-TP-TEXT          PIC X(74).
027800
027900*THE CUSTOMER THE CURRENT LETTER IS FOR, AND THE ADDRESS IT IS
028000*MAILED TO.
028100     COPY "customer_master.cob"
028200         REPLACING ==CUSTOMER-MASTER-RECORD==
028300                BY ==LT-LETTER-RECORD==.
028400
028500     COPY "customer_master.cob"
028600         REPLACING ==CUSTOMER-MASTER-RECORD==
028700                BY ==LT-BEFORE-RECORD==.
028800
028900 01  LT-MAIL-ADDRESS.
029000     05  LT-MAIL-STREET          PIC X(40).
029100     05  LT-MAIL-CITY            PIC X(25).
029200     05  LT-MAIL-STATE           PIC X(02).
029300     05  LT-MAIL-ZIP             PIC X(10).
029400
029500 01  LT-MERGE-FIELDS.
029600     05  LT-MF-NAME              PIC X(60).
029700     05  LT-MF-BALANCE           PIC X(20).
029800     05  LT-MF-LIMIT             PIC X(20).
029900     05  LT-MF-OVERAGE           PIC X(20).
030000     05  LT-MF-ACTIVITY-DATE     PIC X(10).
030100     05  LT-MF-DAYS              PIC X(20).
030200     05  LT-MF-PURGE-DATE        PIC X(10).
030300     05  LT-MF-TODAY             PIC X(10).
030400     05  LT-MF-NEW-ADDRESS       PIC X(90).
030500
030600 01  LT-MERGE-WORK.
030700     05  LT-OVERAGE              PIC S9(10)V99  VALUE ZERO.
030800     05  LT-EDIT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
030900     05  LT-EDIT-DAYS            PIC ZZ,ZZZ,ZZ9.
031000     05  LT-JUSTIFY-AREA         PIC X(20).
031100     05  LT-JUSTIFIED            PIC X(20).
031200     05  LT-TEXT-IN              PIC X(74).
031300     05  LT-TOKEN                PIC X(02).
031400     05  LT-SEARCH-TYPE          PIC X(02).
031500     05  LT-TOKEN-VALUE          PIC X(90).
031600     05  LT-MERGED-TEXT          PIC X(100).
031700
031800 01  LT-LETTER-LINES.
031900     05  LT-DATE-LINE.
032000         10  FILLER              PIC X(56)  VALUE SPACES.
032100         10  LT-DL-DATE          PIC X(10).
032200     05  LT-BODY-LINE.
032300         10  FILLER              PIC X(08)  VALUE SPACES.
032400         10  LT-BL-TEXT          PIC X(100).
032500     05  LT-ACCOUNT-LINE.
032600         10  FILLER              PIC X(08)  VALUE SPACES.
032700         10  FILLER              PIC X(16)
032800             VALUE 'ACCOUNT NUMBER: '.
032900         10  LT-AL-CUSTOMER-ID   PIC X(10).
033000         10  FILLER              PIC X(04)  VALUE SPACES.
033100         10  FILLER              PIC X(08)  VALUE 'NOTICE: '.
033200         10  LT-AL-LETTER-TYPE   PIC X(02).
033300
033400 01  LT-REPORT-LINES.
033500     05  LT-HEADING-1.
033600         10  FILLER              PIC X(40)
033700             VALUE 'CUSTOMER LETTER RUN - EXCEPTIONS'.
033800         10  FILLER              PIC X(10)  VALUE 'RUN DATE '.
033900         10  LT-HDG-DATE         PIC X(08).
034000     05  LT-HEADING-2.
034100         10  FILLER              PIC X(12)  VALUE 'CUSTOMER-ID'.
034200         10  FILLER              PIC X(06)  VALUE 'TYPE'.
034300         10  FILLER              PIC X(44)  VALUE 'NAME'.
034400         10  FILLER              PIC X(40)  VALUE 'REASON'.
034500     05  LT-EXCEPTION-LINE.
034600         10  LT-EXL-CUSTOMER-ID  PIC X(10).
034700         10  FILLER              PIC X(02)  VALUE SPACES.
034800         10  LT-EXL-TYPE         PIC X(02).
034900         10  FILLER              PIC X(04)  VALUE SPACES.
035000         10  LT-EXL-NAME         PIC X(42).
035100         10  FILLER              PIC X(02)  VALUE SPACES.
035200         10  LT-EXL-REASON       PIC X(40).
035300     05  LT-NOTE-LINE.
035400         10  FILLER              PIC X(12)  VALUE 'LETTER TYPE '.
035500         10  LT-NTL-TYPE         PIC X(02).
035600         10  FILLER              PIC X(03)  VALUE ' - '.
035700         10  LT-NTL-TEXT         PIC X(50).
035800     05  LT-HEADING-3.
035900         10  FILLER              PIC X(06)  VALUE 'TYPE'.
036000         10  FILLER              PIC X(32)  VALUE 'DESCRIPTION'.
036100         10  FILLER              PIC X(12)  VALUE '  CANDIDATES'.
036200         10  FILLER              PIC X(12)  VALUE '        SENT'.
036300         10  FILLER              PIC X(12)  VALUE '  SUPPRESSED'.
036400         10  FILLER              PIC X(12)  VALUE '  EXCEPTIONS'.
036500     05  LT-TYPE-LINE.
036600         10  LT-TYL-CODE         PIC X(02).
036700         10  FILLER              PIC X(04)  VALUE SPACES.
036800         10  LT-TYL-DESCRIPTION  PIC X(30).
036900         10  FILLER              PIC X(02)  VALUE SPACES.
037000         10  LT-TYL-CANDIDATES   PIC ZZZ,ZZZ,ZZ9.
037100         10  FILLER              PIC X(01)  VALUE SPACES.
037200         10  LT-TYL-SENT         PIC ZZZ,ZZZ,ZZ9.
037300         10  FILLER              PIC X(01)  VALUE SPACES.
037400         10  LT-TYL-SUPPRESSED   PIC ZZZ,ZZZ,ZZ9.
037500         10  FILLER              PIC X(01)  VALUE SPACES.
037600         10  LT-TYL-EXCEPTIONS   PIC ZZZ,ZZZ,ZZ9.
037700         10  FILLER              PIC X(02)  VALUE SPACES.
037800         10  LT-TYL-STATUS       PIC X(10).
037900     05  LT-ABORT-LINE.
038000         10  FILLER              PIC X(20)
038100             VALUE 'RUN ABORTED - '.
038200         10  LT-ABT-REASON       PIC X(50).
038300     05  LT-SUMMARY-LINE-1.
038400         10  FILLER              PIC X(22)
038500             VALUE 'MASTER RECORDS READ.. '.
038600         10  LT-SUM-MASTER-READ  PIC ZZZ,ZZ9.
038700     05  LT-SUMMARY-LINE-2.
038800         10  FILLER              PIC X(22)
038900             VALUE 'HISTORY ROWS READ.... '.
039000         10  LT-SUM-HIST-READ    PIC ZZZ,ZZ9.
039100     05  LT-SUMMARY-LINE-3.
039200         10  FILLER              PIC X(22)
039300             VALUE 'CHANGE ROWS TODAY.... '.
039400         10  LT-SUM-CHANGES      PIC ZZZ,ZZ9.
039500     05  LT-SUMMARY-LINE-4.
039600         10  FILLER              PIC X(22)
039700             VALUE 'LETTERS SENT......... '.
039800         10  LT-SUM-SENT         PIC ZZZ,ZZ9.
039900     05  LT-SUMMARY-LINE-5.
040000         10  FILLER              PIC X(22)
040100             VALUE 'LETTERS SUPPRESSED... '.
040200         10  LT-SUM-SUPPRESSED   PIC ZZZ,ZZ9.
040300     05  LT-SUMMARY-LINE-6.
040400         10  FILLER              PIC X(22)
040500             VALUE 'LETTERS EXCEPTED..... '.
040600         10  LT-SUM-EXCEPTED     PIC ZZZ,ZZ9.
040700     05  LT-SUMMARY-LINE-7.
040800         10  FILLER              PIC X(22)
040900             VALUE 'RULE ROWS IGNORED.... '.
041000         10  LT-SUM-RULES-IGN    PIC ZZZ,ZZ9.
041100     05  LT-SUMMARY-LINE-8.
041200         10  FILLER              PIC X(22)
041300             VALUE 'TEMPLATE LINES LOST.. '.
041400         10  LT-SUM-TMPL-LOST    PIC ZZZ,ZZ9.
041420     05  LT-SUMMARY-LINE-9.
041440         10  FILLER              PIC X(22)
041460             VALUE 'HISTORY NOT UPDATED.. '.
041480         10  LT-SUM-NOT-STORED   PIC ZZZ,ZZ9.
041500******************************************************************
041600 PROCEDURE DIVISION.
041700******************************************************************
041800 0000-MAINLINE.
041900     PERFORM 1000-INITIALIZE
042000         THRU 1000-INITIALIZE-EXIT.
042100     IF NOT LT-JOB-ABORTED
042200         PERFORM 2000-SCAN-CHANGES
042300             THRU 2000-SCAN-CHANGES-EXIT
042400         PERFORM 3000-SCAN-MASTER
042500             THRU 3000-SCAN-MASTER-EXIT
042600         CLOSE NOTICE-HISTORY-FILE
042700     END-IF.
042800     PERFORM 8000-TERMINATE
042900         THRU 8000-TERMINATE-EXIT.
043000     GOBACK.
043100******************************************************************
043200 1000-INITIALIZE.
043300     ACCEPT LT-TODAY-8 FROM DATE YYYYMMDD.
043400     ACCEPT LT-CURRENT-TIME FROM TIME.
043500     COMPUTE LT-TODAY-INTEGER =
043600         FUNCTION INTEGER-OF-DATE (LT-TODAY-8).
043700     PERFORM 1050-INIT-TYPE
043800         THRU 1050-INIT-TYPE-EXIT
043900         VARYING LT-TYPE-SUB FROM 1 BY 1
044000         UNTIL LT-TYPE-SUB > 5.
044100     OPEN OUTPUT EXCEPTION-REPORT-FILE
044200                 LETTER-PRINT-FILE.
044300     MOVE LT-TODAY-8 TO LT-HDG-DATE.
044400     WRITE EXCEPTION-REPORT-LINE FROM LT-HEADING-1
044500         AFTER ADVANCING TOP-OF-PAGE.
044600     PERFORM 1100-LOAD-RULES
044700         THRU 1100-LOAD-RULES-EXIT.
044800     IF LT-JOB-ABORTED
044900         GO TO 1000-INITIALIZE-EXIT
045000     END-IF.
045100     PERFORM 1200-LOAD-TEMPLATES
045200         THRU 1200-LOAD-TEMPLATES-EXIT.
045300     PERFORM 1300-READ-WINDOWS
045400         THRU 1300-READ-WINDOWS-EXIT.
045500     OPEN I-O NOTICE-HISTORY-FILE.
045600     IF LT-NOTICE-STATUS = '35'
045700         OPEN OUTPUT NOTICE-HISTORY-FILE
045800         CLOSE NOTICE-HISTORY-FILE
045900         OPEN I-O NOTICE-HISTORY-FILE
046000     END-IF.
046100     WRITE EXCEPTION-REPORT-LINE FROM LT-HEADING-2
046200         AFTER ADVANCING 2 LINES.
046300 1000-INITIALIZE-EXIT.
046400     EXIT.
046500******************************************************************
046600 1050-INIT-TYPE.
046700     MOVE LT-TD-CODE (LT-TYPE-SUB) TO LT-TY-CODE (LT-TYPE-SUB).
046800     MOVE LT-TD-DESCRIPTION (LT-TYPE-SUB)
046900         TO LT-TY-DESCRIPTION (LT-TYPE-SUB).
047000     MOVE LT-TD-MAIL-TO (LT-TYPE-SUB)
047100         TO LT-TY-MAIL-TO (LT-TYPE-SUB).
047200     MOVE LT-TD-LEAD-DAYS (LT-TYPE-SUB)
047300         TO LT-TY-LEAD-DAYS (LT-TYPE-SUB).
047400     MOVE 'N'  TO LT-TY-ACTIVE-SW (LT-TYPE-SUB).
047500     MOVE ZERO TO LT-TY-SUPPRESS-DAYS (LT-TYPE-SUB)
047600                  LT-TY-TEMPLATE-LINES (LT-TYPE-SUB)
047700                  LT-TY-CANDIDATES (LT-TYPE-SUB)
047800                  LT-TY-SENT (LT-TYPE-SUB)
047900                  LT-TY-SUPPRESSED (LT-TYPE-SUB)
048000                  LT-TY-EXCEPTIONS (LT-TYPE-SUB).
048100 1050-INIT-TYPE-EXIT.
048200     EXIT.
048300******************************************************************
048400 1100-LOAD-RULES.
048500     OPEN INPUT LETTER-RULES-FILE.
048600     IF LT-RULES-STATUS NOT = '00'
048700         MOVE 'LETTER RULES FILE CUSTLRUL MISSING'
048800             TO LT-ABT-REASON
048900         SET LT-JOB-ABORTED TO TRUE
049000         WRITE EXCEPTION-REPORT-LINE FROM LT-ABORT-LINE
049100             AFTER ADVANCING 2 LINES
049200         GO TO 1100-LOAD-RULES-EXIT
049300     END-IF.
049400     MOVE 'N' TO LT-END-OF-FILE-SW.
049500     PERFORM 1150-APPLY-RULE
049600         THRU 1150-APPLY-RULE-EXIT
049700         UNTIL LT-END-OF-FILE.
049800     CLOSE LETTER-RULES-FILE.
049900 1100-LOAD-RULES-EXIT.
050000     EXIT.
050100******************************************************************
050200 1150-APPLY-RULE.
050300     READ LETTER-RULES-FILE
050400         AT END
050500             MOVE 'Y' TO LT-END-OF-FILE-SW
050600             GO TO 1150-APPLY-RULE-EXIT
050700     END-READ.
050800     ADD 1 TO LT-RULE-ROWS-READ.
050900     MOVE RULE-LETTER-TYPE TO LT-SEARCH-TYPE.
051000     PERFORM 1900-FIND-TYPE
051100         THRU 1900-FIND-TYPE-EXIT.
051200     IF NOT LT-TYPE-FOUND
051300         OR RULE-SUPPRESS-DAYS NOT NUMERIC
051400         OR RULE-LEAD-DAYS NOT NUMERIC
051500         ADD 1 TO LT-RULE-ROWS-IGNORED
051600         GO TO 1150-APPLY-RULE-EXIT
051700     END-IF.
051800     IF RULE-ACTIVE-SW = 'Y'
051900         MOVE 'Y' TO LT-TY-ACTIVE-SW (LT-TYPE-SUB)
052000     ELSE
052100         MOVE 'N' TO LT-TY-ACTIVE-SW (LT-TYPE-SUB)
052200     END-IF.
052300     MOVE RULE-SUPPRESS-DAYS
052400         TO LT-TY-SUPPRESS-DAYS (LT-TYPE-SUB).
052500     IF RULE-LEAD-DAYS > ZERO
052600         MOVE RULE-LEAD-DAYS TO LT-TY-LEAD-DAYS (LT-TYPE-SUB)
052700     END-IF.
052800     IF RULE-MAIL-TO = 'C' OR 'P'
052900         MOVE RULE-MAIL-TO TO LT-TY-MAIL-TO (LT-TYPE-SUB)
053000     END-IF.
053100     IF RULE-DESCRIPTION NOT = SPACES
053200         MOVE RULE-DESCRIPTION
053300             TO LT-TY-DESCRIPTION (LT-TYPE-SUB)
053400     END-IF.
053500 1150-APPLY-RULE-EXIT.
053600     EXIT.
053700******************************************************************
053800*TEMPLATE LINES ARE KEPT IN LINE-NUMBER ORDER WITHIN EACH TYPE;
053900*LINES WITH THE SAME NUMBER KEEP THEIR FILE ORDER.  A LINE FOR A
053940*TYPE THAT DOES NOT EXIST, WITH NO LINE NUMBER, OR PAST THE END OF
053970*THE TABLE, IS COUNTED AS LOST.
054000*AN ACTIVE TYPE LEFT WITH NO LINES IS SWITCHED OFF AND NOTED.
054100******************************************************************
054200 1200-LOAD-TEMPLATES.
054300     OPEN INPUT LETTER-TEMPLATE-FILE.
054400     IF LT-TEMPLATE-STATUS = '00'
054500         MOVE 'N' TO LT-END-OF-FILE-SW
054600         PERFORM 1250-STORE-TEMPLATE-LINE
054700             THRU 1250-STORE-TEMPLATE-LINE-EXIT
054800             UNTIL LT-END-OF-FILE
054900         CLOSE LETTER-TEMPLATE-FILE
055000     END-IF.
055100     PERFORM 1280-CHECK-TEMPLATE
055200         THRU 1280-CHECK-TEMPLATE-EXIT
055300         VARYING LT-TYPE-SUB FROM 1 BY 1
055400         UNTIL LT-TYPE-SUB > 5.
055500 1200-LOAD-TEMPLATES-EXIT.
055600     EXIT.
055700******************************************************************
055800 1250-STORE-TEMPLATE-LINE.
055900     READ LETTER-TEMPLATE-FILE
056000         AT END
056100             MOVE 'Y' TO LT-END-OF-FILE-SW
056200             GO TO 1250-STORE-TEMPLATE-LINE-EXIT
056300     END-READ.
056400     MOVE TMPL-LETTER-TYPE TO LT-SEARCH-TYPE.
056500     PERFORM 1900-FIND-TYPE
056600         THRU 1900-FIND-TYPE-EXIT.
056700     IF NOT LT-TYPE-FOUND
056750         OR TMPL-LINE-NUMBER NOT NUMERIC
056800         OR LT-TEMPLATE-COUNT NOT < 300
056900         ADD 1 TO LT-TEMPLATE-DROPPED
057000         GO TO 1250-STORE-TEMPLATE-LINE-EXIT
057100     END-IF.
057200     MOVE ZERO TO LT-INSERT-SUB.
057210     PERFORM 1260-FIND-TEMPLATE-SLOT
057220         THRU 1260-FIND-TEMPLATE-SLOT-EXIT
057230         VARYING LT-SHIFT-SUB FROM 1 BY 1
057240         UNTIL LT-SHIFT-SUB > LT-TEMPLATE-COUNT
057250            OR LT-INSERT-SUB NOT = ZERO.
057260     IF LT-INSERT-SUB = ZERO
057270         COMPUTE LT-INSERT-SUB = LT-TEMPLATE-COUNT + 1
057280     END-IF.
057290     PERFORM 1270-SHIFT-TEMPLATE-LINE
057300         THRU 1270-SHIFT-TEMPLATE-LINE-EXIT
057310         VARYING LT-SHIFT-SUB FROM LT-TEMPLATE-COUNT BY -1
057320         UNTIL LT-SHIFT-SUB < LT-INSERT-SUB.
057330     ADD 1 TO LT-TEMPLATE-COUNT.
057340     MOVE TMPL-LETTER-TYPE TO LT-TP-TYPE (LT-INSERT-SUB).
057350     MOVE TMPL-LINE-NUMBER TO LT-TP-LINE-NUMBER (LT-INSERT-SUB).
057360     MOVE TMPL-TEXT        TO LT-TP-TEXT (LT-INSERT-SUB).
057500     ADD 1 TO LT-TY-TEMPLATE-LINES (LT-TYPE-SUB).
057600 1250-STORE-TEMPLATE-LINE-EXIT.
057700     EXIT.
057705******************************************************************
057710*THE NEW LINE GOES AHEAD OF THE FIRST LINE OF ITS OWN TYPE WITH A
057715*HIGHER LINE NUMBER; LINES OF OTHER TYPES ARE PASSED OVER.
057720******************************************************************
057725 1260-FIND-TEMPLATE-SLOT.
057730     IF LT-TP-TYPE (LT-SHIFT-SUB) = TMPL-LETTER-TYPE
057735         AND LT-TP-LINE-NUMBER (LT-SHIFT-SUB) > TMPL-LINE-NUMBER
057740         MOVE LT-SHIFT-SUB TO LT-INSERT-SUB
057745     END-IF.
057750 1260-FIND-TEMPLATE-SLOT-EXIT.
057755     EXIT.
057760******************************************************************
057765 1270-SHIFT-TEMPLATE-LINE.
057770     MOVE LT-TEMPLATE-ENTRY (LT-SHIFT-SUB)
057775         TO LT-TEMPLATE-ENTRY (LT-SHIFT-SUB + 1).
057780 1270-SHIFT-TEMPLATE-LINE-EXIT.
057785     EXIT.
057800******************************************************************
057900 1280-CHECK-TEMPLATE.
058000     IF LT-TY-ACTIVE (LT-TYPE-SUB)
058100         AND LT-TY-TEMPLATE-LINES (LT-TYPE-SUB) = ZERO
058200         MOVE 'N' TO LT-TY-ACTIVE-SW (LT-TYPE-SUB)
058300         MOVE LT-TY-CODE (LT-TYPE-SUB) TO LT-NTL-TYPE
058400         MOVE 'NO TEMPLATE LINES - NOT PRODUCED' TO LT-NTL-TEXT
058500         WRITE EXCEPTION-REPORT-LINE FROM LT-NOTE-LINE
058600             AFTER ADVANCING 1 LINE
058700     END-IF.
058800 1280-CHECK-TEMPLATE-EXIT.
058900     EXIT.
059000******************************************************************
059100*THE DORMANCY AND RETENTION WINDOWS ARE READ FROM THE SAME
059200*PARAMETER FILES CUSTDORM AND CUSTARCH USE, WITH THE SAME
059300*DEFAULTS, SO THE LETTERS AGREE WITH THOSE RUNS.
059400******************************************************************
059500 1300-READ-WINDOWS.
059600     OPEN INPUT DORMANCY-PARM-FILE.
059700     IF LT-DPARM-STATUS = '00'
059800         READ DORMANCY-PARM-FILE
059900             AT END
060000                 CONTINUE
060100         END-READ
060200         IF LT-DPARM-STATUS = '00'
060300             MOVE PARM-THRESHOLD-DAYS TO LT-THRESHOLD-DAYS
060400         END-IF
060500         CLOSE DORMANCY-PARM-FILE
060600     END-IF.
060700     OPEN INPUT RETENTION-PARM-FILE.
060800     IF LT-APARM-STATUS = '00'
060900         READ RETENTION-PARM-FILE
061000             AT END
061100                 CONTINUE
061200         END-READ
061300         IF LT-APARM-STATUS = '00'
061400             MOVE PARM-RETENTION-DAYS TO LT-RETENTION-DAYS
061500         END-IF
061600         CLOSE RETENTION-PARM-FILE
061700     END-IF.
061800     COMPUTE LT-DORMANT-CUTOFF =
061900         LT-TODAY-INTEGER - LT-THRESHOLD-DAYS.
062000     COMPUTE LT-PURGE-CUTOFF =
062100         LT-TODAY-INTEGER - LT-RETENTION-DAYS
062200         + LT-TY-LEAD-DAYS (3).
062300 1300-READ-WINDOWS-EXIT.
062400     EXIT.
062500******************************************************************
062600 1900-FIND-TYPE.
062700     MOVE 'N' TO LT-TYPE-FOUND-SW.
062800     PERFORM 1950-COMPARE-TYPE
062900         THRU 1950-COMPARE-TYPE-EXIT
063000         VARYING LT-SUB FROM 1 BY 1
063100         UNTIL LT-SUB > 5
063200            OR LT-TYPE-FOUND.
063300 1900-FIND-TYPE-EXIT.
063400     EXIT.
063500******************************************************************
063600 1950-COMPARE-TYPE.
063700     IF LT-TY-CODE (LT-SUB) = LT-SEARCH-TYPE
063800         MOVE 'Y' TO LT-TYPE-FOUND-SW
063900         MOVE LT-SUB TO LT-TYPE-SUB
064000     END-IF.
064100 1950-COMPARE-TYPE-EXIT.
064200     EXIT.
064300******************************************************************
064400*TODAY'S CUSTMAINT CHANGE ROWS: A DIFFERENT ADDRESS-INFO OR
064500*EMAIL-ADDRESS BETWEEN THE BEFORE AND AFTER IMAGE CALLS FOR A
064600*CONFIRMATION LETTER.  THE LETTER IS BUILT FROM THE AFTER IMAGE.
064700******************************************************************
064800 2000-SCAN-CHANGES.
064900     IF NOT LT-TY-ACTIVE (4)
065000         AND NOT LT-TY-ACTIVE (5)
065100         GO TO 2000-SCAN-CHANGES-EXIT
065200     END-IF.
065300     OPEN INPUT CHANGE-HISTORY-FILE.
065400     IF LT-HIST-STATUS NOT = '00'
065500         GO TO 2000-SCAN-CHANGES-EXIT
065600     END-IF.
065700     MOVE 'N' TO LT-END-OF-FILE-SW.
065800     PERFORM 2100-CHECK-CHANGE-ROW
065900         THRU 2100-CHECK-CHANGE-ROW-EXIT
066000         UNTIL LT-END-OF-FILE.
066100     CLOSE CHANGE-HISTORY-FILE.
066200 2000-SCAN-CHANGES-EXIT.
066300     EXIT.
066400******************************************************************
066500 2100-CHECK-CHANGE-ROW.
066600     READ CHANGE-HISTORY-FILE
066700         AT END
066800             MOVE 'Y' TO LT-END-OF-FILE-SW
066900             GO TO 2100-CHECK-CHANGE-ROW-EXIT
067000     END-READ.
067100     ADD 1 TO LT-HISTORY-ROWS-READ.
067200     IF HIST-CHANGE-DATE NOT = LT-TODAY-8
067300         OR HIST-ACTION-CODE NOT = 'C'
067400         OR HIST-BEFORE-IMAGE = SPACES
067500         OR HIST-AFTER-IMAGE = SPACES
067600         GO TO 2100-CHECK-CHANGE-ROW-EXIT
067700     END-IF.
067800     ADD 1 TO LT-CHANGE-ROWS-TODAY.
067900     MOVE HIST-BEFORE-IMAGE TO LT-BEFORE-RECORD.
068000     MOVE HIST-AFTER-IMAGE  TO LT-LETTER-RECORD.
068100     IF LT-TY-ACTIVE (4)
068200         AND ADDRESS-INFO OF LT-BEFORE-RECORD
068300             NOT = ADDRESS-INFO OF LT-LETTER-RECORD
068400         MOVE 4 TO LT-TYPE-SUB
068500         PERFORM 4000-ISSUE-LETTER
068600             THRU 4000-ISSUE-LETTER-EXIT
068700     END-IF.
068800     IF LT-TY-ACTIVE (5)
068900         AND EMAIL-ADDRESS OF LT-BEFORE-RECORD
069000             NOT = EMAIL-ADDRESS OF LT-LETTER-RECORD
069100         MOVE 5 TO LT-TYPE-SUB
069200         PERFORM 4000-ISSUE-LETTER
069300             THRU 4000-ISSUE-LETTER-EXIT
069400     END-IF.
069500 2100-CHECK-CHANGE-ROW-EXIT.
069600     EXIT.
069700******************************************************************
069800*ONE PASS OF THE MASTER FOR THE OVER-LIMIT, DORMANT AND PURGE
069900*WARNING LETTERS.  THERE IS NO PRIOR IMAGE HERE, SO THE BEFORE
070000*RECORD IS THE MASTER RECORD ITSELF.
070100******************************************************************
070200 3000-SCAN-MASTER.
070300     IF NOT LT-TY-ACTIVE (1)
070400         AND NOT LT-TY-ACTIVE (2)
070500         AND NOT LT-TY-ACTIVE (3)
070600         GO TO 3000-SCAN-MASTER-EXIT
070700     END-IF.
070800     OPEN INPUT CUSTOMER-MASTER-FILE.
070900     MOVE 'N' TO LT-END-OF-FILE-SW.
071000     PERFORM 3100-CHECK-MASTER
071100         THRU 3100-CHECK-MASTER-EXIT
071200         UNTIL LT-END-OF-FILE.
071300     CLOSE CUSTOMER-MASTER-FILE.
071400 3000-SCAN-MASTER-EXIT.
071500     EXIT.
071600******************************************************************
071700 3100-CHECK-MASTER.
071800     READ CUSTOMER-MASTER-FILE NEXT RECORD
071900         AT END
072000             MOVE 'Y' TO LT-END-OF-FILE-SW
072100             GO TO 3100-CHECK-MASTER-EXIT
072200     END-READ.
072300     ADD 1 TO LT-MASTER-RECORDS-READ.
072400     MOVE CUSTOMER-MASTER-RECORD TO LT-LETTER-RECORD
072500                                    LT-BEFORE-RECORD.
072600     IF LT-TY-ACTIVE (1)
072700         AND ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
072800             > CREDIT-LIMIT OF CUSTOMER-MASTER-RECORD
072900         MOVE 1 TO LT-TYPE-SUB
073000         PERFORM 4000-ISSUE-LETTER
073100             THRU 4000-ISSUE-LETTER-EXIT
073200     END-IF.
073300     IF LT-TY-ACTIVE (2)
073400         AND ACCOUNT-STATUS OF CUSTOMER-MASTER-RECORD NOT = 'C'
073500         AND LAST-ACTIVITY-DATE OF CUSTOMER-MASTER-RECORD
073600             IS NUMERIC
073700         MOVE LAST-ACTIVITY-DATE OF CUSTOMER-MASTER-RECORD
073800             TO LT-WORK-DATE-8
073900         COMPUTE LT-WORK-INTEGER =
074000             FUNCTION INTEGER-OF-DATE (LT-WORK-DATE-8)
074100         IF LT-WORK-INTEGER < LT-DORMANT-CUTOFF
074200             MOVE 2 TO LT-TYPE-SUB
074300             PERFORM 4000-ISSUE-LETTER
074400                 THRU 4000-ISSUE-LETTER-EXIT
074500         END-IF
074600     END-IF.
074700     IF LT-TY-ACTIVE (3)
074800         AND ACCOUNT-STATUS OF CUSTOMER-MASTER-RECORD = 'C'
074900         AND UPDATED-DATE OF CUSTOMER-MASTER-RECORD IS NUMERIC
075000         MOVE UPDATED-DATE OF CUSTOMER-MASTER-RECORD
075100             TO LT-WORK-DATE-8
075200         COMPUTE LT-WORK-INTEGER =
075300             FUNCTION INTEGER-OF-DATE (LT-WORK-DATE-8)
075400         IF LT-WORK-INTEGER < LT-PURGE-CUTOFF
075500             MOVE 3 TO LT-TYPE-SUB
075600             PERFORM 4000-ISSUE-LETTER
075700                 THRU 4000-ISSUE-LETTER-EXIT
075800         END-IF
075900     END-IF.
076000 3100-CHECK-MASTER-EXIT.
076100     EXIT.
076200******************************************************************
076300*ONE LETTER OF TYPE LT-TYPE-SUB FOR LT-LETTER-RECORD: SKIPPED IF
076400*THE SAME TYPE WENT TO THIS CUSTOMER INSIDE THE RULE'S SUPPRESS
076500*DAYS, EXCEPTED IF THE MAILING ADDRESS IS INCOMPLETE, OTHERWISE
076600*PRINTED AND RECORDED ON THE NOTICE HISTORY.
076700******************************************************************
076800 4000-ISSUE-LETTER.
076900     ADD 1 TO LT-TY-CANDIDATES (LT-TYPE-SUB).
077000     MOVE CUSTOMER-ID OF LT-LETTER-RECORD TO NH-CUSTOMER-ID.
077100     MOVE LT-TY-CODE (LT-TYPE-SUB)        TO NH-LETTER-TYPE.
077200     READ NOTICE-HISTORY-FILE
077300         INVALID KEY
077400             MOVE 'N' TO LT-NOTICE-FOUND-SW
077500         NOT INVALID KEY
077600             MOVE 'Y' TO LT-NOTICE-FOUND-SW
077700     END-READ.
077800     IF LT-NOTICE-FOUND
077900         AND NH-LAST-SENT-DATE IS NUMERIC
078000         MOVE NH-LAST-SENT-DATE TO LT-WORK-DATE-8
078100         COMPUTE LT-DAYS-SINCE = LT-TODAY-INTEGER
078200             - FUNCTION INTEGER-OF-DATE (LT-WORK-DATE-8)
078300         IF LT-DAYS-SINCE < LT-TY-SUPPRESS-DAYS (LT-TYPE-SUB)
078400             ADD 1 TO LT-TY-SUPPRESSED (LT-TYPE-SUB)
078500             ADD 1 TO LT-LETTERS-SUPPRESSED
078600             GO TO 4000-ISSUE-LETTER-EXIT
078700         END-IF
078800     END-IF.
078900     IF LT-TY-MAIL-PRIOR (LT-TYPE-SUB)
079000         MOVE ADDRESS-INFO OF LT-BEFORE-RECORD TO LT-MAIL-ADDRESS
079100     ELSE
079200         MOVE ADDRESS-INFO OF LT-LETTER-RECORD TO LT-MAIL-ADDRESS
079300     END-IF.
079400     PERFORM 4100-BUILD-MERGE-FIELDS
079500         THRU 4100-BUILD-MERGE-FIELDS-EXIT.
079600     MOVE SPACES TO LT-EXL-REASON.
079700     EVALUATE TRUE
079800         WHEN LT-MAIL-STREET = SPACES
079900             MOVE 'ADDRESS INCOMPLETE - NO STREET'
080000                 TO LT-EXL-REASON
080100         WHEN LT-MAIL-CITY = SPACES
080200             MOVE 'ADDRESS INCOMPLETE - NO CITY'
080300                 TO LT-EXL-REASON
080400         WHEN LT-MAIL-STATE = SPACES
080500             MOVE 'ADDRESS INCOMPLETE - NO STATE'
080600                 TO LT-EXL-REASON
080700         WHEN LT-MAIL-ZIP = SPACES
080800             MOVE 'ADDRESS INCOMPLETE - NO ZIP CODE'
080900                 TO LT-EXL-REASON
081000     END-EVALUATE.
081100     IF LT-EXL-REASON NOT = SPACES
081200         ADD 1 TO LT-TY-EXCEPTIONS (LT-TYPE-SUB)
081300         ADD 1 TO LT-LETTERS-EXCEPTED
081400         MOVE CUSTOMER-ID OF LT-LETTER-RECORD
081500             TO LT-EXL-CUSTOMER-ID
081600         MOVE LT-TY-CODE (LT-TYPE-SUB) TO LT-EXL-TYPE
081700         MOVE LT-MF-NAME               TO LT-EXL-NAME
081800         WRITE EXCEPTION-REPORT-LINE FROM LT-EXCEPTION-LINE
081900             AFTER ADVANCING 1 LINE
082000         GO TO 4000-ISSUE-LETTER-EXIT
082100     END-IF.
082200     PERFORM 5000-PRINT-LETTER
082300         THRU 5000-PRINT-LETTER-EXIT.
082400     ADD 1 TO LT-TY-SENT (LT-TYPE-SUB).
082500     ADD 1 TO LT-LETTERS-SENT.
082550     MOVE 'N' TO LT-NOTICE-FAILED-SW.
082600     IF LT-NOTICE-FOUND
082700         MOVE LT-TODAY-8      TO NH-LAST-SENT-DATE
082800         MOVE LT-CURRENT-TIME TO NH-LAST-SENT-TIME
082900         ADD 1 TO NH-TIMES-SENT
083000         REWRITE NOTICE-HISTORY-RECORD
083025             INVALID KEY
083050                 MOVE 'Y' TO LT-NOTICE-FAILED-SW
083075         END-REWRITE
083100     ELSE
083200         MOVE SPACES TO NOTICE-HISTORY-RECORD
083300         MOVE CUSTOMER-ID OF LT-LETTER-RECORD TO NH-CUSTOMER-ID
083400         MOVE LT-TY-CODE (LT-TYPE-SUB)        TO NH-LETTER-TYPE
083500         MOVE LT-TODAY-8      TO NH-FIRST-SENT-DATE
083600                                 NH-LAST-SENT-DATE
083700         MOVE LT-CURRENT-TIME TO NH-LAST-SENT-TIME
083800         MOVE 1               TO NH-TIMES-SENT
083900         WRITE NOTICE-HISTORY-RECORD
083925             INVALID KEY
083950                 MOVE 'Y' TO LT-NOTICE-FAILED-SW
083975         END-WRITE
084000     END-IF.
084009     IF LT-NOTICE-FAILED
084018         ADD 1 TO LT-NOTICES-NOT-STORED
084027         MOVE CUSTOMER-ID OF LT-LETTER-RECORD
084036             TO LT-EXL-CUSTOMER-ID
084045         MOVE LT-TY-CODE (LT-TYPE-SUB) TO LT-EXL-TYPE
084054         MOVE LT-MF-NAME               TO LT-EXL-NAME
084063         MOVE 'NOTICE HISTORY NOT UPDATED' TO LT-EXL-REASON
084072         WRITE EXCEPTION-REPORT-LINE FROM LT-EXCEPTION-LINE
084081             AFTER ADVANCING 1 LINE
084090     END-IF.
084100 4000-ISSUE-LETTER-EXIT.
084200     EXIT.
084300******************************************************************
084400 4100-BUILD-MERGE-FIELDS.
084500     MOVE SPACES TO LT-MERGE-FIELDS.
084600     IF MIDDLE-INITIAL OF LT-LETTER-RECORD = SPACE
084700         STRING FIRST-NAME OF LT-LETTER-RECORD DELIMITED BY '  '
084800                ' '                            DELIMITED BY SIZE
084900                LAST-NAME OF LT-LETTER-RECORD  DELIMITED BY '  '
085000             INTO LT-MF-NAME
085100     ELSE
085200         STRING FIRST-NAME OF LT-LETTER-RECORD DELIMITED BY '  '
085300                ' '                            DELIMITED BY SIZE
085400                MIDDLE-INITIAL OF LT-LETTER-RECORD
085500                                               DELIMITED BY SIZE
085600                '. '                           DELIMITED BY SIZE
085700                LAST-NAME OF LT-LETTER-RECORD  DELIMITED BY '  '
085800             INTO LT-MF-NAME
085900     END-IF.
086000     MOVE ACCOUNT-BALANCE OF LT-LETTER-RECORD TO LT-EDIT-AMOUNT.
086100     PERFORM 4190-JUSTIFY-AMOUNT
086200         THRU 4190-JUSTIFY-AMOUNT-EXIT.
086300     MOVE LT-JUSTIFIED TO LT-MF-BALANCE.
086400     MOVE CREDIT-LIMIT OF LT-LETTER-RECORD TO LT-EDIT-AMOUNT.
086500     PERFORM 4190-JUSTIFY-AMOUNT
086600         THRU 4190-JUSTIFY-AMOUNT-EXIT.
086700     MOVE LT-JUSTIFIED TO LT-MF-LIMIT.
086800     MOVE ZERO TO LT-OVERAGE.
086900     IF ACCOUNT-BALANCE OF LT-LETTER-RECORD
087000         > CREDIT-LIMIT OF LT-LETTER-RECORD
087100         COMPUTE LT-OVERAGE = ACCOUNT-BALANCE OF LT-LETTER-RECORD
087200             - CREDIT-LIMIT OF LT-LETTER-RECORD
087300     END-IF.
087400     MOVE LT-OVERAGE TO LT-EDIT-AMOUNT.
087500     PERFORM 4190-JUSTIFY-AMOUNT
087600         THRU 4190-JUSTIFY-AMOUNT-EXIT.
087700     MOVE LT-JUSTIFIED TO LT-MF-OVERAGE.
087800     MOVE LT-TODAY-8 TO LT-DATE-IN.
087900     PERFORM 4180-FORMAT-DATE
088000         THRU 4180-FORMAT-DATE-EXIT.
088100     MOVE LT-DATE-OUT TO LT-MF-TODAY.
088200     IF LAST-ACTIVITY-DATE OF LT-LETTER-RECORD IS NUMERIC
088300         MOVE LAST-ACTIVITY-DATE OF LT-LETTER-RECORD
088400             TO LT-DATE-IN
088500         PERFORM 4180-FORMAT-DATE
088600             THRU 4180-FORMAT-DATE-EXIT
088700         MOVE LT-DATE-OUT TO LT-MF-ACTIVITY-DATE
088800         MOVE LT-DATE-IN TO LT-WORK-DATE-8
088900         COMPUTE LT-DAYS-SINCE = LT-TODAY-INTEGER
089000             - FUNCTION INTEGER-OF-DATE (LT-WORK-DATE-8)
089100         MOVE LT-DAYS-SINCE TO LT-EDIT-DAYS
089200         MOVE LT-EDIT-DAYS  TO LT-JUSTIFY-AREA
089300         PERFORM 4195-JUSTIFY-TEXT
089400             THRU 4195-JUSTIFY-TEXT-EXIT
089500         MOVE LT-JUSTIFIED TO LT-MF-DAYS
089600     END-IF.
089700     IF UPDATED-DATE OF LT-LETTER-RECORD IS NUMERIC
089800         MOVE UPDATED-DATE OF LT-LETTER-RECORD TO LT-WORK-DATE-8
089900         COMPUTE LT-WORK-INTEGER =
090000             FUNCTION INTEGER-OF-DATE (LT-WORK-DATE-8)
090100             + LT-RETENTION-DAYS
090200         COMPUTE LT-WORK-DATE-8 =
090300             FUNCTION DATE-OF-INTEGER (LT-WORK-INTEGER)
090400         MOVE LT-WORK-DATE-8 TO LT-DATE-IN
090500         PERFORM 4180-FORMAT-DATE
090600             THRU 4180-FORMAT-DATE-EXIT
090700         MOVE LT-DATE-OUT TO LT-MF-PURGE-DATE
090800     END-IF.
090900     STRING STREET-ADDRESS OF LT-LETTER-RECORD DELIMITED BY '  '
091000            ', '                              DELIMITED BY SIZE
091100            CITY OF LT-LETTER-RECORD          DELIMITED BY '  '
091200            ', '                              DELIMITED BY SIZE
091300            STATE OF LT-LETTER-RECORD         DELIMITED BY SIZE
091400            ' '                               DELIMITED BY SIZE
091500            ZIP-CODE OF LT-LETTER-RECORD      DELIMITED BY SPACE
091600         INTO LT-MF-NEW-ADDRESS.
091700 4100-BUILD-MERGE-FIELDS-EXIT.
091800     EXIT.
091900******************************************************************
092000 4180-FORMAT-DATE.
092100     MOVE LT-DATE-IN-MM   TO LT-DATE-OUT-MM.
092200     MOVE LT-DATE-IN-DD   TO LT-DATE-OUT-DD.
092300     MOVE LT-DATE-IN-YYYY TO LT-DATE-OUT-YYYY.
092400 4180-FORMAT-DATE-EXIT.
092500     EXIT.
092600******************************************************************
092700 4190-JUSTIFY-AMOUNT.
092800     MOVE LT-EDIT-AMOUNT TO LT-JUSTIFY-AREA.
092900     PERFORM 4195-JUSTIFY-TEXT
093000         THRU 4195-JUSTIFY-TEXT-EXIT.
093100 4190-JUSTIFY-AMOUNT-EXIT.
093200     EXIT.
093300******************************************************************
093400 4195-JUSTIFY-TEXT.
093500     MOVE ZERO TO LT-LEADING-SPACES.
093600     INSPECT LT-JUSTIFY-AREA
093700         TALLYING LT-LEADING-SPACES FOR LEADING SPACES.
093800     MOVE SPACES TO LT-JUSTIFIED.
093900     IF LT-LEADING-SPACES < 20
094000         MOVE LT-JUSTIFY-AREA (LT-LEADING-SPACES + 1:)
094100             TO LT-JUSTIFIED
094200     END-IF.
094300 4195-JUSTIFY-TEXT-EXIT.
094400     EXIT.
094500******************************************************************
094600*A LETTER STARTS A NEW PAGE: DATE, NAME AND MAILING ADDRESS,
094700*ACCOUNT NUMBER, THEN THE TEMPLATE BODY WITH MERGE FIELDS FILLED.
094800******************************************************************
094900 5000-PRINT-LETTER.
095000     MOVE LT-MF-TODAY TO LT-DL-DATE.
095100     WRITE LETTER-PRINT-LINE FROM LT-DATE-LINE
095200         AFTER ADVANCING TOP-OF-PAGE.
095300     MOVE LT-MF-NAME TO LT-BL-TEXT.
095400     WRITE LETTER-PRINT-LINE FROM LT-BODY-LINE
095500         AFTER ADVANCING 3 LINES.
095600     MOVE LT-MAIL-STREET TO LT-BL-TEXT.
095700     WRITE LETTER-PRINT-LINE FROM LT-BODY-LINE
095800         AFTER ADVANCING 1 LINE.
095900     MOVE SPACES TO LT-BL-TEXT.
096000     STRING LT-MAIL-CITY  DELIMITED BY '  '
096100            ', '          DELIMITED BY SIZE
096200            LT-MAIL-STATE DELIMITED BY SIZE
096300            '  '          DELIMITED BY SIZE
096400            LT-MAIL-ZIP   DELIMITED BY SPACE
096500         INTO LT-BL-TEXT.
096600     WRITE LETTER-PRINT-LINE FROM LT-BODY-LINE
096700         AFTER ADVANCING 1 LINE.
096800     MOVE CUSTOMER-ID OF LT-LETTER-RECORD TO LT-AL-CUSTOMER-ID.
096900     MOVE LT-TY-CODE (LT-TYPE-SUB)        TO LT-AL-LETTER-TYPE.
097000     WRITE LETTER-PRINT-LINE FROM LT-ACCOUNT-LINE
097100         AFTER ADVANCING 3 LINES.
097200     MOVE SPACES TO LT-BL-TEXT.
097300     WRITE LETTER-PRINT-LINE FROM LT-BODY-LINE
097400         AFTER ADVANCING 1 LINE.
097500     PERFORM 5100-PRINT-TEMPLATE-LINE
097600         THRU 5100-PRINT-TEMPLATE-LINE-EXIT
097700         VARYING LT-TMPL-SUB FROM 1 BY 1
097800         UNTIL LT-TMPL-SUB > LT-TEMPLATE-COUNT.
097900 5000-PRINT-LETTER-EXIT.
098000     EXIT.
098100******************************************************************
098200 5100-PRINT-TEMPLATE-LINE.
098300     IF LT-TP-TYPE (LT-TMPL-SUB) NOT = LT-TY-CODE (LT-TYPE-SUB)
098400         GO TO 5100-PRINT-TEMPLATE-LINE-EXIT
098500     END-IF.
098600     MOVE LT-TP-TEXT (LT-TMPL-SUB) TO LT-TEXT-IN.
098700     MOVE SPACES TO LT-MERGED-TEXT.
098800     MOVE 1 TO LT-OUT-POINTER.
098900     PERFORM 5200-MERGE-CHAR
099000         THRU 5200-MERGE-CHAR-EXIT
099100         VARYING LT-CHAR-SUB FROM 1 BY 1
099200         UNTIL LT-CHAR-SUB > 74.
099300     MOVE LT-MERGED-TEXT TO LT-BL-TEXT.
099400     WRITE LETTER-PRINT-LINE FROM LT-BODY-LINE
099500         AFTER ADVANCING 1 LINE.
099600 5100-PRINT-TEMPLATE-LINE-EXIT.
099700     EXIT.
099800******************************************************************
099900*AN '@' FOLLOWED BY A KNOWN FIELD CODE IS REPLACED BY THE FIELD'S
100000*VALUE; ANYTHING ELSE IS COPIED AS IT STANDS.
100100******************************************************************
100200 5200-MERGE-CHAR.
100300     IF LT-TEXT-IN (LT-CHAR-SUB:1) = '@'
100400         AND LT-CHAR-SUB < 73
100500         MOVE LT-TEXT-IN (LT-CHAR-SUB + 1:2) TO LT-TOKEN
100600         PERFORM 5300-EXPAND-TOKEN
100700             THRU 5300-EXPAND-TOKEN-EXIT
100800         IF LT-TOKEN-FOUND
100900             STRING LT-TOKEN-VALUE DELIMITED BY '  '
101000                 INTO LT-MERGED-TEXT
101100                 WITH POINTER LT-OUT-POINTER
101200                 ON OVERFLOW
101300                     CONTINUE
101400             END-STRING
101500             ADD 2 TO LT-CHAR-SUB
101600             GO TO 5200-MERGE-CHAR-EXIT
101700         END-IF
101800     END-IF.
101900     STRING LT-TEXT-IN (LT-CHAR-SUB:1) DELIMITED BY SIZE
102000         INTO LT-MERGED-TEXT
102100         WITH POINTER LT-OUT-POINTER
102200         ON OVERFLOW
102300             CONTINUE
102400     END-STRING.
102500 5200-MERGE-CHAR-EXIT.
102600     EXIT.
102700******************************************************************
102800 5300-EXPAND-TOKEN.
102900     MOVE 'Y'    TO LT-TOKEN-FOUND-SW.
103000     MOVE SPACES TO LT-TOKEN-VALUE.
103100     EVALUATE LT-TOKEN
103200         WHEN 'NM'
103300             MOVE LT-MF-NAME TO LT-TOKEN-VALUE
103400         WHEN 'FN'
103500             MOVE FIRST-NAME OF LT-LETTER-RECORD
103600                 TO LT-TOKEN-VALUE
103700         WHEN 'ID'
103800             MOVE CUSTOMER-ID OF LT-LETTER-RECORD
103900                 TO LT-TOKEN-VALUE
104000         WHEN 'BL'
104100             MOVE LT-MF-BALANCE TO LT-TOKEN-VALUE
104200         WHEN 'CL'
104300             MOVE LT-MF-LIMIT TO LT-TOKEN-VALUE
104400         WHEN 'OV'
104500             MOVE LT-MF-OVERAGE TO LT-TOKEN-VALUE
104600         WHEN 'LA'
104700             MOVE LT-MF-ACTIVITY-DATE TO LT-TOKEN-VALUE
104800         WHEN 'DD'
104900             MOVE LT-MF-DAYS TO LT-TOKEN-VALUE
105000         WHEN 'PD'
105100             MOVE LT-MF-PURGE-DATE TO LT-TOKEN-VALUE
105200         WHEN 'TD'
105300             MOVE LT-MF-TODAY TO LT-TOKEN-VALUE
105400         WHEN 'EM'
105500             MOVE EMAIL-ADDRESS OF LT-LETTER-RECORD
105600                 TO LT-TOKEN-VALUE
105700         WHEN 'NA'
105800             MOVE LT-MF-NEW-ADDRESS TO LT-TOKEN-VALUE
105900         WHEN OTHER
106000             MOVE 'N' TO LT-TOKEN-FOUND-SW
106100     END-EVALUATE.
106200 5300-EXPAND-TOKEN-EXIT.
106300     EXIT.
106400******************************************************************
106500 8000-TERMINATE.
106600     WRITE EXCEPTION-REPORT-LINE FROM LT-HEADING-3
106700         AFTER ADVANCING 3 LINES.
106800     PERFORM 8100-WRITE-TYPE-LINE
106900         THRU 8100-WRITE-TYPE-LINE-EXIT
107000         VARYING LT-TYPE-SUB FROM 1 BY 1
107100         UNTIL LT-TYPE-SUB > 5.
107200     MOVE LT-MASTER-RECORDS-READ TO LT-SUM-MASTER-READ.
107300     MOVE LT-HISTORY-ROWS-READ   TO LT-SUM-HIST-READ.
107400     MOVE LT-CHANGE-ROWS-TODAY   TO LT-SUM-CHANGES.
107500     MOVE LT-LETTERS-SENT        TO LT-SUM-SENT.
107600     MOVE LT-LETTERS-SUPPRESSED  TO LT-SUM-SUPPRESSED.
107700     MOVE LT-LETTERS-EXCEPTED    TO LT-SUM-EXCEPTED.
107800     MOVE LT-RULE-ROWS-IGNORED   TO LT-SUM-RULES-IGN.
107900     MOVE LT-TEMPLATE-DROPPED    TO LT-SUM-TMPL-LOST.
107950     MOVE LT-NOTICES-NOT-STORED  TO LT-SUM-NOT-STORED.
108000     WRITE EXCEPTION-REPORT-LINE FROM LT-SUMMARY-LINE-1
108100         AFTER ADVANCING 2 LINES.
108200     WRITE EXCEPTION-REPORT-LINE FROM LT-SUMMARY-LINE-2
108300         AFTER ADVANCING 1 LINE.
108400     WRITE EXCEPTION-REPORT-LINE FROM LT-SUMMARY-LINE-3
108500         AFTER ADVANCING 1 LINE.
108600     WRITE EXCEPTION-REPORT-LINE FROM LT-SUMMARY-LINE-4
108700         AFTER ADVANCING 1 LINE.
108800     WRITE EXCEPTION-REPORT-LINE FROM LT-SUMMARY-LINE-5
108900         AFTER ADVANCING 1 LINE.
109000     WRITE EXCEPTION-REPORT-LINE FROM LT-SUMMARY-LINE-6
109100         AFTER ADVANCING 1 LINE.
109200     WRITE EXCEPTION-REPORT-LINE FROM LT-SUMMARY-LINE-7
109300         AFTER ADVANCING 1 LINE.
109400     WRITE EXCEPTION-REPORT-LINE FROM LT-SUMMARY-LINE-8
109500         AFTER ADVANCING 1 LINE.
109533     WRITE EXCEPTION-REPORT-LINE FROM LT-SUMMARY-LINE-9
109566         AFTER ADVANCING 1 LINE.
109600     CLOSE EXCEPTION-REPORT-FILE
109700           LETTER-PRINT-FILE.
109800 8000-TERMINATE-EXIT.
109900     EXIT.
110000******************************************************************
110100 8100-WRITE-TYPE-LINE.
110200     MOVE LT-TY-CODE (LT-TYPE-SUB)        TO LT-TYL-CODE.
110300     MOVE LT-TY-DESCRIPTION (LT-TYPE-SUB) TO LT-TYL-DESCRIPTION.
110400     MOVE LT-TY-CANDIDATES (LT-TYPE-SUB)  TO LT-TYL-CANDIDATES.
110500     MOVE LT-TY-SENT (LT-TYPE-SUB)        TO LT-TYL-SENT.
110600     MOVE LT-TY-SUPPRESSED (LT-TYPE-SUB)  TO LT-TYL-SUPPRESSED.
110700     MOVE LT-TY-EXCEPTIONS (LT-TYPE-SUB)  TO LT-TYL-EXCEPTIONS.
110800     IF LT-TY-ACTIVE (LT-TYPE-SUB)
110900         MOVE 'ACTIVE'   TO LT-TYL-STATUS
111000     ELSE
111100         MOVE 'INACTIVE' TO LT-TYL-STATUS
111200     END-IF.
111300     WRITE EXCEPTION-REPORT-LINE FROM LT-TYPE-LINE
111400         AFTER ADVANCING 1 LINE.
111500 8100-WRITE-TYPE-LINE-EXIT.
111600     EXIT.
111700******************************************************************

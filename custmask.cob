000100******************************************************************
000200*CUSTMASK
000300*CUSTOMER PII ERASURE AND MASKED TEST-DATA COPY
000400*
000500*ONCE A CUSTOMER'S ERASURE REQUEST IS APPROVED AND THE CUSTOMER
000600*HAS BEEN DELETED FROM THE MASTER, THEIR NAME, ADDRESS, PHONE
000700*NUMBERS, EMAIL ADDRESS AND BIRTH-DATE STILL SIT IN THE ARCHIVE
000800*FILE (CUSTARCF), IN THE BEFORE/AFTER IMAGES OF EVERY CHANGE-
000900*HISTORY ROW (CUSTCHST), IN THE CUSTEDIT AND CUSTMAINT REJECT
001000*FILES (CUSTREJF.CPY LAYOUT), AND IN THE CUSTUNLD BACKUP
001100*(CUSTBKUP).  IN ERASURE MODE THIS PROGRAM COPIES EACH OF THOSE
001200*FILES, REPLACING THE PERSONAL FIELDS OF EVERY CUSTOMER-ID ON THE
001300*REQUEST FILE WITH MASKED VALUES.  KEYS, DOLLAR AMOUNTS AND DATES
001400*ARE LEFT EXACTLY AS THEY WERE, SO CUSTBALC AND CUSTRECN STILL
001500*RECONCILE AND THE BACKUP'S CONTROL TOTALS STILL TIE OUT.  EACH
001600*COPY IS WRITTEN TO ITS OWN ASSIGNMENT; SWAPPING THE COPIES IN
001700*FOR THE ORIGINALS IS A JOB-SCHEDULING CONCERN, AS FOR CUSTRELD.
001800*A REQUESTED CUSTOMER STILL ON THE MASTER IS NOT ERASED ANYWHERE
001900*-- THE MASTER DELETE MUST COME FIRST.  THE RUN PRINTS AN ERASURE
002000*CERTIFICATE LISTING EVERY REQUEST, HOW MANY RECORDS WERE MASKED
002100*IN EACH FILE, THE FILE CONTROL TOTALS, AND SIGN-OFF LINES.
002200*
002300*IN TEST-COPY MODE THE SAME MASKING IS APPLIED TO EVERY RECORD OF
002400*THE BACKUP AND THE CHANGE HISTORY, GIVING A FULLY MASKED COPY OF
002500*THE MASTER (STILL IN CUSTUNLD FORMAT, SO CUSTRELD CAN LOAD IT
002600*INTO THE TEST REGION) AND OF THE HISTORY FOR THE DEVELOPERS.
002700*
002800*MASKING RULES -- A FIELD THAT WAS BLANK IS LEFT BLANK; ANY OTHER
002900*VALUE IS REPLACED, USING THE CUSTOMER-ID SO MASKED CUSTOMERS
003000*STAY TELLING APART:
003100*   FIRST-NAME      'MASKED'
003200*   LAST-NAME       'CUST' FOLLOWED BY THE CUSTOMER-ID (ALSO
003300*                   CARRIED INTO ALT-LAST-NAME)
003400*   MIDDLE-INITIAL  SPACE
003500*   STREET-ADDRESS  CUSTOMER-ID FOLLOWED BY ' MASKED STREET'
003600*   CITY            'MASKED CITY'
003700*   ZIP-CODE        '00000'
003800*   PHONE-NUMBER    '000-000-0000' (PHONE-TYPE IS KEPT)
003900*   EMAIL-ADDRESS   CUSTOMER-ID FOLLOWED BY '@MASKED.INVALID'
004000*   BIRTH-DATE      '19000101'
004100*STATE IS KEPT; IT IS PART OF THE ALTERNATE KEY AND IS NEEDED BY
004200*THE STATE-LEVEL REPORTING.
004300*
004400*THE RUN MODE ('E' ERASURE, 'T' TEST COPY) IS SUPPLIED ON A ONE-
004500*RECORD PARAMETER FILE; IF THE FILE IS MISSING ERASURE IS ASSUMED.
004600*
004700*INSTALLATION.  DATA PROCESSING.
004800*DATE-WRITTEN.   2026-10-15.
004900*
005000*MODIFICATION HISTORY.
005100*DATE       INIT  DESCRIPTION
005200*2026-10-15  JRH  ORIGINAL PROGRAM.
005300******************************************************************
005400 IDENTIFICATION DIVISION.
005500 PROGRAM-ID.    CUSTMASK.
005600 AUTHOR.        J R HALVORSEN.
005700 INSTALLATION.  DATA PROCESSING.
005800 DATE-WRITTEN.  2026-10-15.
005900 DATE-COMPILED.
006000******************************************************************
006100 ENVIRONMENT DIVISION.
006200 CONFIGURATION SECTION.
006300 SOURCE-COMPUTER.   IBM-370.
006400 OBJECT-COMPUTER.   IBM-370.
006500 SPECIAL-NAMES.
006600     C01 IS TOP-OF-PAGE.
006700 INPUT-OUTPUT SECTION.
006800 FILE-CONTROL.
006900     SELECT MASK-PARM-FILE
007000         ASSIGN TO CUSTMKPM
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS MK-PARM-STATUS.
007300
007400     SELECT ERASURE-REQUEST-FILE
007500         ASSIGN TO CUSTMKRQ
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS MK-REQUEST-STATUS.
007800
007900     SELECT CUSTOMER-MASTER-FILE
008000         ASSIGN TO CUSTMAST
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS RANDOM
008300         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
008400         ALTERNATE RECORD KEY IS ALT-NAME-STATE-KEY OF
008500             CUSTOMER-MASTER-RECORD WITH DUPLICATES
008600         FILE STATUS IS MK-MASTER-STATUS.
008700
008800     SELECT ARCHIVE-FILE
008900         ASSIGN TO CUSTARCF
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS MK-ARCHIVE-STATUS.
009200
009300     SELECT MASKED-ARCHIVE-FILE
009400         ASSIGN TO CUSTMKAR
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS MK-ARCHIVE-OUT-STATUS.
009700
009800     SELECT CHANGE-HISTORY-FILE
009900         ASSIGN TO CUSTCHST
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS MK-HIST-STATUS.
010200
010300     SELECT MASKED-HISTORY-FILE
010400         ASSIGN TO CUSTMKHS
010500         ORGANIZATION IS LINE SEQUENTIAL
010600         FILE STATUS IS MK-HIST-OUT-STATUS.
010700
010800     SELECT EDIT-REJECT-FILE
010900         ASSIGN TO CUSTEREJ
011000         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS MK-EREJ-STATUS.
011200
011300     SELECT MASKED-EDIT-REJECT-FILE
011400         ASSIGN TO CUSTMKER
011500         ORGANIZATION IS LINE SEQUENTIAL
011600         FILE STATUS IS MK-EREJ-OUT-STATUS.
011700
011800     SELECT MAINT-REJECT-FILE
011900         ASSIGN TO CUSTMREJ
012000         ORGANIZATION IS LINE SEQUENTIAL
012100         FILE STATUS IS MK-MREJ-STATUS.
012200
012300     SELECT MASKED-MAINT-REJECT-FILE
012400         ASSIGN TO CUSTMKMR
012500         ORGANIZATION IS LINE SEQUENTIAL
012600         FILE STATUS IS MK-MREJ-OUT-STATUS.
012700
012800     SELECT BACKUP-FILE
012900         ASSIGN TO CUSTBKUP
013000         ORGANIZATION IS LINE SEQUENTIAL
013100         FILE STATUS IS MK-BACKUP-STATUS.
013200
013300     SELECT MASKED-BACKUP-FILE
013400         ASSIGN TO CUSTMKBK
013500         ORGANIZATION IS LINE SEQUENTIAL
013600         FILE STATUS IS MK-BACKUP-OUT-STATUS.
013700
013800     SELECT CERTIFICATE-REPORT-FILE
013900         ASSIGN TO CUSTMKCR
014000         ORGANIZATION IS LINE SEQUENTIAL
014100         FILE STATUS IS MK-REPORT-STATUS.
014200
014300     SELECT SORT-WORK-FILE
014400         ASSIGN TO SORTWK01.
014500******************************************************************
014600 DATA DIVISION.
014700 FILE SECTION.
014800 FD  MASK-PARM-FILE
014900     RECORDING MODE IS F.
015000 01  MASK-PARM-RECORD.
015100     05  PARM-RUN-MODE           PIC X(01).
015200
015300 FD  ERASURE-REQUEST-FILE
015400     RECORDING MODE IS F.
015500 01  ERASURE-REQUEST-RECORD.
015600     05  ERQ-CUSTOMER-ID         PIC X(10).
015700     05  ERQ-APPROVAL-REFERENCE  PIC X(12).
015800     05  ERQ-APPROVED-BY         PIC X(08).
015900     05  ERQ-APPROVED-DATE       PIC X(08).
016000
016100 FD  CUSTOMER-MASTER-FILE
016200     RECORDING MODE IS F.
016300     COPY "customer_master.cob".
016400
016500 FD  ARCHIVE-FILE
016600     RECORDING MODE IS F.
016700 01  ARCHIVE-RECORD              PIC X(327).
016800
016900 FD  MASKED-ARCHIVE-FILE
017000     RECORDING MODE IS F.
017100 01  MASKED-ARCHIVE-RECORD       PIC X(327).
017200
017300 FD  CHANGE-HISTORY-FILE
017400     RECORDING MODE IS F.
017500     COPY "custhist.cpy".
017600
017700 FD  MASKED-HISTORY-FILE
017800     RECORDING MODE IS F.
017900 01  MASKED-HISTORY-RECORD       PIC X(693).
018000
018100 FD  EDIT-REJECT-FILE
018200     RECORDING MODE IS F.
018300 01  EDIT-REJECT-RECORD          PIC X(296).
018400
018500 FD  MASKED-EDIT-REJECT-FILE
018600     RECORDING MODE IS F.
018700 01  MASKED-EDIT-REJECT-RECORD   PIC X(296).
018800
018900 FD  MAINT-REJECT-FILE
019000     RECORDING MODE IS F.
019100 01  MAINT-REJECT-RECORD         PIC X(296).
019200
019300 FD  MASKED-MAINT-REJECT-FILE
019400     RECORDING MODE IS F.
019500 01  MASKED-MAINT-REJECT-RECORD  PIC X(296).
019600
019700 FD  BACKUP-FILE
019800     RECORDING MODE IS F.
019900 01  BACKUP-RECORD               PIC X(327).
020000
020100 FD  MASKED-BACKUP-FILE
020200     RECORDING MODE IS F.
020300 01  MASKED-BACKUP-RECORD        PIC X(327).
020400
020500 FD  CERTIFICATE-REPORT-FILE.
020600 01  CERTIFICATE-REPORT-LINE     PIC X(132).
020700
020800 SD  SORT-WORK-FILE.
020900 01  SORT-WORK-RECORD.
021000     05  SW-CUSTOMER-ID          PIC X(10).
021100     05  SW-APPROVAL-REFERENCE   PIC X(12).
021200     05  SW-APPROVED-BY          PIC X(08).
021300     05  SW-APPROVED-DATE        PIC X(08).
021400******************************************************************
021500 WORKING-STORAGE SECTION.
021600 01  MK-FILE-STATUSES.
021700     05  MK-PARM-STATUS          PIC X(02)   VALUE '00'.
021800     05  MK-REQUEST-STATUS       PIC X(02)   VALUE '00'.
021900     05  MK-MASTER-STATUS        PIC X(02)   VALUE '00'.
022000     05  MK-ARCHIVE-STATUS       PIC X(02)   VALUE '00'.
022100     05  MK-ARCHIVE-OUT-STATUS   PIC X(02)   VALUE '00'.
022200     05  MK-HIST-STATUS          PIC X(02)   VALUE '00'.
022300     05  MK-HIST-OUT-STATUS      PIC X(02)   VALUE '00'.
022400     05  MK-EREJ-STATUS          PIC X(02)   VALUE '00'.
022500     05  MK-EREJ-OUT-STATUS      PIC X(02)   VALUE '00'.
022600     05  MK-MREJ-STATUS          PIC X(02)   VALUE '00'.
022700     05  MK-MREJ-OUT-STATUS      PIC X(02)   VALUE '00'.
022800     05  MK-BACKUP-STATUS        PIC X(02)   VALUE '00'.
022900     05  MK-BACKUP-OUT-STATUS    PIC X(02)   VALUE '00'.
023000     05  MK-REPORT-STATUS        PIC X(02)   VALUE '00'.
023100
023200 01  MK-SWITCHES.
023300     05  MK-RUN-MODE             PIC X(01)   VALUE 'E'.
023400         88  MK-ERASURE-MODE                 VALUE 'E'.
023500         88  MK-TEST-COPY-MODE               VALUE 'T'.
023600     05  MK-ABORT-SW             PIC X(01)   VALUE 'N'.
023700         88  MK-JOB-ABORTED                  VALUE 'Y'.
023800     05  MK-END-OF-FILE-SW       PIC X(01)   VALUE 'N'.
023900         88  MK-END-OF-FILE                  VALUE 'Y'.
024000     05  MK-END-OF-SORT-SW       PIC X(01)   VALUE 'N'.
024100         88  MK-END-OF-SORT                  VALUE 'Y'.
024200     05  MK-SELECTED-SW          PIC X(01)   VALUE 'N'.
024300         88  MK-SELECTED                     VALUE 'Y'.
024400
024500 01  MK-COUNTERS.
024600     05  MK-REQUESTS-READ        PIC 9(07)  COMP  VALUE ZERO.
024700     05  MK-REQUEST-COUNT        PIC 9(04)  COMP  VALUE ZERO.
024800     05  MK-REQUESTS-DUPLICATE   PIC 9(07)  COMP  VALUE ZERO.
024900     05  MK-REQUESTS-OVERFLOW    PIC 9(07)  COMP  VALUE ZERO.
025000     05  MK-REQUESTS-ON-MASTER   PIC 9(07)  COMP  VALUE ZERO.
025100     05  MK-REQUESTS-ERASED      PIC 9(07)  COMP  VALUE ZERO.
025200     05  MK-SUB                  PIC 9(04)  COMP  VALUE ZERO.
025300     05  MK-PHONE-SUB            PIC 9(01)  COMP  VALUE ZERO.
025400     05  MK-FILE-READ            PIC 9(09)  COMP  VALUE ZERO.
025500     05  MK-FILE-MASKED          PIC 9(09)  COMP  VALUE ZERO.
025600     05  MK-REQUEST-RECORDS      PIC 9(09)  COMP  VALUE ZERO.
025700
025800 01  MK-FILE-TOTALS.
025900     05  MK-FILE-TOTAL-ENTRY     OCCURS 5 TIMES.
026000         10  MK-FT-PRESENT-SW    PIC X(01).
026100             88  MK-FT-PRESENT               VALUE 'Y'.
026200         10  MK-FT-READ-COUNT    PIC 9(09)  COMP.
026300         10  MK-FT-MASKED-COUNT  PIC 9(09)  COMP.
026400     05  MK-FILE-NAME-VALUES.
026500         10  FILLER              PIC X(30)
026600             VALUE 'ARCHIVE FILE (CUSTARCF)'.
026700         10  FILLER              PIC X(30)
026800             VALUE 'CHANGE HISTORY (CUSTCHST)'.
026900         10  FILLER              PIC X(30)
027000             VALUE 'EDIT REJECTS (CUSTEREJ)'.
027100         10  FILLER              PIC X(30)
027200             VALUE 'MAINT REJECTS (CUSTMREJ)'.
027300         10  FILLER              PIC X(30)
027400             VALUE 'MASTER BACKUP (CUSTBKUP)'.
027500     05  MK-FILE-NAME-TABLE  REDEFINES MK-FILE-NAME-VALUES.
027600         10  MK-FILE-NAME        PIC X(30)  OCCURS 5 TIMES.
027700
027800 01  MK-REQUEST-TABLE.
027900     05  MK-REQUEST-ENTRY        OCCURS 1000 TIMES
028000                                 ASCENDING KEY MK-REQ-CUSTOMER-ID
028100                                 INDEXED BY MK-REQ-IDX.
028200         10  MK-REQ-CUSTOMER-ID  PIC X(10).
028300         10  MK-REQ-APPROVAL-REF PIC X(12).
028400         10  MK-REQ-APPROVED-BY  PIC X(08).
028500         10  MK-REQ-APPROVED-DT  PIC X(08).
028600         10  MK-REQ-STATUS       PIC X(01).
028700             88  MK-REQ-ACCEPTED             VALUE 'A'.
028800             88  MK-REQ-ON-MASTER            VALUE 'M'.
028900         10  MK-REQ-ARCHIVE-CNT  PIC 9(07)  COMP.
029000         10  MK-REQ-HISTORY-CNT  PIC 9(07)  COMP.
029100         10  MK-REQ-REJECT-CNT   PIC 9(07)  COMP.
029200         10  MK-REQ-BACKUP-CNT   PIC 9(07)  COMP.
029300
029400 01  MK-LOOKUP-CUSTOMER-ID       PIC X(10).
029500
029600 01  MK-MASKED-VALUES.
029700     05  MK-MASK-FIRST-NAME      PIC X(20)   VALUE 'MASKED'.
029800     05  MK-MASK-LAST-NAME       PIC X(20).
029900     05  MK-MASK-STREET          PIC X(40).
030000     05  MK-MASK-CITY            PIC X(25)   VALUE 'MASKED CITY'.
030100     05  MK-MASK-ZIP             PIC X(10)   VALUE '00000'.
030200     05  MK-MASK-PHONE           PIC X(15)
030300                                 VALUE '000-000-0000'.
030400     05  MK-MASK-EMAIL           PIC X(50).
030500     05  MK-MASK-BIRTH-DATE      PIC X(08)   VALUE '19000101'.
030600
030700 01  MK-CURRENT-DATE-TIME.
030800     05  MK-CURRENT-DATE         PIC X(08).
030900     05  MK-CURRENT-TIME         PIC X(06).
031000
031100     COPY "customer_master.cob"
031200         REPLACING ==CUSTOMER-MASTER-RECORD==
031300                BY ==MK-MASTER-WORK==.
031400
031500     COPY "custtran.cpy"
031600         REPLACING ==CUSTOMER-TRANSACTION-RECORD==
031700                BY ==MK-TRAN-WORK==.
031800
031900     COPY "custrejf.cpy"
032000         REPLACING ==CUSTOMER-REJECT-RECORD==
032100                BY ==MK-REJECT-WORK==.
032200
032300 01  MK-REPORT-LINES.
032400     05  MK-HEADING-1.
032500         10  MK-HDG-TITLE        PIC X(40).
032600         10  FILLER              PIC X(10)  VALUE 'RUN DATE '.
032700         10  MK-HDG-RUN-DATE     PIC X(08).
032800         10  FILLER              PIC X(02)  VALUE SPACES.
032900         10  MK-HDG-RUN-TIME     PIC X(06).
033000     05  MK-HEADING-2.
033100         10  FILLER              PIC X(12)  VALUE 'CUSTOMER-ID'.
033200         10  FILLER              PIC X(14)  VALUE 'APPROVAL REF'.
033300         10  FILLER              PIC X(10)  VALUE 'APPR BY'.
033400         10  FILLER              PIC X(10)  VALUE 'APPROVED'.
033500         10  FILLER              PIC X(08)  VALUE 'ARCHIVE'.
033600         10  FILLER              PIC X(09)  VALUE 'HISTORY'.
033700         10  FILLER              PIC X(08)  VALUE 'REJECT'.
033800         10  FILLER              PIC X(08)  VALUE 'BACKUP'.
033900         10  FILLER              PIC X(30)  VALUE 'RESULT'.
034000     05  MK-DETAIL-LINE.
034100         10  MK-DET-CUSTOMER-ID  PIC X(10).
034200         10  FILLER              PIC X(02)  VALUE SPACES.
034300         10  MK-DET-APPROVAL-REF PIC X(12).
034400         10  FILLER              PIC X(02)  VALUE SPACES.
034500         10  MK-DET-APPROVED-BY  PIC X(08).
034600         10  FILLER              PIC X(02)  VALUE SPACES.
034700         10  MK-DET-APPROVED-DT  PIC X(08).
034800         10  FILLER              PIC X(02)  VALUE SPACES.
034900         10  MK-DET-ARCHIVE      PIC ZZ,ZZ9.
035000         10  FILLER              PIC X(02)  VALUE SPACES.
035100         10  MK-DET-HISTORY      PIC ZZZ,ZZ9.
035200         10  FILLER              PIC X(02)  VALUE SPACES.
035300         10  MK-DET-REJECT       PIC ZZ,ZZ9.
035400         10  FILLER              PIC X(02)  VALUE SPACES.
035500         10  MK-DET-BACKUP       PIC ZZ,ZZ9.
035600         10  FILLER              PIC X(02)  VALUE SPACES.
035700         10  MK-DET-RESULT       PIC X(40).
035800     05  MK-FILE-HEADING.
035900         10  FILLER              PIC X(30)  VALUE 'FILE'.
036000         10  FILLER              PIC X(16)
036100             VALUE '  RECORDS READ'.
036200         10  FILLER              PIC X(16)
036300             VALUE '        MASKED'.
036400     05  MK-FILE-TOTAL-LINE.
036500         10  MK-FTL-FILE-NAME    PIC X(30).
036600         10  MK-FTL-READ         PIC ZZZ,ZZZ,ZZ9.
036700         10  FILLER              PIC X(03)  VALUE SPACES.
036800         10  MK-FTL-MASKED       PIC ZZZ,ZZZ,ZZ9.
036900         10  FILLER              PIC X(03)  VALUE SPACES.
037000         10  MK-FTL-NOTE         PIC X(30).
037100     05  MK-STATEMENT-LINE-1.
037200         10  FILLER              PIC X(30)
037300             VALUE 'THE NAME, ADDRESS, PHONE, EMAI'.
037400         10  FILLER              PIC X(30)
037500             VALUE 'L AND BIRTH-DATE OF EVERY CUST'.
037600         10  FILLER              PIC X(30)
037700             VALUE 'OMER SHOWN ERASED ABOVE HAVE B'.
037800         10  FILLER              PIC X(30)
037900             VALUE 'EEN REPLACED WITH MASKED'.
038000     05  MK-STATEMENT-LINE-2.
038100         10  FILLER              PIC X(30)
038200             VALUE 'VALUES IN EVERY FILE LISTED. K'.
038300         10  FILLER              PIC X(30)
038400             VALUE 'EYS, DOLLAR AMOUNTS AND DATES '.
038500         10  FILLER              PIC X(30)
038600             VALUE 'ARE UNCHANGED.'.
038700     05  MK-SIGNOFF-LINE-1.
038800         10  FILLER              PIC X(30)
038900             VALUE 'ERASURE RUN BY    ____________'.
039000         10  FILLER              PIC X(30)
039100             VALUE '__________    DATE  __________'.
039200     05  MK-SIGNOFF-LINE-2.
039300         10  FILLER              PIC X(30)
039400             VALUE 'VERIFIED BY       ____________'.
039500         10  FILLER              PIC X(30)
039600             VALUE '__________    DATE  __________'.
039700     05  MK-SIGNOFF-LINE-3.
039800         10  FILLER              PIC X(30)
039900             VALUE 'PRIVACY OFFICER   ____________'.
040000         10  FILLER              PIC X(30)
040100             VALUE '__________    DATE  __________'.
040200     05  MK-ABORT-LINE.
040300         10  FILLER              PIC X(20)
040400             VALUE 'RUN ABORTED - '.
040500         10  MK-ABT-REASON       PIC X(50).
040600     05  MK-SUMMARY-LINE-1.
040700         10  FILLER              PIC X(22)
040800             VALUE 'REQUESTS READ........ '.
040900         10  MK-SUM-READ         PIC ZZZ,ZZ9.
041000     05  MK-SUMMARY-LINE-2.
041100         10  FILLER              PIC X(22)
041200             VALUE 'DUPLICATE REQUESTS... '.
041300         10  MK-SUM-DUPLICATE    PIC ZZZ,ZZ9.
041400     05  MK-SUMMARY-LINE-3.
041500         10  FILLER              PIC X(22)
041600             VALUE 'NOT LOADED - TABLE FUL'.
041700         10  MK-SUM-OVERFLOW     PIC ZZZ,ZZ9.
041800     05  MK-SUMMARY-LINE-4.
041900         10  FILLER              PIC X(22)
042000             VALUE 'STILL ON MASTER...... '.
042100         10  MK-SUM-ON-MASTER    PIC ZZZ,ZZ9.
042200     05  MK-SUMMARY-LINE-5.
042300         10  FILLER              PIC X(22)
042400             VALUE 'CUSTOMERS ERASED..... '.
042500         10  MK-SUM-ERASED       PIC ZZZ,ZZ9.
042600******************************************************************
042700 PROCEDURE DIVISION.
042800******************************************************************
042900 0000-MAINLINE.
043000     PERFORM 1000-INITIALIZE
043100         THRU 1000-INITIALIZE-EXIT.
043200     IF NOT MK-JOB-ABORTED
043300         IF MK-ERASURE-MODE
043400             PERFORM 2000-MASK-ARCHIVE
043500                 THRU 2000-MASK-ARCHIVE-EXIT
043600             PERFORM 4000-MASK-EDIT-REJECTS
043700                 THRU 4000-MASK-EDIT-REJECTS-EXIT
043800             PERFORM 4500-MASK-MAINT-REJECTS
043900                 THRU 4500-MASK-MAINT-REJECTS-EXIT
044000         END-IF
044100         PERFORM 3000-MASK-HISTORY
044200             THRU 3000-MASK-HISTORY-EXIT
044300         PERFORM 5000-MASK-BACKUP
044400             THRU 5000-MASK-BACKUP-EXIT
044500         PERFORM 7000-WRITE-CERTIFICATE
044600             THRU 7000-WRITE-CERTIFICATE-EXIT
044700     END-IF.
044800     PERFORM 8000-TERMINATE
044900         THRU 8000-TERMINATE-EXIT.
045000     GOBACK.
045100******************************************************************
045200 1000-INITIALIZE.
045300     ACCEPT MK-CURRENT-DATE FROM DATE YYYYMMDD.
045400     ACCEPT MK-CURRENT-TIME FROM TIME.
045500     OPEN INPUT MASK-PARM-FILE.
045600     IF MK-PARM-STATUS = '00'
045700         READ MASK-PARM-FILE
045800             AT END
045900                 CONTINUE
046000         END-READ
046100         IF MK-PARM-STATUS = '00'
046200             AND PARM-RUN-MODE NOT = SPACE
046300             MOVE PARM-RUN-MODE TO MK-RUN-MODE
046400         END-IF
046500     END-IF.
046600     CLOSE MASK-PARM-FILE.
046700     MOVE HIGH-VALUES TO MK-REQUEST-TABLE.
046800     MOVE ZERO TO MK-FT-READ-COUNT (1) MK-FT-MASKED-COUNT (1)
046900                  MK-FT-READ-COUNT (2) MK-FT-MASKED-COUNT (2)
047000                  MK-FT-READ-COUNT (3) MK-FT-MASKED-COUNT (3)
047100                  MK-FT-READ-COUNT (4) MK-FT-MASKED-COUNT (4)
047200                  MK-FT-READ-COUNT (5) MK-FT-MASKED-COUNT (5).
047300     MOVE 'N' TO MK-FT-PRESENT-SW (1) MK-FT-PRESENT-SW (2)
047400                 MK-FT-PRESENT-SW (3) MK-FT-PRESENT-SW (4)
047500                 MK-FT-PRESENT-SW (5).
047600     OPEN OUTPUT CERTIFICATE-REPORT-FILE.
047700     IF MK-TEST-COPY-MODE
047800         MOVE 'MASKED TEST-DATA COPY' TO MK-HDG-TITLE
047900     ELSE
048000         MOVE 'CUSTOMER PII ERASURE CERTIFICATE'
048100             TO MK-HDG-TITLE
048200     END-IF.
048300     MOVE MK-CURRENT-DATE TO MK-HDG-RUN-DATE.
048400     MOVE MK-CURRENT-TIME TO MK-HDG-RUN-TIME.
048500     WRITE CERTIFICATE-REPORT-LINE FROM MK-HEADING-1
048600         AFTER ADVANCING TOP-OF-PAGE.
048700     IF NOT MK-ERASURE-MODE AND NOT MK-TEST-COPY-MODE
048800         MOVE 'RUN MODE ON CUSTMKPM IS NOT E OR T'
048900             TO MK-ABT-REASON
049000         PERFORM 1900-WRITE-ABORT
049100             THRU 1900-WRITE-ABORT-EXIT
049200         GO TO 1000-INITIALIZE-EXIT
049300     END-IF.
049400     IF MK-ERASURE-MODE
049500         PERFORM 1100-LOAD-REQUESTS
049600             THRU 1100-LOAD-REQUESTS-EXIT
049700     END-IF.
049800 1000-INITIALIZE-EXIT.
049900     EXIT.
050000******************************************************************
050100*THE REQUESTS ARE SORTED INTO CUSTOMER-ID ORDER SO EVERY RECORD
050200*OF EVERY FILE CAN BE LOOKED UP WITH A BINARY SEARCH.  A REQUEST
050300*FOR A CUSTOMER STILL ON THE MASTER IS HELD BACK.
050400******************************************************************
050500 1100-LOAD-REQUESTS.
050600     OPEN INPUT ERASURE-REQUEST-FILE.
050700     IF MK-REQUEST-STATUS NOT = '00'
050800         MOVE 'ERASURE REQUEST FILE MISSING' TO MK-ABT-REASON
050900         PERFORM 1900-WRITE-ABORT
051000             THRU 1900-WRITE-ABORT-EXIT
051100         GO TO 1100-LOAD-REQUESTS-EXIT
051200     END-IF.
051300     CLOSE ERASURE-REQUEST-FILE.
051400     OPEN INPUT CUSTOMER-MASTER-FILE.
051500     IF MK-MASTER-STATUS NOT = '00'
051600         MOVE 'CUSTOMER MASTER NOT AVAILABLE' TO MK-ABT-REASON
051700         PERFORM 1900-WRITE-ABORT
051800             THRU 1900-WRITE-ABORT-EXIT
051900         GO TO 1100-LOAD-REQUESTS-EXIT
052000     END-IF.
052100     SORT SORT-WORK-FILE
052200         ASCENDING KEY SW-CUSTOMER-ID
052300         USING ERASURE-REQUEST-FILE
052400         OUTPUT PROCEDURE IS 1200-BUILD-REQUEST-TABLE
052500             THRU 1200-BUILD-REQUEST-TABLE-EXIT.
052600     CLOSE CUSTOMER-MASTER-FILE.
052700     IF MK-REQUEST-COUNT = ZERO
052800         MOVE 'NO ERASURE REQUESTS ON FILE' TO MK-ABT-REASON
052900         PERFORM 1900-WRITE-ABORT
053000             THRU 1900-WRITE-ABORT-EXIT
053100     END-IF.
053200 1100-LOAD-REQUESTS-EXIT.
053300     EXIT.
053400******************************************************************
053500 1200-BUILD-REQUEST-TABLE.
053600     MOVE 'N' TO MK-END-OF-SORT-SW.
053700     RETURN SORT-WORK-FILE
053800         AT END
053900             MOVE 'Y' TO MK-END-OF-SORT-SW
054000     END-RETURN.
054100     PERFORM 1300-ADD-REQUEST
054200         THRU 1300-ADD-REQUEST-EXIT
054300         UNTIL MK-END-OF-SORT.
054400 1200-BUILD-REQUEST-TABLE-EXIT.
054500     EXIT.
054600******************************************************************
054700 1300-ADD-REQUEST.
054800     ADD 1 TO MK-REQUESTS-READ.
054900     IF SW-CUSTOMER-ID = SPACES
055000         GO TO 1300-NEXT-REQUEST
055100     END-IF.
055200     IF MK-REQUEST-COUNT > ZERO
055300         IF SW-CUSTOMER-ID = MK-REQ-CUSTOMER-ID (MK-REQUEST-COUNT)
055400             ADD 1 TO MK-REQUESTS-DUPLICATE
055500             GO TO 1300-NEXT-REQUEST
055600         END-IF
055700     END-IF.
055800     IF MK-REQUEST-COUNT NOT < 1000
055900         ADD 1 TO MK-REQUESTS-OVERFLOW
056000         GO TO 1300-NEXT-REQUEST
056100     END-IF.
056200     ADD 1 TO MK-REQUEST-COUNT.
056300     MOVE MK-REQUEST-COUNT TO MK-SUB.
056400     MOVE SW-CUSTOMER-ID        TO MK-REQ-CUSTOMER-ID (MK-SUB).
056500     MOVE SW-APPROVAL-REFERENCE TO MK-REQ-APPROVAL-REF (MK-SUB).
056600     MOVE SW-APPROVED-BY        TO MK-REQ-APPROVED-BY (MK-SUB).
056700     MOVE SW-APPROVED-DATE      TO MK-REQ-APPROVED-DT (MK-SUB).
056800     MOVE ZERO TO MK-REQ-ARCHIVE-CNT (MK-SUB)
056900                  MK-REQ-HISTORY-CNT (MK-SUB)
057000                  MK-REQ-REJECT-CNT (MK-SUB)
057100                  MK-REQ-BACKUP-CNT (MK-SUB).
057200     MOVE SW-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-MASTER-RECORD.
057300     READ CUSTOMER-MASTER-FILE
057400         INVALID KEY
057500             MOVE 'A' TO MK-REQ-STATUS (MK-SUB)
057600         NOT INVALID KEY
057700             MOVE 'M' TO MK-REQ-STATUS (MK-SUB)
057800             ADD 1 TO MK-REQUESTS-ON-MASTER
057900     END-READ.
058000 1300-NEXT-REQUEST.
058100     RETURN SORT-WORK-FILE
058200         AT END
058300             MOVE 'Y' TO MK-END-OF-SORT-SW
058400     END-RETURN.
058500 1300-ADD-REQUEST-EXIT.
058600     EXIT.
058700******************************************************************
058800 1900-WRITE-ABORT.
058900     SET MK-JOB-ABORTED TO TRUE.
059000     WRITE CERTIFICATE-REPORT-LINE FROM MK-ABORT-LINE
059100         AFTER ADVANCING 2 LINES.
059200 1900-WRITE-ABORT-EXIT.
059300     EXIT.
059400******************************************************************
059500 2000-MASK-ARCHIVE.
059600     OPEN INPUT ARCHIVE-FILE.
059700     IF MK-ARCHIVE-STATUS NOT = '00'
059800         GO TO 2000-MASK-ARCHIVE-EXIT
059900     END-IF.
060000     MOVE 'Y' TO MK-FT-PRESENT-SW (1).
060100     OPEN OUTPUT MASKED-ARCHIVE-FILE.
060200     MOVE 'N' TO MK-END-OF-FILE-SW.
060300     PERFORM 2100-COPY-ARCHIVE-RECORD
060400         THRU 2100-COPY-ARCHIVE-RECORD-EXIT
060500         UNTIL MK-END-OF-FILE.
060600     CLOSE ARCHIVE-FILE
060700           MASKED-ARCHIVE-FILE.
060800 2000-MASK-ARCHIVE-EXIT.
060900     EXIT.
061000******************************************************************
061100 2100-COPY-ARCHIVE-RECORD.
061200     READ ARCHIVE-FILE INTO MK-MASTER-WORK
061300         AT END
061400             MOVE 'Y' TO MK-END-OF-FILE-SW
061500             GO TO 2100-COPY-ARCHIVE-RECORD-EXIT
061600     END-READ.
061700     ADD 1 TO MK-FT-READ-COUNT (1).
061800     MOVE CUSTOMER-ID OF MK-MASTER-WORK TO MK-LOOKUP-CUSTOMER-ID.
061900     PERFORM 6300-SELECT-CUSTOMER
062000         THRU 6300-SELECT-CUSTOMER-EXIT.
062100     IF MK-SELECTED
062200         PERFORM 6100-MASK-MASTER-IMAGE
062300             THRU 6100-MASK-MASTER-IMAGE-EXIT
062400         ADD 1 TO MK-FT-MASKED-COUNT (1)
062500         ADD 1 TO MK-REQ-ARCHIVE-CNT (MK-REQ-IDX)
062600     END-IF.
062700     WRITE MASKED-ARCHIVE-RECORD FROM MK-MASTER-WORK.
062800 2100-COPY-ARCHIVE-RECORD-EXIT.
062900     EXIT.
063000******************************************************************
063100*BOTH IMAGES OF A SELECTED ROW ARE MASKED; THE BEFORE IMAGE OF AN
063200*ADD AND THE AFTER IMAGE OF A DELETE ARE SPACES AND STAY SO.
063300******************************************************************
063400 3000-MASK-HISTORY.
063500     OPEN INPUT CHANGE-HISTORY-FILE.
063600     IF MK-HIST-STATUS NOT = '00'
063700         GO TO 3000-MASK-HISTORY-EXIT
063800     END-IF.
063900     MOVE 'Y' TO MK-FT-PRESENT-SW (2).
064000     OPEN OUTPUT MASKED-HISTORY-FILE.
064100     MOVE 'N' TO MK-END-OF-FILE-SW.
064200     PERFORM 3100-COPY-HISTORY-RECORD
064300         THRU 3100-COPY-HISTORY-RECORD-EXIT
064400         UNTIL MK-END-OF-FILE.
064500     CLOSE CHANGE-HISTORY-FILE
064600           MASKED-HISTORY-FILE.
064700 3000-MASK-HISTORY-EXIT.
064800     EXIT.
064900******************************************************************
065000 3100-COPY-HISTORY-RECORD.
065100     READ CHANGE-HISTORY-FILE
065200         AT END
065300             MOVE 'Y' TO MK-END-OF-FILE-SW
065400             GO TO 3100-COPY-HISTORY-RECORD-EXIT
065500     END-READ.
065600     ADD 1 TO MK-FT-READ-COUNT (2).
065700     MOVE HIST-CUSTOMER-ID TO MK-LOOKUP-CUSTOMER-ID.
065800     PERFORM 6300-SELECT-CUSTOMER
065900         THRU 6300-SELECT-CUSTOMER-EXIT.
066000     IF MK-SELECTED
066100         IF HIST-BEFORE-IMAGE NOT = SPACES
066200             MOVE HIST-BEFORE-IMAGE TO MK-MASTER-WORK
066300             PERFORM 6100-MASK-MASTER-IMAGE
066400                 THRU 6100-MASK-MASTER-IMAGE-EXIT
066500             MOVE MK-MASTER-WORK TO HIST-BEFORE-IMAGE
066600         END-IF
066700         IF HIST-AFTER-IMAGE NOT = SPACES
066800             MOVE HIST-AFTER-IMAGE TO MK-MASTER-WORK
066900             PERFORM 6100-MASK-MASTER-IMAGE
067000                 THRU 6100-MASK-MASTER-IMAGE-EXIT
067100             MOVE MK-MASTER-WORK TO HIST-AFTER-IMAGE
067200         END-IF
067300         ADD 1 TO MK-FT-MASKED-COUNT (2)
067400         IF MK-ERASURE-MODE
067500             ADD 1 TO MK-REQ-HISTORY-CNT (MK-REQ-IDX)
067600         END-IF
067700     END-IF.
067800     WRITE MASKED-HISTORY-RECORD FROM CHANGE-HISTORY-RECORD.
067900 3100-COPY-HISTORY-RECORD-EXIT.
068000     EXIT.
068100******************************************************************
068200 4000-MASK-EDIT-REJECTS.
068300     OPEN INPUT EDIT-REJECT-FILE.
068400     IF MK-EREJ-STATUS NOT = '00'
068500         GO TO 4000-MASK-EDIT-REJECTS-EXIT
068600     END-IF.
068700     MOVE 'Y' TO MK-FT-PRESENT-SW (3).
068800     OPEN OUTPUT MASKED-EDIT-REJECT-FILE.
068900     MOVE 'N' TO MK-END-OF-FILE-SW.
069000     PERFORM 4100-COPY-EDIT-REJECT
069100         THRU 4100-COPY-EDIT-REJECT-EXIT
069200         UNTIL MK-END-OF-FILE.
069300     CLOSE EDIT-REJECT-FILE
069400           MASKED-EDIT-REJECT-FILE.
069500 4000-MASK-EDIT-REJECTS-EXIT.
069600     EXIT.
069700******************************************************************
069800 4100-COPY-EDIT-REJECT.
069900     READ EDIT-REJECT-FILE INTO MK-REJECT-WORK
070000         AT END
070100             MOVE 'Y' TO MK-END-OF-FILE-SW
070200             GO TO 4100-COPY-EDIT-REJECT-EXIT
070300     END-READ.
070400     ADD 1 TO MK-FT-READ-COUNT (3).
070500     PERFORM 4900-MASK-REJECT-RECORD
070600         THRU 4900-MASK-REJECT-RECORD-EXIT.
070700     IF MK-SELECTED
070800         ADD 1 TO MK-FT-MASKED-COUNT (3)
070900     END-IF.
071000     WRITE MASKED-EDIT-REJECT-RECORD FROM MK-REJECT-WORK.
071100 4100-COPY-EDIT-REJECT-EXIT.
071200     EXIT.
071300******************************************************************
071400 4500-MASK-MAINT-REJECTS.
071500     OPEN INPUT MAINT-REJECT-FILE.
071600     IF MK-MREJ-STATUS NOT = '00'
071700         GO TO 4500-MASK-MAINT-REJECTS-EXIT
071800     END-IF.
071900     MOVE 'Y' TO MK-FT-PRESENT-SW (4).
072000     OPEN OUTPUT MASKED-MAINT-REJECT-FILE.
072100     MOVE 'N' TO MK-END-OF-FILE-SW.
072200     PERFORM 4600-COPY-MAINT-REJECT
072300         THRU 4600-COPY-MAINT-REJECT-EXIT
072400         UNTIL MK-END-OF-FILE.
072500     CLOSE MAINT-REJECT-FILE
072600           MASKED-MAINT-REJECT-FILE.
072700 4500-MASK-MAINT-REJECTS-EXIT.
072800     EXIT.
072900******************************************************************
073000 4600-COPY-MAINT-REJECT.
073100     READ MAINT-REJECT-FILE INTO MK-REJECT-WORK
073200         AT END
073300             MOVE 'Y' TO MK-END-OF-FILE-SW
073400             GO TO 4600-COPY-MAINT-REJECT-EXIT
073500     END-READ.
073600     ADD 1 TO MK-FT-READ-COUNT (4).
073700     PERFORM 4900-MASK-REJECT-RECORD
073800         THRU 4900-MASK-REJECT-RECORD-EXIT.
073900     IF MK-SELECTED
074000         ADD 1 TO MK-FT-MASKED-COUNT (4)
074100     END-IF.
074200     WRITE MASKED-MAINT-REJECT-RECORD FROM MK-REJECT-WORK.
074300 4600-COPY-MAINT-REJECT-EXIT.
074400     EXIT.
074500******************************************************************
074600*A REJECT CARRIES A TRANSACTION IMAGE (CUSTTRAN.CPY), NOT A
074700*MASTER IMAGE, SO IT HAS ITS OWN MASKING PARAGRAPH.
074800******************************************************************
074900 4900-MASK-REJECT-RECORD.
075000     MOVE REJ-TRANSACTION-IMAGE TO MK-TRAN-WORK.
075100     MOVE CUSTOMER-ID OF MK-TRAN-WORK TO MK-LOOKUP-CUSTOMER-ID.
075200     PERFORM 6300-SELECT-CUSTOMER
075300         THRU 6300-SELECT-CUSTOMER-EXIT.
075400     IF MK-SELECTED
075500         PERFORM 6200-MASK-TRANSACTION-IMAGE
075600             THRU 6200-MASK-TRANSACTION-IMAGE-EXIT
075700         MOVE MK-TRAN-WORK TO REJ-TRANSACTION-IMAGE
075800         ADD 1 TO MK-REQ-REJECT-CNT (MK-REQ-IDX)
075900     END-IF.
076000 4900-MASK-REJECT-RECORD-EXIT.
076100     EXIT.
076200******************************************************************
076300*THE HEADER AND TRAILER ARE CARRIED ACROSS UNTOUCHED; THEIR
076400*COUNT AND CUSTOMER-ID HASH TOTAL STILL HOLD SINCE NO KEY CHANGES.
076500******************************************************************
076600 5000-MASK-BACKUP.
076700     OPEN INPUT BACKUP-FILE.
076800     IF MK-BACKUP-STATUS NOT = '00'
076900         GO TO 5000-MASK-BACKUP-EXIT
077000     END-IF.
077100     MOVE 'Y' TO MK-FT-PRESENT-SW (5).
077200     OPEN OUTPUT MASKED-BACKUP-FILE.
077300     MOVE 'N' TO MK-END-OF-FILE-SW.
077400     PERFORM 5100-COPY-BACKUP-RECORD
077500         THRU 5100-COPY-BACKUP-RECORD-EXIT
077600         UNTIL MK-END-OF-FILE.
077700     CLOSE BACKUP-FILE
077800           MASKED-BACKUP-FILE.
077900 5000-MASK-BACKUP-EXIT.
078000     EXIT.
078100******************************************************************
078200 5100-COPY-BACKUP-RECORD.
078300     READ BACKUP-FILE INTO MK-MASTER-WORK
078400         AT END
078500             MOVE 'Y' TO MK-END-OF-FILE-SW
078600             GO TO 5100-COPY-BACKUP-RECORD-EXIT
078700     END-READ.
078800     IF CUSTOMER-ID OF MK-MASTER-WORK (1:3) = 'HDR' OR 'TRL'
078900         WRITE MASKED-BACKUP-RECORD FROM BACKUP-RECORD
079000         GO TO 5100-COPY-BACKUP-RECORD-EXIT
079100     END-IF.
079200     ADD 1 TO MK-FT-READ-COUNT (5).
079300     MOVE CUSTOMER-ID OF MK-MASTER-WORK TO MK-LOOKUP-CUSTOMER-ID.
079400     PERFORM 6300-SELECT-CUSTOMER
079500         THRU 6300-SELECT-CUSTOMER-EXIT.
079600     IF MK-SELECTED
079700         PERFORM 6100-MASK-MASTER-IMAGE
079800             THRU 6100-MASK-MASTER-IMAGE-EXIT
079900         ADD 1 TO MK-FT-MASKED-COUNT (5)
080000         IF MK-ERASURE-MODE
080100             ADD 1 TO MK-REQ-BACKUP-CNT (MK-REQ-IDX)
080200         END-IF
080300     END-IF.
080400     WRITE MASKED-BACKUP-RECORD FROM MK-MASTER-WORK.
080500 5100-COPY-BACKUP-RECORD-EXIT.
080600     EXIT.
080700******************************************************************
080800*THE MASKED VALUES THAT CARRY THE CUSTOMER-ID ARE BUILT FRESH FOR
080900*EACH RECORD; THE REST ARE CONSTANTS.
081000******************************************************************
081100 6000-BUILD-MASKED-VALUES.
081200     MOVE SPACES TO MK-MASK-LAST-NAME
081300                    MK-MASK-STREET
081400                    MK-MASK-EMAIL.
081500     STRING 'CUST'                DELIMITED BY SIZE
081600            MK-LOOKUP-CUSTOMER-ID DELIMITED BY SPACE
081700         INTO MK-MASK-LAST-NAME.
081800     STRING MK-LOOKUP-CUSTOMER-ID DELIMITED BY SPACE
081900            ' MASKED STREET'      DELIMITED BY SIZE
082000         INTO MK-MASK-STREET.
082100     STRING MK-LOOKUP-CUSTOMER-ID DELIMITED BY SPACE
082200            '@MASKED.INVALID'     DELIMITED BY SIZE
082300         INTO MK-MASK-EMAIL.
082400 6000-BUILD-MASKED-VALUES-EXIT.
082500     EXIT.
082600******************************************************************
082700 6100-MASK-MASTER-IMAGE.
082800     PERFORM 6000-BUILD-MASKED-VALUES
082900         THRU 6000-BUILD-MASKED-VALUES-EXIT.
083000     IF FIRST-NAME OF MK-MASTER-WORK NOT = SPACES
083100         MOVE MK-MASK-FIRST-NAME TO FIRST-NAME OF MK-MASTER-WORK
083200     END-IF.
083300     IF LAST-NAME OF MK-MASTER-WORK NOT = SPACES
083400         MOVE MK-MASK-LAST-NAME TO LAST-NAME OF MK-MASTER-WORK
083500     END-IF.
083600     MOVE LAST-NAME OF MK-MASTER-WORK
083700         TO ALT-LAST-NAME OF MK-MASTER-WORK.
083800     MOVE SPACE TO MIDDLE-INITIAL OF MK-MASTER-WORK.
083900     IF STREET-ADDRESS OF MK-MASTER-WORK NOT = SPACES
084000         MOVE MK-MASK-STREET TO STREET-ADDRESS OF MK-MASTER-WORK
084100     END-IF.
084200     IF CITY OF MK-MASTER-WORK NOT = SPACES
084300         MOVE MK-MASK-CITY TO CITY OF MK-MASTER-WORK
084400     END-IF.
084500     IF ZIP-CODE OF MK-MASTER-WORK NOT = SPACES
084600         MOVE MK-MASK-ZIP TO ZIP-CODE OF MK-MASTER-WORK
084700     END-IF.
084800     PERFORM 6150-MASK-MASTER-PHONE
084900         THRU 6150-MASK-MASTER-PHONE-EXIT
085000         VARYING MK-PHONE-SUB FROM 1 BY 1
085100         UNTIL MK-PHONE-SUB > 3.
085200     IF EMAIL-ADDRESS OF MK-MASTER-WORK NOT = SPACES
085300         MOVE MK-MASK-EMAIL TO EMAIL-ADDRESS OF MK-MASTER-WORK
085400     END-IF.
085500     IF BIRTH-DATE OF MK-MASTER-WORK NOT = SPACES
085600         MOVE MK-MASK-BIRTH-DATE
085700             TO BIRTH-DATE OF MK-MASTER-WORK
085800     END-IF.
085900 6100-MASK-MASTER-IMAGE-EXIT.
086000     EXIT.
086100******************************************************************
086200 6150-MASK-MASTER-PHONE.
086300     IF PHONE-NUMBER OF MK-MASTER-WORK (MK-PHONE-SUB)
086400             NOT = SPACES
086500         MOVE MK-MASK-PHONE
086600             TO PHONE-NUMBER OF MK-MASTER-WORK (MK-PHONE-SUB)
086700     END-IF.
086800 6150-MASK-MASTER-PHONE-EXIT.
086900     EXIT.
087000******************************************************************
087100 6200-MASK-TRANSACTION-IMAGE.
087200     PERFORM 6000-BUILD-MASKED-VALUES
087300         THRU 6000-BUILD-MASKED-VALUES-EXIT.
087400     IF FIRST-NAME OF MK-TRAN-WORK NOT = SPACES
087500         MOVE MK-MASK-FIRST-NAME TO FIRST-NAME OF MK-TRAN-WORK
087600     END-IF.
087700     IF LAST-NAME OF MK-TRAN-WORK NOT = SPACES
087800         MOVE MK-MASK-LAST-NAME TO LAST-NAME OF MK-TRAN-WORK
087900     END-IF.
088000     MOVE SPACE TO MIDDLE-INITIAL OF MK-TRAN-WORK.
088100     IF STREET-ADDRESS OF MK-TRAN-WORK NOT = SPACES
088200         MOVE MK-MASK-STREET TO STREET-ADDRESS OF MK-TRAN-WORK
088300     END-IF.
088400     IF CITY OF MK-TRAN-WORK NOT = SPACES
088500         MOVE MK-MASK-CITY TO CITY OF MK-TRAN-WORK
088600     END-IF.
088700     IF ZIP-CODE OF MK-TRAN-WORK NOT = SPACES
088800         MOVE MK-MASK-ZIP TO ZIP-CODE OF MK-TRAN-WORK
088900     END-IF.
089000     PERFORM 6250-MASK-TRANSACTION-PHONE
089100         THRU 6250-MASK-TRANSACTION-PHONE-EXIT
089200         VARYING MK-PHONE-SUB FROM 1 BY 1
089300         UNTIL MK-PHONE-SUB > 3.
089400     IF EMAIL-ADDRESS OF MK-TRAN-WORK NOT = SPACES
089500         MOVE MK-MASK-EMAIL TO EMAIL-ADDRESS OF MK-TRAN-WORK
089600     END-IF.
089700     IF BIRTH-DATE OF MK-TRAN-WORK NOT = SPACES
089800         MOVE MK-MASK-BIRTH-DATE TO BIRTH-DATE OF MK-TRAN-WORK
089900     END-IF.
090000 6200-MASK-TRANSACTION-IMAGE-EXIT.
090100     EXIT.
090200******************************************************************
090300 6250-MASK-TRANSACTION-PHONE.
090400     IF PHONE-NUMBER OF MK-TRAN-WORK (MK-PHONE-SUB)
090500             NOT = SPACES
090600         MOVE MK-MASK-PHONE
090700             TO PHONE-NUMBER OF MK-TRAN-WORK (MK-PHONE-SUB)
090800     END-IF.
090900 6250-MASK-TRANSACTION-PHONE-EXIT.
091000     EXIT.
091100******************************************************************
091200*IN TEST-COPY MODE EVERY RECORD IS MASKED.  IN ERASURE MODE ONLY
091300*A CUSTOMER-ID ON THE REQUEST TABLE AND NO LONGER ON THE MASTER
091400*IS; MK-REQ-IDX IS LEFT POINTING AT ITS ENTRY.
091500******************************************************************
091600 6300-SELECT-CUSTOMER.
091700     IF MK-TEST-COPY-MODE
091800         MOVE 'Y' TO MK-SELECTED-SW
091900         GO TO 6300-SELECT-CUSTOMER-EXIT
092000     END-IF.
092100     MOVE 'N' TO MK-SELECTED-SW.
092200     SEARCH ALL MK-REQUEST-ENTRY
092300         AT END
092400             CONTINUE
092500         WHEN MK-REQ-CUSTOMER-ID (MK-REQ-IDX)
092600                 = MK-LOOKUP-CUSTOMER-ID
092700             IF MK-REQ-ACCEPTED (MK-REQ-IDX)
092800                 MOVE 'Y' TO MK-SELECTED-SW
092900             END-IF
093000     END-SEARCH.
093100 6300-SELECT-CUSTOMER-EXIT.
093200     EXIT.
093300******************************************************************
093400 7000-WRITE-CERTIFICATE.
093500     IF MK-ERASURE-MODE
093600         WRITE CERTIFICATE-REPORT-LINE FROM MK-HEADING-2
093700             AFTER ADVANCING 2 LINES
093800         PERFORM 7100-WRITE-REQUEST-LINE
093900             THRU 7100-WRITE-REQUEST-LINE-EXIT
094000             VARYING MK-SUB FROM 1 BY 1
094100             UNTIL MK-SUB > MK-REQUEST-COUNT
094200     END-IF.
094300     WRITE CERTIFICATE-REPORT-LINE FROM MK-FILE-HEADING
094400         AFTER ADVANCING 3 LINES.
094500     PERFORM 7200-WRITE-FILE-TOTAL
094600         THRU 7200-WRITE-FILE-TOTAL-EXIT
094700         VARYING MK-SUB FROM 1 BY 1
094800         UNTIL MK-SUB > 5.
094900     IF MK-ERASURE-MODE
095000         MOVE MK-REQUESTS-READ      TO MK-SUM-READ
095100         MOVE MK-REQUESTS-DUPLICATE TO MK-SUM-DUPLICATE
095200         MOVE MK-REQUESTS-OVERFLOW  TO MK-SUM-OVERFLOW
095300         MOVE MK-REQUESTS-ON-MASTER TO MK-SUM-ON-MASTER
095400         MOVE MK-REQUESTS-ERASED    TO MK-SUM-ERASED
095500         WRITE CERTIFICATE-REPORT-LINE FROM MK-SUMMARY-LINE-1
095600             AFTER ADVANCING 2 LINES
095700         WRITE CERTIFICATE-REPORT-LINE FROM MK-SUMMARY-LINE-2
095800             AFTER ADVANCING 1 LINE
095900         WRITE CERTIFICATE-REPORT-LINE FROM MK-SUMMARY-LINE-3
096000             AFTER ADVANCING 1 LINE
096100         WRITE CERTIFICATE-REPORT-LINE FROM MK-SUMMARY-LINE-4
096200             AFTER ADVANCING 1 LINE
096300         WRITE CERTIFICATE-REPORT-LINE FROM MK-SUMMARY-LINE-5
096400             AFTER ADVANCING 1 LINE
096500         WRITE CERTIFICATE-REPORT-LINE FROM MK-STATEMENT-LINE-1
096600             AFTER ADVANCING 3 LINES
096700         WRITE CERTIFICATE-REPORT-LINE FROM MK-STATEMENT-LINE-2
096800             AFTER ADVANCING 1 LINE
096900     END-IF.
097000     WRITE CERTIFICATE-REPORT-LINE FROM MK-SIGNOFF-LINE-1
097100         AFTER ADVANCING 3 LINES.
097200     WRITE CERTIFICATE-REPORT-LINE FROM MK-SIGNOFF-LINE-2
097300         AFTER ADVANCING 2 LINES.
097400     IF MK-ERASURE-MODE
097500         WRITE CERTIFICATE-REPORT-LINE FROM MK-SIGNOFF-LINE-3
097600             AFTER ADVANCING 2 LINES
097700     END-IF.
097800 7000-WRITE-CERTIFICATE-EXIT.
097900     EXIT.
098000******************************************************************
098100 7100-WRITE-REQUEST-LINE.
098200     MOVE MK-REQ-CUSTOMER-ID (MK-SUB)  TO MK-DET-CUSTOMER-ID.
098300     MOVE MK-REQ-APPROVAL-REF (MK-SUB) TO MK-DET-APPROVAL-REF.
098400     MOVE MK-REQ-APPROVED-BY (MK-SUB)  TO MK-DET-APPROVED-BY.
098500     MOVE MK-REQ-APPROVED-DT (MK-SUB)  TO MK-DET-APPROVED-DT.
098600     MOVE MK-REQ-ARCHIVE-CNT (MK-SUB)  TO MK-DET-ARCHIVE.
098700     MOVE MK-REQ-HISTORY-CNT (MK-SUB)  TO MK-DET-HISTORY.
098800     MOVE MK-REQ-REJECT-CNT (MK-SUB)   TO MK-DET-REJECT.
098900     MOVE MK-REQ-BACKUP-CNT (MK-SUB)   TO MK-DET-BACKUP.
099000     COMPUTE MK-REQUEST-RECORDS =
099100         MK-REQ-ARCHIVE-CNT (MK-SUB) + MK-REQ-HISTORY-CNT (MK-SUB)
099200       + MK-REQ-REJECT-CNT (MK-SUB) + MK-REQ-BACKUP-CNT (MK-SUB).
099300     EVALUATE TRUE
099400         WHEN MK-REQ-ON-MASTER (MK-SUB)
099500             MOVE 'NOT ERASED - STILL ON CUSTOMER MASTER'
099600                 TO MK-DET-RESULT
099700         WHEN MK-REQUEST-RECORDS = ZERO
099800             MOVE 'ERASED - NO RECORDS HELD' TO MK-DET-RESULT
099900             ADD 1 TO MK-REQUESTS-ERASED
100000         WHEN OTHER
100100             MOVE 'ERASED' TO MK-DET-RESULT
100200             ADD 1 TO MK-REQUESTS-ERASED
100300     END-EVALUATE.
100400     WRITE CERTIFICATE-REPORT-LINE FROM MK-DETAIL-LINE
100500         AFTER ADVANCING 1 LINE.
100600 7100-WRITE-REQUEST-LINE-EXIT.
100700     EXIT.
100800******************************************************************
100900 7200-WRITE-FILE-TOTAL.
101000     IF MK-TEST-COPY-MODE
101100         AND (MK-SUB = 1 OR 3 OR 4)
101200         GO TO 7200-WRITE-FILE-TOTAL-EXIT
101300     END-IF.
101400     MOVE MK-FILE-NAME (MK-SUB)       TO MK-FTL-FILE-NAME.
101500     MOVE MK-FT-READ-COUNT (MK-SUB)   TO MK-FTL-READ.
101600     MOVE MK-FT-MASKED-COUNT (MK-SUB) TO MK-FTL-MASKED.
101700     IF MK-FT-PRESENT (MK-SUB)
101800         MOVE SPACES TO MK-FTL-NOTE
101900     ELSE
102000         MOVE 'FILE NOT PRESENT THIS RUN' TO MK-FTL-NOTE
102100     END-IF.
102200     WRITE CERTIFICATE-REPORT-LINE FROM MK-FILE-TOTAL-LINE
102300         AFTER ADVANCING 1 LINE.
102400 7200-WRITE-FILE-TOTAL-EXIT.
102500     EXIT.
102600******************************************************************
102700 8000-TERMINATE.
102800     CLOSE CERTIFICATE-REPORT-FILE.
102900 8000-TERMINATE-EXIT.
103000     EXIT.
103100******************************************************************

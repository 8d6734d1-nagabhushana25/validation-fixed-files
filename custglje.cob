000100******************************************************************
000200*CUSTGLJE
000300*GENERAL LEDGER JOURNAL INTERFACE FOR RECEIVABLES MOVEMENT
000400*
000500*SUMMARIZES THE DAY'S MONEY MOVEMENT ON THE CUSTOMER MASTER INTO
000600*BALANCED GENERAL LEDGER JOURNAL ENTRIES, SO FINANCE NO LONGER
000700*RE-KEYS THE CUSTTRPT AND CUSTFRPT PRINTOUTS.  RUN NIGHTLY AFTER
000800*CUSTBALC, THE LAST STEP OF THE BATCH WINDOW.
000900*
001000*THE JOURNAL IS BUILT FROM EVERY CHANGE-HISTORY ROW STAMPED TODAY
001100*THAT MOVED ACCOUNT-BALANCE (AFTER-IMAGE BALANCE MINUS BEFORE-
001200*IMAGE BALANCE, EXACTLY AS CUSTBALC NETS THEM), SO THE JOURNAL'S
001300*NET CANNOT DRIFT FROM THE BALANCE CONTROL LEDGER.  EACH ROW IS
001400*ASSIGNED A MOVEMENT CODE:
001500*   CUSTPOST ROWS ('P') BY THE ITEM TYPE ON THE MONETARY ITEM
001600*   JOURNAL (CUSTJRNL.CPY) -- THE JOURNAL ITEM IS FOUND BY ITS
001700*   CUSTOMER-ID, RUN TIME AND BALANCE-AFTER, WHICH ARE THE SAME
001800*   ON THE HISTORY ROW AND THE JOURNAL ITEM CUSTPOST WRITES FOR
001900*   THE SAME POSTING:
002000*      PY PAYMENTS   PU PURCHASES   FE FEES      RF REFUNDS
002100*      AJ ADJUSTMENTS               RV REVERSALS
002200*      PX A CUSTPOST ROW WITH NO MATCHING JOURNAL ITEM
002300*   FC FINANCE CHARGES      (CUSTFCHG, 'F')
002400*   RC CORRECTIONS          (CUSTREST, 'R')
002500*   AP ARCHIVE PURGES       (CUSTARCH, 'X')
002600*   RI ARCHIVE REINSTATES   (CUSTARCQ, 'A')
002700*   MT MAINTENANCE          (CUSTMAINT, 'A' 'C' 'D')
002800*   MG MERGES               (CUSTDMRG, 'M')
002900*   OT ANY OTHER ACTION CODE
003000*
003100*THE GL MAPPING PARAMETER FILE GIVES, FOR EACH MOVEMENT CODE, THE
003200*RECEIVABLE ACCOUNT AND THE OFFSETTING ACCOUNT.  A ROW WITH CODE
003300*'**' IS THE DEFAULT FOR ANY MOVEMENT WITHOUT A ROW OF ITS OWN.
003400*INCREASES IN RECEIVABLES FOR A MOVEMENT ARE JOURNALED AS ONE
003500*ENTRY -- DEBIT THE RECEIVABLE ACCOUNT, CREDIT THE OFFSET -- AND
003600*DECREASES AS ANOTHER, THE OTHER WAY ROUND, SO EVERY ENTRY
003700*BALANCES.  A MOVEMENT WITH MONEY AND NO MAPPING STOPS THE FEED;
003800*THE REPORT NAMES IT AND NO ENTRIES ARE WRITTEN.
003900*
004000*THE FEED (CUSTGLIF.CPY) CARRIES A HEADER, THE ENTRY LINES, AND A
004100*TRAILER WITH CONTROL TOTALS.  THE REPORT LISTS THE MOVEMENTS AND
004200*ENTRIES, THEN PROVES THE JOURNAL'S NET AGAINST THE HISTORY NET
004300*AND THE NET CHANGE IN THE MASTER TOTAL THAT CUSTBALC LEFT ON ITS
004400*CONTROL RECORD FOR THE SAME DAY.
004500*
004600*INSTALLATION.  DATA PROCESSING.
004700*DATE-WRITTEN.   2026-10-15.
004800*
004900*MODIFICATION HISTORY.
005000*DATE       INIT  DESCRIPTION
005100*2026-10-15  JRH  ORIGINAL PROGRAM.
005200******************************************************************
005300 IDENTIFICATION DIVISION.
005400 PROGRAM-ID.    CUSTGLJE.
005500 AUTHOR.        J R HALVORSEN.
005600 INSTALLATION.  DATA PROCESSING.
005700 DATE-WRITTEN.  2026-10-15.
005800 DATE-COMPILED.
005900******************************************************************
006000 ENVIRONMENT DIVISION.
006100 CONFIGURATION SECTION.
006200 SOURCE-COMPUTER.   IBM-370.
006300 OBJECT-COMPUTER.   IBM-370.
006400 SPECIAL-NAMES.
006500     C01 IS TOP-OF-PAGE.
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800     SELECT GL-MAPPING-FILE
006900         ASSIGN TO CUSTGLMP
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS GJ-MAPPING-STATUS.
007200
007300     SELECT CHANGE-HISTORY-FILE
007400         ASSIGN TO CUSTCHST
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS GJ-HIST-STATUS.
007700
007800     SELECT MONETARY-JOURNAL-FILE
007900         ASSIGN TO CUSTMJRN
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS SEQUENTIAL
008200         RECORD KEY IS JRNL-REFERENCE-NUMBER
008300         FILE STATUS IS GJ-JRNL-STATUS.
008400
008500     SELECT BALANCE-CONTROL-FILE
008600         ASSIGN TO CUSTBCTL
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS GJ-CTL-STATUS.
008900
009000     SELECT GL-FEED-FILE
009100         ASSIGN TO CUSTGLFD
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS GJ-FEED-STATUS.
009400
009500     SELECT GL-REPORT-FILE
009600         ASSIGN TO CUSTGLRP
009700         ORGANIZATION IS LINE SEQUENTIAL
009800         FILE STATUS IS GJ-REPORT-STATUS.
009900
010000     SELECT SORT-WORK-FILE
010100         ASSIGN TO SORTWK01.
010200******************************************************************
010300 DATA DIVISION.
010400 FILE SECTION.
010500 FD  GL-MAPPING-FILE
010600     RECORDING MODE IS F.
010700 01  GL-MAPPING-RECORD.
010800     05  MAP-MOVEMENT-CODE       PIC X(02).
010900     05  FILLER                  PIC X(01).
011000     05  MAP-RECEIVABLE-ACCOUNT  PIC X(20).
011100     05  FILLER                  PIC X(01).
011200     05  MAP-OFFSET-ACCOUNT      PIC X(20).
011300     05  FILLER                  PIC X(01).
011400     05  MAP-DESCRIPTION         PIC X(30).
011500
011600 FD  CHANGE-HISTORY-FILE
011700     RECORDING MODE IS F.
011800     COPY "custhist.cpy".
011900
012000 FD  MONETARY-JOURNAL-FILE
012100     RECORDING MODE IS F.
012200     COPY "custjrnl.cpy".
012300
012400 FD  BALANCE-CONTROL-FILE
012500     RECORDING MODE IS F.
012600 01  BALANCE-CONTROL-RECORD.
012700     05  BCTL-RUN-DATE           PIC X(08).
012800     05  BCTL-TOTAL-STATUS-A     PIC S9(12)V99.
012900     05  BCTL-TOTAL-STATUS-C     PIC S9(12)V99.
013000     05  BCTL-TOTAL-STATUS-S     PIC S9(12)V99.
013100     05  BCTL-TOTAL-STATUS-D     PIC S9(12)V99.
013200     05  BCTL-TOTAL-OTHER        PIC S9(12)V99.
013300     05  BCTL-GRAND-TOTAL        PIC S9(12)V99.
013400     05  BCTL-PRIOR-GRAND-TOTAL  PIC S9(12)V99.
013500     05  BCTL-HISTORY-NET        PIC S9(12)V99.
013600     05  BCTL-BALANCE-STATUS     PIC X(01).
013700         88  BCTL-BASELINE                   VALUE 'B'.
013800         88  BCTL-IN-BALANCE                 VALUE 'I'.
013900         88  BCTL-OUT-OF-BALANCE             VALUE 'O'.
014000
014100 FD  GL-FEED-FILE
014200     RECORDING MODE IS F.
014300     COPY "custglif.cpy".
014400
014500 FD  GL-REPORT-FILE.
014600 01  GL-REPORT-LINE              PIC X(132).
014700
014800 SD  SORT-WORK-FILE.
014900 01  SORT-WORK-RECORD.
015000     05  SW-MATCH-KEY.
015100         10  SW-CUSTOMER-ID      PIC X(10).
015200         10  SW-CHANGE-TIME      PIC X(06).
015300         10  SW-BALANCE-AFTER    PIC S9(10)V99.
015400     05  SW-RECORD-KIND          PIC X(01).
015500         88  SW-JOURNAL-ITEM                 VALUE '1'.
015600         88  SW-HISTORY-ROW                  VALUE '2'.
015700     05  SW-SEQUENCE             PIC 9(09).
015800     05  SW-ACTION-CODE          PIC X(01).
015900     05  SW-OPERATOR-ID          PIC X(08).
016000     05  SW-ITEM-TYPE            PIC X(01).
016100     05  SW-BALANCE-CHANGE       PIC S9(12)V99.
016200******************************************************************
016300 WORKING-STORAGE SECTION.
016400 01  GJ-FILE-STATUSES.
016500     05  GJ-MAPPING-STATUS       PIC X(02)   VALUE '00'.
016600     05  GJ-HIST-STATUS          PIC X(02)   VALUE '00'.
016700     05  GJ-JRNL-STATUS          PIC X(02)   VALUE '00'.
016800     05  GJ-CTL-STATUS           PIC X(02)   VALUE '00'.
016900     05  GJ-FEED-STATUS          PIC X(02)   VALUE '00'.
017000     05  GJ-REPORT-STATUS        PIC X(02)   VALUE '00'.
017100
017200 01  GJ-SWITCHES.
017300     05  GJ-END-OF-FILE-SW       PIC X(01)   VALUE 'N'.
017400         88  GJ-END-OF-FILE                  VALUE 'Y'.
017500     05  GJ-END-OF-SORT-SW       PIC X(01)   VALUE 'N'.
017600         88  GJ-END-OF-SORT                  VALUE 'Y'.
017700     05  GJ-ABORT-SW             PIC X(01)   VALUE 'N'.
017800         88  GJ-JOB-ABORTED                  VALUE 'Y'.
017900     05  GJ-DEFAULT-MAPPED-SW    PIC X(01)   VALUE 'N'.
018000         88  GJ-DEFAULT-MAPPED               VALUE 'Y'.
018100     05  GJ-BALC-FOUND-SW        PIC X(01)   VALUE 'N'.
018200         88  GJ-BALC-FOUND                   VALUE 'Y'.
018300     05  GJ-HISTORY-PRESENT-SW   PIC X(01)   VALUE 'N'.
018400         88  GJ-HISTORY-PRESENT              VALUE 'Y'.
018500     05  GJ-JOURNAL-PRESENT-SW   PIC X(01)   VALUE 'N'.
018600         88  GJ-JOURNAL-PRESENT              VALUE 'Y'.
018700     05  GJ-MOVEMENT-FOUND-SW    PIC X(01)   VALUE 'N'.
018800         88  GJ-MOVEMENT-FOUND               VALUE 'Y'.
018900
019000 01  GJ-COUNTERS.
019100     05  GJ-MAPPING-ROWS-READ    PIC 9(07)  COMP  VALUE ZERO.
019200     05  GJ-MAPPING-ROWS-IGNORED PIC 9(07)  COMP  VALUE ZERO.
019300     05  GJ-HISTORY-ROWS-READ    PIC 9(07)  COMP  VALUE ZERO.
019400     05  GJ-HISTORY-ROWS-TODAY   PIC 9(07)  COMP  VALUE ZERO.
019500     05  GJ-MONEY-ROWS           PIC 9(07)  COMP  VALUE ZERO.
019600     05  GJ-JOURNAL-ITEMS-TODAY  PIC 9(07)  COMP  VALUE ZERO.
019700     05  GJ-POSTINGS-UNMATCHED   PIC 9(07)  COMP  VALUE ZERO.
019800     05  GJ-UNMAPPED-COUNT       PIC 9(07)  COMP  VALUE ZERO.
019900     05  GJ-DETAIL-COUNT         PIC 9(07)  COMP  VALUE ZERO.
020000     05  GJ-ENTRY-COUNT          PIC 9(05)  COMP  VALUE ZERO.
020100     05  GJ-RELEASE-SEQUENCE     PIC 9(09)  COMP  VALUE ZERO.
020200     05  GJ-SUB                  PIC 9(04)  COMP  VALUE ZERO.
020300     05  GJ-MOVE-SUB             PIC 9(04)  COMP  VALUE ZERO.
020400     05  GJ-PENDING-COUNT        PIC 9(04)  COMP  VALUE ZERO.
020500     05  GJ-PENDING-NEXT         PIC 9(04)  COMP  VALUE ZERO.
020600
020700 01  GJ-AMOUNT-FIELDS.
020800     05  GJ-ROW-BEFORE-BALANCE   PIC S9(12)V99  VALUE ZERO.
020900     05  GJ-ROW-AFTER-BALANCE    PIC S9(12)V99  VALUE ZERO.
021000     05  GJ-ROW-CHANGE           PIC S9(12)V99  VALUE ZERO.
021100     05  GJ-HISTORY-NET          PIC S9(12)V99  VALUE ZERO.
021200     05  GJ-JOURNAL-NET          PIC S9(12)V99  VALUE ZERO.
021300     05  GJ-TOTAL-DEBITS         PIC S9(13)V99  VALUE ZERO.
021400     05  GJ-TOTAL-CREDITS        PIC S9(13)V99  VALUE ZERO.
021500     05  GJ-MASTER-NET-CHANGE    PIC S9(12)V99  VALUE ZERO.
021600     05  GJ-MOVEMENT-NET         PIC S9(12)V99  VALUE ZERO.
021700
021800*THE MOVEMENT CODES AND THEIR DESCRIPTIONS, IN THE ORDER THEY
021900*APPEAR ON THE REPORT AND THE FEED.
022000 01  GJ-MOVEMENT-VALUES.
022100     05  FILLER  PIC X(32)  VALUE 'PYCUSTPOST PAYMENTS'.
022200     05  FILLER  PIC X(32)  VALUE 'PUCUSTPOST PURCHASES'.
022300     05  FILLER  PIC X(32)  VALUE 'FECUSTPOST FEES'.
022400     05  FILLER  PIC X(32)  VALUE 'RFCUSTPOST REFUNDS'.
022500     05  FILLER  PIC X(32)  VALUE 'AJCUSTPOST ADJUSTMENTS'.
022600     05  FILLER  PIC X(32)  VALUE 'RVCUSTPOST REVERSALS'.
022700     05  FILLER  PIC X(32)  VALUE 'PXCUSTPOST NOT ON JOURNAL'.
022800     05  FILLER  PIC X(32)  VALUE 'FCFINANCE CHARGES'.
022900     05  FILLER  PIC X(32)  VALUE 'RCCUSTREST CORRECTIONS'.
023000     05  FILLER  PIC X(32)  VALUE 'APCLOSED ACCOUNTS PURGED'.
023100     05  FILLER  PIC X(32)  VALUE 'RIARCHIVE REINSTATEMENTS'.
023200     05  FILLER  PIC X(32)  VALUE 'MTCUSTMAINT MAINTENANCE'.
023300     05  FILLER  PIC X(32)  VALUE 'MGCUSTOMER MERGES'.
023400     05  FILLER  PIC X(32)  VALUE 'OTOTHER BALANCE CHANGES'.
023500 01  GJ-MOVEMENT-DEFAULTS  REDEFINES GJ-MOVEMENT-VALUES.
023600     05  GJ-MOVE-DEFAULT         OCCURS 14 TIMES.
023700         10  GJ-MD-CODE          PIC X(02).
023800         10  GJ-MD-DESCRIPTION   PIC X(30).
023900
024000 01  GJ-MOVEMENT-TABLE.
024100     05  GJ-MOVEMENT-ENTRY       OCCURS 14 TIMES.
024200         10  GJ-MV-CODE          PIC X(02).
024300         10  GJ-MV-DESCRIPTION   PIC X(30).
024400         10  GJ-MV-RECV-ACCOUNT  PIC X(20).
024500         10  GJ-MV-OFFSET-ACCOUNT
024600                                 PIC X(20).
024700         10  GJ-MV-MAPPED-SW     PIC X(01).
024800             88  GJ-MV-MAPPED                VALUE 'Y'.
024900             88  GJ-MV-DEFAULTED             VALUE 'D'.
025000             88  GJ-MV-NOT-MAPPED            VALUE 'N'.
025100         10  GJ-MV-ROWS          PIC 9(07)  COMP.
025200         10  GJ-MV-INCREASE      PIC S9(12)V99.
025300         10  GJ-MV-DECREASE      PIC S9(12)V99.
025400
025500 01  GJ-DEFAULT-MAPPING.
025600     05  GJ-DEFAULT-RECV-ACCOUNT PIC X(20).
025700     05  GJ-DEFAULT-OFFSET-ACCOUNT
025800                                 PIC X(20).
025900
026000*JOURNAL ITEM TYPES WAITING FOR THEIR HISTORY ROWS, FOR THE
026100*CURRENT CUSTOMER-ID / RUN TIME / BALANCE-AFTER GROUP.
026200 01  GJ-PENDING-TABLE.
026300     05  GJ-PENDING-TYPE         PIC X(01)  OCCURS 20 TIMES.
026400
026500 01  GJ-PRIOR-MATCH-KEY          PIC X(28)  VALUE LOW-VALUES.
026600
026700 01  GJ-ENTRY-FIELDS.
026800     05  GJ-ENTRY-DEBIT-ACCOUNT  PIC X(20).
026900     05  GJ-ENTRY-CREDIT-ACCOUNT PIC X(20).
027000     05  GJ-ENTRY-AMOUNT         PIC S9(12)V99.
027100
027200 01  GJ-CURRENT-DATE-TIME.
027300     05  GJ-CURRENT-DATE         PIC X(08).
027400     05  GJ-CURRENT-TIME         PIC X(06).
027500
027600 01  GJ-BATCH-ID.
027700     05  FILLER                  PIC X(02)   VALUE 'GL'.
027800     05  GJ-BATCH-DATE           PIC X(08).
027900     05  GJ-BATCH-TIME           PIC X(06).
028000     05  FILLER                  PIC X(04)   VALUE SPACES.
028100
028200     COPY "customer_master.cob"
028300         REPLACING ==CUSTOMER-MASTER-RECORD==
028400                BY ==GJ-BEFORE-RECORD==.
028500
028600     COPY "customer_master.cob"
028700         REPLACING ==CUSTOMER-MASTER-RECORD==
028800                BY ==GJ-AFTER-RECORD==.
028900
029000 01  GJ-REPORT-LINES.
029100     05  GJ-HEADING-1.
029200         10  FILLER              PIC X(40)
029300             VALUE 'RECEIVABLES GENERAL LEDGER JOURNAL'.
029400         10  FILLER              PIC X(14)
029500             VALUE 'JOURNAL DATE '.
029600         10  GJ-HDG-DATE         PIC X(08).
029700         10  FILLER              PIC X(09)  VALUE '  BATCH '.
029800         10  GJ-HDG-BATCH        PIC X(20).
029900     05  GJ-HEADING-2.
030000         10  FILLER              PIC X(04)  VALUE 'MV'.
030100         10  FILLER              PIC X(32)  VALUE 'DESCRIPTION'.
030200         10  FILLER              PIC X(09)  VALUE '   ROWS'.
030300         10  FILLER              PIC X(20)
030400             VALUE '         INCREASES'.
030500         10  FILLER              PIC X(20)
030600             VALUE '         DECREASES'.
030700         10  FILLER              PIC X(21)
030800             VALUE '               NET'.
030900         10  FILLER              PIC X(20)  VALUE 'MAPPING'.
031000     05  GJ-MOVEMENT-LINE.
031100         10  GJ-MVL-CODE         PIC X(02).
031200         10  FILLER              PIC X(02)  VALUE SPACES.
031300         10  GJ-MVL-DESCRIPTION  PIC X(30).
031400         10  FILLER              PIC X(02)  VALUE SPACES.
031500         10  GJ-MVL-ROWS         PIC ZZZ,ZZ9.
031600         10  FILLER              PIC X(02)  VALUE SPACES.
031700         10  GJ-MVL-INCREASE     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
031800         10  FILLER              PIC X(02)  VALUE SPACES.
031900         10  GJ-MVL-DECREASE     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
032000         10  FILLER              PIC X(02)  VALUE SPACES.
032100         10  GJ-MVL-NET          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
032200         10  FILLER              PIC X(02)  VALUE SPACES.
032300         10  GJ-MVL-MAPPING      PIC X(20).
032400     05  GJ-HEADING-3.
032500         10  FILLER              PIC X(07)  VALUE 'ENTRY'.
032600         10  FILLER              PIC X(22)  VALUE 'ACCOUNT'.
032700         10  FILLER              PIC X(20)
032800             VALUE '             DEBIT'.
032900         10  FILLER              PIC X(20)
033000             VALUE '            CREDIT'.
033100         10  FILLER              PIC X(04)  VALUE 'MV'.
033200         10  FILLER              PIC X(30)  VALUE 'DESCRIPTION'.
033300     05  GJ-ENTRY-LINE.
033400         10  GJ-ENL-ENTRY        PIC ZZZZ9.
033500         10  FILLER              PIC X(02)  VALUE SPACES.
033600         10  GJ-ENL-ACCOUNT      PIC X(20).
033700         10  FILLER              PIC X(02)  VALUE SPACES.
033800         10  GJ-ENL-DEBIT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99
033900                                 BLANK WHEN ZERO.
034000         10  FILLER              PIC X(02)  VALUE SPACES.
034100         10  GJ-ENL-CREDIT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99
034200                                 BLANK WHEN ZERO.
034300         10  FILLER              PIC X(02)  VALUE SPACES.
034400         10  GJ-ENL-CODE         PIC X(02).
034500         10  FILLER              PIC X(02)  VALUE SPACES.
034600         10  GJ-ENL-DESCRIPTION  PIC X(30).
034700     05  GJ-TOTAL-LINE.
034800         10  GJ-TOT-LABEL        PIC X(22).
034900         10  GJ-TOT-AMOUNT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
035000     05  GJ-TEXT-LINE.
035100         10  GJ-TXT-LABEL        PIC X(22).
035200         10  GJ-TXT-VALUE        PIC X(40).
035300     05  GJ-UNMAPPED-LINE.
035400         10  FILLER              PIC X(30)
035500             VALUE 'NO GL MAPPING FOR MOVEMENT '.
035600         10  GJ-UNM-CODE         PIC X(02).
035700     05  GJ-ALARM-LINE.
035800         10  FILLER              PIC X(30)
035900             VALUE '*** JOURNAL NOT PROVEN TO CUST'.
036000         10  FILLER              PIC X(30)
036100             VALUE 'BALC - DO NOT POST THE FEED **'.
036200     05  GJ-ABORT-LINE.
036300         10  FILLER              PIC X(20)
036400             VALUE 'RUN ABORTED - '.
036500         10  GJ-ABT-REASON       PIC X(50).
036600     05  GJ-SUMMARY-LINE-1.
036700         10  FILLER              PIC X(22)
036800             VALUE 'HISTORY ROWS READ.... '.
036900         10  GJ-SUM-HIST-READ    PIC ZZZ,ZZ9.
037000     05  GJ-SUMMARY-LINE-2.
037100         10  FILLER              PIC X(22)
037200             VALUE 'HISTORY ROWS TODAY... '.
037300         10  GJ-SUM-HIST-TODAY   PIC ZZZ,ZZ9.
037400     05  GJ-SUMMARY-LINE-3.
037500         10  FILLER              PIC X(22)
037600             VALUE 'ROWS MOVING MONEY.... '.
037700         10  GJ-SUM-MONEY-ROWS   PIC ZZZ,ZZ9.
037800     05  GJ-SUMMARY-LINE-4.
037900         10  FILLER              PIC X(22)
038000             VALUE 'JOURNAL ITEMS TODAY.. '.
038100         10  GJ-SUM-JRNL-ITEMS   PIC ZZZ,ZZ9.
038200     05  GJ-SUMMARY-LINE-5.
038300         10  FILLER              PIC X(22)
038400             VALUE 'POSTINGS UNMATCHED... '.
038500         10  GJ-SUM-UNMATCHED    PIC ZZZ,ZZ9.
038600     05  GJ-SUMMARY-LINE-6.
038700         10  FILLER              PIC X(22)
038800             VALUE 'MAPPING ROWS READ.... '.
038900         10  GJ-SUM-MAP-READ     PIC ZZZ,ZZ9.
039000     05  GJ-SUMMARY-LINE-7.
039100         10  FILLER              PIC X(22)
039200             VALUE 'MAPPING ROWS IGNORED. '.
039300         10  GJ-SUM-MAP-IGNORED  PIC ZZZ,ZZ9.
039400     05  GJ-SUMMARY-LINE-8.
039500         10  FILLER              PIC X(22)
039600             VALUE 'JOURNAL ENTRIES...... '.
039700         10  GJ-SUM-ENTRIES      PIC ZZZ,ZZ9.
039800     05  GJ-SUMMARY-LINE-9.
039900         10  FILLER              PIC X(22)
040000             VALUE 'FEED DETAIL LINES.... '.
040100         10  GJ-SUM-DETAILS      PIC ZZZ,ZZ9.
040200******************************************************************
040300 PROCEDURE DIVISION.
040400******************************************************************
040500 0000-MAINLINE.
040600     PERFORM 1000-INITIALIZE
040700         THRU 1000-INITIALIZE-EXIT.
040800     IF NOT GJ-JOB-ABORTED
040900         SORT SORT-WORK-FILE
041000             ASCENDING KEY SW-CUSTOMER-ID
041100                           SW-CHANGE-TIME
041200                           SW-BALANCE-AFTER
041300                           SW-RECORD-KIND
041400                           SW-SEQUENCE
041500             INPUT PROCEDURE IS 2000-RELEASE-ROWS
041600                 THRU 2000-RELEASE-ROWS-EXIT
041700             OUTPUT PROCEDURE IS 3000-CLASSIFY-ROWS
041800                 THRU 3000-CLASSIFY-ROWS-EXIT
041900         PERFORM 4000-CHECK-MAPPING
042000             THRU 4000-CHECK-MAPPING-EXIT
042100         PERFORM 5000-WRITE-JOURNAL
042200             THRU 5000-WRITE-JOURNAL-EXIT
042300         PERFORM 6000-PROVE-JOURNAL
042400             THRU 6000-PROVE-JOURNAL-EXIT
042500     END-IF.
042600     PERFORM 8000-TERMINATE
042700         THRU 8000-TERMINATE-EXIT.
042800     GOBACK.
042900******************************************************************
043000 1000-INITIALIZE.
043100     ACCEPT GJ-CURRENT-DATE FROM DATE YYYYMMDD.
043200     ACCEPT GJ-CURRENT-TIME FROM TIME.
043300     MOVE GJ-CURRENT-DATE TO GJ-BATCH-DATE.
043400     MOVE GJ-CURRENT-TIME TO GJ-BATCH-TIME.
043500     PERFORM 1050-INIT-MOVEMENT
043600         THRU 1050-INIT-MOVEMENT-EXIT
043700         VARYING GJ-SUB FROM 1 BY 1
043800         UNTIL GJ-SUB > 14.
043900     OPEN OUTPUT GL-REPORT-FILE
044000                 GL-FEED-FILE.
044100     MOVE GJ-CURRENT-DATE TO GJ-HDG-DATE.
044200     MOVE GJ-BATCH-ID     TO GJ-HDG-BATCH.
044300     WRITE GL-REPORT-LINE FROM GJ-HEADING-1
044400         AFTER ADVANCING TOP-OF-PAGE.
044500     PERFORM 1100-LOAD-MAPPING
044600         THRU 1100-LOAD-MAPPING-EXIT.
044700     PERFORM 1200-READ-BALANCE-CONTROL
044800         THRU 1200-READ-BALANCE-CONTROL-EXIT.
044900 1000-INITIALIZE-EXIT.
045000     EXIT.
045100******************************************************************
045200 1050-INIT-MOVEMENT.
045300     MOVE GJ-MD-CODE (GJ-SUB)        TO GJ-MV-CODE (GJ-SUB).
045400     MOVE GJ-MD-DESCRIPTION (GJ-SUB)
045450         TO GJ-MV-DESCRIPTION (GJ-SUB).
045500     MOVE SPACES TO GJ-MV-RECV-ACCOUNT (GJ-SUB)
045600                    GJ-MV-OFFSET-ACCOUNT (GJ-SUB).
045700     MOVE 'N'    TO GJ-MV-MAPPED-SW (GJ-SUB).
045800     MOVE ZERO   TO GJ-MV-ROWS (GJ-SUB)
045900                    GJ-MV-INCREASE (GJ-SUB)
046000                    GJ-MV-DECREASE (GJ-SUB).
046100 1050-INIT-MOVEMENT-EXIT.
046200     EXIT.
046300******************************************************************
046400 1100-LOAD-MAPPING.
046500     OPEN INPUT GL-MAPPING-FILE.
046600     IF GJ-MAPPING-STATUS NOT = '00'
046700         MOVE 'GL MAPPING FILE CUSTGLMP MISSING' TO GJ-ABT-REASON
046800         PERFORM 1900-WRITE-ABORT
046900             THRU 1900-WRITE-ABORT-EXIT
047000         GO TO 1100-LOAD-MAPPING-EXIT
047100     END-IF.
047200     MOVE 'N' TO GJ-END-OF-FILE-SW.
047300     PERFORM 1150-APPLY-MAPPING-ROW
047400         THRU 1150-APPLY-MAPPING-ROW-EXIT
047500         UNTIL GJ-END-OF-FILE.
047600     CLOSE GL-MAPPING-FILE.
047700 1100-LOAD-MAPPING-EXIT.
047800     EXIT.
047900******************************************************************
048000 1150-APPLY-MAPPING-ROW.
048100     READ GL-MAPPING-FILE
048200         AT END
048300             MOVE 'Y' TO GJ-END-OF-FILE-SW
048400             GO TO 1150-APPLY-MAPPING-ROW-EXIT
048500     END-READ.
048600     ADD 1 TO GJ-MAPPING-ROWS-READ.
048700     IF MAP-MOVEMENT-CODE = '**'
048800         MOVE MAP-RECEIVABLE-ACCOUNT TO GJ-DEFAULT-RECV-ACCOUNT
048900         MOVE MAP-OFFSET-ACCOUNT  TO GJ-DEFAULT-OFFSET-ACCOUNT
049000         MOVE 'Y' TO GJ-DEFAULT-MAPPED-SW
049100         GO TO 1150-APPLY-MAPPING-ROW-EXIT
049200     END-IF.
049300     MOVE 'N' TO GJ-MOVEMENT-FOUND-SW.
049400     PERFORM 1160-COMPARE-MOVEMENT
049500         THRU 1160-COMPARE-MOVEMENT-EXIT
049600         VARYING GJ-SUB FROM 1 BY 1
049700         UNTIL GJ-SUB > 14
049800            OR GJ-MOVEMENT-FOUND.
049900     IF NOT GJ-MOVEMENT-FOUND
050000         OR MAP-RECEIVABLE-ACCOUNT = SPACES
050100         OR MAP-OFFSET-ACCOUNT = SPACES
050200         ADD 1 TO GJ-MAPPING-ROWS-IGNORED
050300         GO TO 1150-APPLY-MAPPING-ROW-EXIT
050400     END-IF.
050500     MOVE MAP-RECEIVABLE-ACCOUNT
050600         TO GJ-MV-RECV-ACCOUNT (GJ-MOVE-SUB).
050700     MOVE MAP-OFFSET-ACCOUNT
050800         TO GJ-MV-OFFSET-ACCOUNT (GJ-MOVE-SUB).
050900     IF MAP-DESCRIPTION NOT = SPACES
051000         MOVE MAP-DESCRIPTION
051100             TO GJ-MV-DESCRIPTION (GJ-MOVE-SUB)
051200     END-IF.
051300     MOVE 'Y' TO GJ-MV-MAPPED-SW (GJ-MOVE-SUB).
051400 1150-APPLY-MAPPING-ROW-EXIT.
051500     EXIT.
051600******************************************************************
051700 1160-COMPARE-MOVEMENT.
051800     IF GJ-MV-CODE (GJ-SUB) = MAP-MOVEMENT-CODE
051900         MOVE 'Y' TO GJ-MOVEMENT-FOUND-SW
052000         MOVE GJ-SUB TO GJ-MOVE-SUB
052100     END-IF.
052200 1160-COMPARE-MOVEMENT-EXIT.
052300     EXIT.
052400******************************************************************
052500*CUSTBALC RUNS FIRST; ITS CONTROL RECORD COUNTS ONLY IF IT WAS
052600*WRITTEN FOR TODAY.
052700******************************************************************
052800 1200-READ-BALANCE-CONTROL.
052900     MOVE 'N' TO GJ-BALC-FOUND-SW.
053000     MOVE SPACES TO BALANCE-CONTROL-RECORD.
053100     OPEN INPUT BALANCE-CONTROL-FILE.
053200     IF GJ-CTL-STATUS = '00'
053300         READ BALANCE-CONTROL-FILE
053400             AT END
053500                 CONTINUE
053600         END-READ
053700         IF GJ-CTL-STATUS = '00'
053800             AND BCTL-RUN-DATE = GJ-CURRENT-DATE
053900             AND BCTL-BALANCE-STATUS NOT = SPACE
054000             MOVE 'Y' TO GJ-BALC-FOUND-SW
054100         END-IF
054200         CLOSE BALANCE-CONTROL-FILE
054300     END-IF.
054400 1200-READ-BALANCE-CONTROL-EXIT.
054500     EXIT.
054600******************************************************************
054700 1900-WRITE-ABORT.
054800     SET GJ-JOB-ABORTED TO TRUE.
054900     WRITE GL-REPORT-LINE FROM GJ-ABORT-LINE
055000         AFTER ADVANCING 2 LINES.
055100 1900-WRITE-ABORT-EXIT.
055200     EXIT.
055300******************************************************************
055400*TODAY'S HISTORY ROWS THAT MOVED MONEY (AND EVERY CUSTPOST ROW)
055500*GO TO THE SORT, AND SO DOES EVERY JOURNAL ITEM CUSTPOST WROTE
055600*TODAY.  THE JOURNAL ITEMS SORT AHEAD OF THE HISTORY ROWS THAT
055700*SHARE THEIR CUSTOMER-ID, RUN TIME AND BALANCE-AFTER.
055800******************************************************************
055900 2000-RELEASE-ROWS.
056000     OPEN INPUT CHANGE-HISTORY-FILE.
056100     IF GJ-HIST-STATUS = '00'
056200         MOVE 'Y' TO GJ-HISTORY-PRESENT-SW
056300         MOVE 'N' TO GJ-END-OF-FILE-SW
056400         PERFORM 2100-RELEASE-HISTORY-ROW
056500             THRU 2100-RELEASE-HISTORY-ROW-EXIT
056600             UNTIL GJ-END-OF-FILE
056700         CLOSE CHANGE-HISTORY-FILE
056800     END-IF.
056900     OPEN INPUT MONETARY-JOURNAL-FILE.
057000     IF GJ-JRNL-STATUS = '00'
057100         MOVE 'Y' TO GJ-JOURNAL-PRESENT-SW
057200         MOVE 'N' TO GJ-END-OF-FILE-SW
057300         PERFORM 2300-RELEASE-JOURNAL-ITEM
057400             THRU 2300-RELEASE-JOURNAL-ITEM-EXIT
057500             UNTIL GJ-END-OF-FILE
057600         CLOSE MONETARY-JOURNAL-FILE
057700     END-IF.
057800 2000-RELEASE-ROWS-EXIT.
057900     EXIT.
058000******************************************************************
058100*A SPACES IMAGE MEANS NO RECORD ON THAT SIDE OF THE MUTATION AND
058200*COUNTS AS ZERO, AS IN CUSTBALC.
058300******************************************************************
058400 2100-RELEASE-HISTORY-ROW.
058500     READ CHANGE-HISTORY-FILE
058600         AT END
058700             MOVE 'Y' TO GJ-END-OF-FILE-SW
058800             GO TO 2100-RELEASE-HISTORY-ROW-EXIT
058900     END-READ.
059000     ADD 1 TO GJ-HISTORY-ROWS-READ.
059100     IF HIST-CHANGE-DATE NOT = GJ-CURRENT-DATE
059200         GO TO 2100-RELEASE-HISTORY-ROW-EXIT
059300     END-IF.
059400     ADD 1 TO GJ-HISTORY-ROWS-TODAY.
059500     MOVE ZERO TO GJ-ROW-BEFORE-BALANCE
059600                  GJ-ROW-AFTER-BALANCE.
059700     IF HIST-BEFORE-IMAGE NOT = SPACES
059800         MOVE HIST-BEFORE-IMAGE TO GJ-BEFORE-RECORD
059900         MOVE ACCOUNT-BALANCE OF GJ-BEFORE-RECORD
060000             TO GJ-ROW-BEFORE-BALANCE
060100     END-IF.
060200     IF HIST-AFTER-IMAGE NOT = SPACES
060300         MOVE HIST-AFTER-IMAGE TO GJ-AFTER-RECORD
060400         MOVE ACCOUNT-BALANCE OF GJ-AFTER-RECORD
060500             TO GJ-ROW-AFTER-BALANCE
060600     END-IF.
060700     COMPUTE GJ-ROW-CHANGE =
060800         GJ-ROW-AFTER-BALANCE - GJ-ROW-BEFORE-BALANCE.
060900     IF GJ-ROW-CHANGE = ZERO
061000         AND HIST-ACTION-CODE NOT = 'P'
061100         GO TO 2100-RELEASE-HISTORY-ROW-EXIT
061200     END-IF.
061300     ADD 1 TO GJ-RELEASE-SEQUENCE.
061400     MOVE HIST-CUSTOMER-ID     TO SW-CUSTOMER-ID.
061500     MOVE HIST-CHANGE-TIME     TO SW-CHANGE-TIME.
061600     MOVE GJ-ROW-AFTER-BALANCE TO SW-BALANCE-AFTER.
061700     MOVE '2'                  TO SW-RECORD-KIND.
061800     MOVE GJ-RELEASE-SEQUENCE  TO SW-SEQUENCE.
061900     MOVE HIST-ACTION-CODE     TO SW-ACTION-CODE.
062000     MOVE HIST-OPERATOR-ID     TO SW-OPERATOR-ID.
062100     MOVE SPACE                TO SW-ITEM-TYPE.
062200     MOVE GJ-ROW-CHANGE        TO SW-BALANCE-CHANGE.
062300     RELEASE SORT-WORK-RECORD.
062400 2100-RELEASE-HISTORY-ROW-EXIT.
062500     EXIT.
062600******************************************************************
062700 2300-RELEASE-JOURNAL-ITEM.
062800     READ MONETARY-JOURNAL-FILE NEXT RECORD
062900         AT END
063000             MOVE 'Y' TO GJ-END-OF-FILE-SW
063100             GO TO 2300-RELEASE-JOURNAL-ITEM-EXIT
063200     END-READ.
063300     IF JRNL-RUN-DATE NOT = GJ-CURRENT-DATE
063400         GO TO 2300-RELEASE-JOURNAL-ITEM-EXIT
063500     END-IF.
063600     ADD 1 TO GJ-JOURNAL-ITEMS-TODAY.
063700     ADD 1 TO GJ-RELEASE-SEQUENCE.
063800     MOVE JRNL-CUSTOMER-ID     TO SW-CUSTOMER-ID.
063900     MOVE JRNL-RUN-TIME        TO SW-CHANGE-TIME.
064000     MOVE JRNL-BALANCE-AFTER   TO SW-BALANCE-AFTER.
064100     MOVE '1'                  TO SW-RECORD-KIND.
064200     MOVE GJ-RELEASE-SEQUENCE  TO SW-SEQUENCE.
064300     MOVE SPACE                TO SW-ACTION-CODE.
064400     MOVE SPACES               TO SW-OPERATOR-ID.
064500     MOVE JRNL-ITEM-TYPE       TO SW-ITEM-TYPE.
064600     MOVE ZERO                 TO SW-BALANCE-CHANGE.
064700     RELEASE SORT-WORK-RECORD.
064800 2300-RELEASE-JOURNAL-ITEM-EXIT.
064900     EXIT.
065000******************************************************************
065100 3000-CLASSIFY-ROWS.
065200     MOVE 'N' TO GJ-END-OF-SORT-SW.
065300     RETURN SORT-WORK-FILE
065400         AT END
065500             MOVE 'Y' TO GJ-END-OF-SORT-SW
065600     END-RETURN.
065700     PERFORM 3100-CLASSIFY-ROW
065800         THRU 3100-CLASSIFY-ROW-EXIT
065900         UNTIL GJ-END-OF-SORT.
066000 3000-CLASSIFY-ROWS-EXIT.
066100     EXIT.
066200******************************************************************
066300*JOURNAL ITEMS ARE QUEUED FOR THEIR GROUP; EACH CUSTPOST HISTORY
066400*ROW IN THE GROUP TAKES THE NEXT ONE, IN THE ORDER WRITTEN.  A
066500*NEW GROUP THROWS AWAY WHATEVER WAS NOT TAKEN.
066600******************************************************************
066700 3100-CLASSIFY-ROW.
066800     IF SW-MATCH-KEY NOT = GJ-PRIOR-MATCH-KEY
066900         MOVE SW-MATCH-KEY TO GJ-PRIOR-MATCH-KEY
067000         MOVE ZERO TO GJ-PENDING-COUNT
067100                      GJ-PENDING-NEXT
067200     END-IF.
067300     IF SW-JOURNAL-ITEM
067400         IF GJ-PENDING-COUNT < 20
067500             ADD 1 TO GJ-PENDING-COUNT
067600             MOVE SW-ITEM-TYPE
067700                 TO GJ-PENDING-TYPE (GJ-PENDING-COUNT)
067800         END-IF
067900         GO TO 3100-NEXT-ROW
068000     END-IF.
068100     PERFORM 3200-SET-MOVEMENT
068200         THRU 3200-SET-MOVEMENT-EXIT.
068300     IF SW-BALANCE-CHANGE = ZERO
068400         GO TO 3100-NEXT-ROW
068500     END-IF.
068600     ADD 1 TO GJ-MONEY-ROWS.
068700     ADD 1 TO GJ-MV-ROWS (GJ-MOVE-SUB).
068800     IF SW-BALANCE-CHANGE > ZERO
068900         ADD SW-BALANCE-CHANGE TO GJ-MV-INCREASE (GJ-MOVE-SUB)
069000     ELSE
069100         SUBTRACT SW-BALANCE-CHANGE
069200             FROM GJ-MV-DECREASE (GJ-MOVE-SUB)
069300     END-IF.
069400     ADD SW-BALANCE-CHANGE TO GJ-HISTORY-NET.
069500 3100-NEXT-ROW.
069600     RETURN SORT-WORK-FILE
069700         AT END
069800             MOVE 'Y' TO GJ-END-OF-SORT-SW
069900     END-RETURN.
070000 3100-CLASSIFY-ROW-EXIT.
070100     EXIT.
070200******************************************************************
070300 3200-SET-MOVEMENT.
070400     EVALUATE SW-ACTION-CODE
070500         WHEN 'P'
070600             PERFORM 3300-TAKE-JOURNAL-ITEM
070700                 THRU 3300-TAKE-JOURNAL-ITEM-EXIT
070800         WHEN 'F'
070900             MOVE 8 TO GJ-MOVE-SUB
071000         WHEN 'R'
071100             MOVE 9 TO GJ-MOVE-SUB
071200         WHEN 'X'
071300             MOVE 10 TO GJ-MOVE-SUB
071400         WHEN 'A'
071500             IF SW-OPERATOR-ID = 'CUSTARCQ'
071600                 MOVE 11 TO GJ-MOVE-SUB
071700             ELSE
071800                 MOVE 12 TO GJ-MOVE-SUB
071900             END-IF
072000         WHEN 'C'
072100         WHEN 'D'
072200             MOVE 12 TO GJ-MOVE-SUB
072300         WHEN 'M'
072400             MOVE 13 TO GJ-MOVE-SUB
072500         WHEN OTHER
072600             MOVE 14 TO GJ-MOVE-SUB
072700     END-EVALUATE.
072800 3200-SET-MOVEMENT-EXIT.
072900     EXIT.
073000******************************************************************
073100 3300-TAKE-JOURNAL-ITEM.
073200     IF GJ-PENDING-NEXT NOT < GJ-PENDING-COUNT
073300         MOVE 7 TO GJ-MOVE-SUB
073400         ADD 1 TO GJ-POSTINGS-UNMATCHED
073500         GO TO 3300-TAKE-JOURNAL-ITEM-EXIT
073600     END-IF.
073700     ADD 1 TO GJ-PENDING-NEXT.
073800     EVALUATE GJ-PENDING-TYPE (GJ-PENDING-NEXT)
073900         WHEN 'P'
074000             MOVE 1 TO GJ-MOVE-SUB
074100         WHEN 'U'
074200             MOVE 2 TO GJ-MOVE-SUB
074300         WHEN 'F'
074400             MOVE 3 TO GJ-MOVE-SUB
074500         WHEN 'R'
074600             MOVE 4 TO GJ-MOVE-SUB
074700         WHEN 'A'
074800             MOVE 5 TO GJ-MOVE-SUB
074900         WHEN 'V'
075000             MOVE 6 TO GJ-MOVE-SUB
075100         WHEN OTHER
075200             MOVE 7 TO GJ-MOVE-SUB
075300     END-EVALUATE.
075400 3300-TAKE-JOURNAL-ITEM-EXIT.
075500     EXIT.
075600******************************************************************
075700*EVERY MOVEMENT THAT MOVED MONEY MUST HAVE ACCOUNTS -- ITS OWN
075800*MAPPING ROW, OR THE DEFAULT ROW.  THE MOVEMENT SUMMARY IS
075900*PRINTED EITHER WAY.
076000******************************************************************
076100 4000-CHECK-MAPPING.
076200     WRITE GL-REPORT-LINE FROM GJ-HEADING-2
076300         AFTER ADVANCING 2 LINES.
076400     PERFORM 4100-CHECK-MOVEMENT
076500         THRU 4100-CHECK-MOVEMENT-EXIT
076600         VARYING GJ-SUB FROM 1 BY 1
076700         UNTIL GJ-SUB > 14.
076800     IF GJ-UNMAPPED-COUNT > ZERO
076900         MOVE 'MOVEMENTS WITH NO GL MAPPING - NO FEED WRITTEN'
077000             TO GJ-ABT-REASON
077100         PERFORM 1900-WRITE-ABORT
077200             THRU 1900-WRITE-ABORT-EXIT
077300     END-IF.
077400 4000-CHECK-MAPPING-EXIT.
077500     EXIT.
077600******************************************************************
077700 4100-CHECK-MOVEMENT.
077800     MOVE SPACES TO GJ-MVL-MAPPING.
077900     IF GJ-MV-ROWS (GJ-SUB) > ZERO
078000         AND NOT GJ-MV-MAPPED (GJ-SUB)
078100         IF GJ-DEFAULT-MAPPED
078200             MOVE GJ-DEFAULT-RECV-ACCOUNT
078300                 TO GJ-MV-RECV-ACCOUNT (GJ-SUB)
078400             MOVE GJ-DEFAULT-OFFSET-ACCOUNT
078500                 TO GJ-MV-OFFSET-ACCOUNT (GJ-SUB)
078600             MOVE 'D' TO GJ-MV-MAPPED-SW (GJ-SUB)
078700             MOVE 'DEFAULT MAPPING' TO GJ-MVL-MAPPING
078800         ELSE
078900             ADD 1 TO GJ-UNMAPPED-COUNT
079000             MOVE 'NOT MAPPED' TO GJ-MVL-MAPPING
079100         END-IF
079200     END-IF.
079300     COMPUTE GJ-MOVEMENT-NET =
079400         GJ-MV-INCREASE (GJ-SUB) - GJ-MV-DECREASE (GJ-SUB).
079500     MOVE GJ-MV-CODE (GJ-SUB)        TO GJ-MVL-CODE.
079600     MOVE GJ-MV-DESCRIPTION (GJ-SUB) TO GJ-MVL-DESCRIPTION.
079700     MOVE GJ-MV-ROWS (GJ-SUB)        TO GJ-MVL-ROWS.
079800     MOVE GJ-MV-INCREASE (GJ-SUB)    TO GJ-MVL-INCREASE.
079900     MOVE GJ-MV-DECREASE (GJ-SUB)    TO GJ-MVL-DECREASE.
080000     MOVE GJ-MOVEMENT-NET            TO GJ-MVL-NET.
080100     WRITE GL-REPORT-LINE FROM GJ-MOVEMENT-LINE
080200         AFTER ADVANCING 1 LINE.
080300 4100-CHECK-MOVEMENT-EXIT.
080400     EXIT.
080500******************************************************************
080600*THE FEED IS ONLY WRITTEN WHEN EVERY MOVEMENT IS MAPPED.  THE
080700*JOURNAL NET IS TAKEN FROM THE ENTRIES AS THEY ARE WRITTEN.
080800******************************************************************
080900 5000-WRITE-JOURNAL.
081000     IF GJ-UNMAPPED-COUNT > ZERO
081100         PERFORM 5900-LIST-UNMAPPED
081200             THRU 5900-LIST-UNMAPPED-EXIT
081300             VARYING GJ-SUB FROM 1 BY 1
081400             UNTIL GJ-SUB > 14
081500         GO TO 5000-WRITE-JOURNAL-EXIT
081600     END-IF.
081700     MOVE SPACES           TO GL-FEED-HEADER-RECORD.
081800     MOVE 'HDR'            TO GLH-RECORD-CODE.
081900     MOVE GJ-BATCH-ID      TO GLH-BATCH-ID.
082000     MOVE 'CUSTGLJE'       TO GLH-SOURCE-SYSTEM.
082100     MOVE GJ-CURRENT-DATE  TO GLH-JOURNAL-DATE.
082200     MOVE GJ-CURRENT-DATE  TO GLH-RUN-DATE.
082300     MOVE GJ-CURRENT-TIME  TO GLH-RUN-TIME.
082400     WRITE GL-FEED-HEADER-RECORD.
082500     WRITE GL-REPORT-LINE FROM GJ-HEADING-3
082600         AFTER ADVANCING 3 LINES.
082700     PERFORM 5100-JOURNAL-MOVEMENT
082800         THRU 5100-JOURNAL-MOVEMENT-EXIT
082900         VARYING GJ-SUB FROM 1 BY 1
083000         UNTIL GJ-SUB > 14.
083100     MOVE SPACES            TO GL-FEED-TRAILER-RECORD.
083200     MOVE 'TRL'             TO GLT-RECORD-CODE.
083300     MOVE GJ-BATCH-ID       TO GLT-BATCH-ID.
083400     MOVE GJ-DETAIL-COUNT   TO GLT-DETAIL-COUNT.
083500     MOVE GJ-ENTRY-COUNT    TO GLT-ENTRY-COUNT.
083600     MOVE GJ-TOTAL-DEBITS   TO GLT-TOTAL-DEBITS.
083700     MOVE GJ-TOTAL-CREDITS  TO GLT-TOTAL-CREDITS.
083800     MOVE GJ-JOURNAL-NET    TO GLT-NET-CHANGE.
083900     WRITE GL-FEED-TRAILER-RECORD.
084000 5000-WRITE-JOURNAL-EXIT.
084100     EXIT.
084200******************************************************************
084300*INCREASES: DEBIT RECEIVABLE, CREDIT OFFSET.  DECREASES: DEBIT
084400*OFFSET, CREDIT RECEIVABLE.
084500******************************************************************
084600 5100-JOURNAL-MOVEMENT.
084700     IF GJ-MV-INCREASE (GJ-SUB) > ZERO
084800         MOVE GJ-MV-RECV-ACCOUNT (GJ-SUB)
084900             TO GJ-ENTRY-DEBIT-ACCOUNT
085000         MOVE GJ-MV-OFFSET-ACCOUNT (GJ-SUB)
085100             TO GJ-ENTRY-CREDIT-ACCOUNT
085200         MOVE GJ-MV-INCREASE (GJ-SUB) TO GJ-ENTRY-AMOUNT
085300         PERFORM 5200-WRITE-ENTRY
085400             THRU 5200-WRITE-ENTRY-EXIT
085500         ADD GJ-MV-INCREASE (GJ-SUB) TO GJ-JOURNAL-NET
085600     END-IF.
085700     IF GJ-MV-DECREASE (GJ-SUB) > ZERO
085800         MOVE GJ-MV-OFFSET-ACCOUNT (GJ-SUB)
085900             TO GJ-ENTRY-DEBIT-ACCOUNT
086000         MOVE GJ-MV-RECV-ACCOUNT (GJ-SUB)
086100             TO GJ-ENTRY-CREDIT-ACCOUNT
086200         MOVE GJ-MV-DECREASE (GJ-SUB) TO GJ-ENTRY-AMOUNT
086300         PERFORM 5200-WRITE-ENTRY
086400             THRU 5200-WRITE-ENTRY-EXIT
086500         SUBTRACT GJ-MV-DECREASE (GJ-SUB) FROM GJ-JOURNAL-NET
086600     END-IF.
086700 5100-JOURNAL-MOVEMENT-EXIT.
086800     EXIT.
086900******************************************************************
087000 5200-WRITE-ENTRY.
087100     ADD 1 TO GJ-ENTRY-COUNT.
087200     MOVE SPACES                  TO GL-FEED-DETAIL-RECORD.
087300     MOVE 'DTL'                   TO GLD-RECORD-CODE.
087400     MOVE GJ-BATCH-ID             TO GLD-BATCH-ID.
087500     MOVE GJ-ENTRY-COUNT          TO GLD-ENTRY-NUMBER.
087600     MOVE GJ-CURRENT-DATE         TO GLD-JOURNAL-DATE.
087700     MOVE GJ-ENTRY-AMOUNT         TO GLD-AMOUNT.
087800     MOVE GJ-MV-CODE (GJ-SUB)     TO GLD-MOVEMENT-CODE.
087900     MOVE GJ-MV-DESCRIPTION (GJ-SUB) TO GLD-DESCRIPTION.
088000     MOVE GJ-MV-ROWS (GJ-SUB)     TO GLD-ITEM-COUNT.
088100     MOVE 1                       TO GLD-LINE-NUMBER.
088200     MOVE GJ-ENTRY-DEBIT-ACCOUNT  TO GLD-ACCOUNT-NUMBER.
088300     MOVE 'D'                     TO GLD-DEBIT-CREDIT-CODE.
088400     WRITE GL-FEED-DETAIL-RECORD.
088500     MOVE 2                       TO GLD-LINE-NUMBER.
088600     MOVE GJ-ENTRY-CREDIT-ACCOUNT TO GLD-ACCOUNT-NUMBER.
088700     MOVE 'C'                     TO GLD-DEBIT-CREDIT-CODE.
088800     WRITE GL-FEED-DETAIL-RECORD.
088900     ADD 2 TO GJ-DETAIL-COUNT.
089000     ADD GJ-ENTRY-AMOUNT TO GJ-TOTAL-DEBITS.
089100     ADD GJ-ENTRY-AMOUNT TO GJ-TOTAL-CREDITS.
089200     MOVE GJ-ENTRY-COUNT          TO GJ-ENL-ENTRY.
089300     MOVE GJ-ENTRY-DEBIT-ACCOUNT  TO GJ-ENL-ACCOUNT.
089400     MOVE GJ-ENTRY-AMOUNT         TO GJ-ENL-DEBIT.
089500     MOVE ZERO                    TO GJ-ENL-CREDIT.
089600     MOVE GJ-MV-CODE (GJ-SUB)     TO GJ-ENL-CODE.
089700     MOVE GJ-MV-DESCRIPTION (GJ-SUB) TO GJ-ENL-DESCRIPTION.
089800     WRITE GL-REPORT-LINE FROM GJ-ENTRY-LINE
089900         AFTER ADVANCING 1 LINE.
090000     MOVE GJ-ENTRY-CREDIT-ACCOUNT TO GJ-ENL-ACCOUNT.
090100     MOVE ZERO                    TO GJ-ENL-DEBIT.
090200     MOVE GJ-ENTRY-AMOUNT         TO GJ-ENL-CREDIT.
090300     WRITE GL-REPORT-LINE FROM GJ-ENTRY-LINE
090400         AFTER ADVANCING 1 LINE.
090500 5200-WRITE-ENTRY-EXIT.
090600     EXIT.
090700******************************************************************
090800 5900-LIST-UNMAPPED.
090900     IF GJ-MV-ROWS (GJ-SUB) > ZERO
091000         AND GJ-MV-NOT-MAPPED (GJ-SUB)
091100         MOVE GJ-MV-CODE (GJ-SUB) TO GJ-UNM-CODE
091200         WRITE GL-REPORT-LINE FROM GJ-UNMAPPED-LINE
091300             AFTER ADVANCING 1 LINE
091400     END-IF.
091500 5900-LIST-UNMAPPED-EXIT.
091600     EXIT.
091700******************************************************************
091800*THE PROOF: THE JOURNAL'S NET CHANGE IN RECEIVABLES MUST EQUAL
091900*THE HISTORY NET CUSTBALC RECONCILED TODAY AND THE CHANGE IN ITS
092000*MASTER GRAND TOTAL SINCE THE PRIOR RUN.
092100******************************************************************
092200 6000-PROVE-JOURNAL.
092300     IF GJ-JOB-ABORTED
092400         GO TO 6000-PROVE-JOURNAL-EXIT
092500     END-IF.
092600     MOVE 'TOTAL DEBITS......... ' TO GJ-TOT-LABEL.
092700     MOVE GJ-TOTAL-DEBITS TO GJ-TOT-AMOUNT.
092800     WRITE GL-REPORT-LINE FROM GJ-TOTAL-LINE
092900         AFTER ADVANCING 2 LINES.
093000     MOVE 'TOTAL CREDITS........ ' TO GJ-TOT-LABEL.
093100     MOVE GJ-TOTAL-CREDITS TO GJ-TOT-AMOUNT.
093200     WRITE GL-REPORT-LINE FROM GJ-TOTAL-LINE
093300         AFTER ADVANCING 1 LINE.
093400     MOVE 'JOURNAL NET CHANGE... ' TO GJ-TOT-LABEL.
093500     MOVE GJ-JOURNAL-NET TO GJ-TOT-AMOUNT.
093600     WRITE GL-REPORT-LINE FROM GJ-TOTAL-LINE
093700         AFTER ADVANCING 2 LINES.
093800     IF NOT GJ-BALC-FOUND
093900         MOVE 'PROOF STATUS......... ' TO GJ-TXT-LABEL
094000         MOVE 'NOT PROVEN - NO CUSTBALC RUN TODAY'
094100             TO GJ-TXT-VALUE
094200         WRITE GL-REPORT-LINE FROM GJ-TEXT-LINE
094300             AFTER ADVANCING 2 LINES
094400         WRITE GL-REPORT-LINE FROM GJ-ALARM-LINE
094500             AFTER ADVANCING 2 LINES
094600         GO TO 6000-PROVE-JOURNAL-EXIT
094700     END-IF.
094800     MOVE 'CUSTBALC HISTORY NET. ' TO GJ-TOT-LABEL.
094900     MOVE BCTL-HISTORY-NET TO GJ-TOT-AMOUNT.
095000     WRITE GL-REPORT-LINE FROM GJ-TOTAL-LINE
095100         AFTER ADVANCING 1 LINE.
095200     IF BCTL-BASELINE
095300         MOVE 'MASTER NET CHANGE.... ' TO GJ-TXT-LABEL
095400         MOVE 'CUSTBALC BASELINE - NO PRIOR TOTAL'
095500             TO GJ-TXT-VALUE
095600         WRITE GL-REPORT-LINE FROM GJ-TEXT-LINE
095700             AFTER ADVANCING 1 LINE
095800     ELSE
095900         COMPUTE GJ-MASTER-NET-CHANGE =
096000             BCTL-GRAND-TOTAL - BCTL-PRIOR-GRAND-TOTAL
096100         MOVE 'MASTER NET CHANGE.... ' TO GJ-TOT-LABEL
096200         MOVE GJ-MASTER-NET-CHANGE TO GJ-TOT-AMOUNT
096300         WRITE GL-REPORT-LINE FROM GJ-TOTAL-LINE
096400             AFTER ADVANCING 1 LINE
096500     END-IF.
096600     MOVE 'PROOF STATUS......... ' TO GJ-TXT-LABEL.
096700     EVALUATE TRUE
096800         WHEN GJ-TOTAL-DEBITS NOT = GJ-TOTAL-CREDITS
096900             MOVE 'NOT PROVEN - DEBITS NOT EQUAL CREDITS'
097000                 TO GJ-TXT-VALUE
097100         WHEN GJ-JOURNAL-NET NOT = BCTL-HISTORY-NET
097200             MOVE 'NOT PROVEN - JOURNAL DIFFERS'
097300                 TO GJ-TXT-VALUE
097400         WHEN BCTL-BASELINE
097500             MOVE 'PROVEN TO CUSTBALC HISTORY NET'
097600                 TO GJ-TXT-VALUE
097700         WHEN GJ-JOURNAL-NET NOT = GJ-MASTER-NET-CHANGE
097800             MOVE 'NOT PROVEN - CUSTBALC OUT OF BALANCE'
097900                 TO GJ-TXT-VALUE
098000         WHEN OTHER
098100             MOVE 'PROVEN - AGREES WITH CUSTBALC'
098200                 TO GJ-TXT-VALUE
098300     END-EVALUATE.
098400     WRITE GL-REPORT-LINE FROM GJ-TEXT-LINE
098500         AFTER ADVANCING 2 LINES.
098600     IF GJ-TXT-VALUE (1:6) = 'PROVEN'
098700         GO TO 6000-PROVE-JOURNAL-EXIT
098800     END-IF.
098900     WRITE GL-REPORT-LINE FROM GJ-ALARM-LINE
099000         AFTER ADVANCING 2 LINES.
099100 6000-PROVE-JOURNAL-EXIT.
099200     EXIT.
099300******************************************************************
099400 8000-TERMINATE.
099500     MOVE GJ-HISTORY-ROWS-READ    TO GJ-SUM-HIST-READ.
099600     MOVE GJ-HISTORY-ROWS-TODAY   TO GJ-SUM-HIST-TODAY.
099700     MOVE GJ-MONEY-ROWS           TO GJ-SUM-MONEY-ROWS.
099800     MOVE GJ-JOURNAL-ITEMS-TODAY  TO GJ-SUM-JRNL-ITEMS.
099900     MOVE GJ-POSTINGS-UNMATCHED   TO GJ-SUM-UNMATCHED.
100000     MOVE GJ-MAPPING-ROWS-READ    TO GJ-SUM-MAP-READ.
100100     MOVE GJ-MAPPING-ROWS-IGNORED TO GJ-SUM-MAP-IGNORED.
100200     MOVE GJ-ENTRY-COUNT          TO GJ-SUM-ENTRIES.
100300     MOVE GJ-DETAIL-COUNT         TO GJ-SUM-DETAILS.
100400     WRITE GL-REPORT-LINE FROM GJ-SUMMARY-LINE-1
100500         AFTER ADVANCING 3 LINES.
100600     WRITE GL-REPORT-LINE FROM GJ-SUMMARY-LINE-2
100700         AFTER ADVANCING 1 LINE.
100800     WRITE GL-REPORT-LINE FROM GJ-SUMMARY-LINE-3
100900         AFTER ADVANCING 1 LINE.
101000     WRITE GL-REPORT-LINE FROM GJ-SUMMARY-LINE-4
101100         AFTER ADVANCING 1 LINE.
101200     WRITE GL-REPORT-LINE FROM GJ-SUMMARY-LINE-5
101300         AFTER ADVANCING 1 LINE.
101400     WRITE GL-REPORT-LINE FROM GJ-SUMMARY-LINE-6
101500         AFTER ADVANCING 1 LINE.
101600     WRITE GL-REPORT-LINE FROM GJ-SUMMARY-LINE-7
101700         AFTER ADVANCING 1 LINE.
101800     WRITE GL-REPORT-LINE FROM GJ-SUMMARY-LINE-8
101900         AFTER ADVANCING 1 LINE.
102000     WRITE GL-REPORT-LINE FROM GJ-SUMMARY-LINE-9
102100         AFTER ADVANCING 1 LINE.
102200     CLOSE GL-REPORT-FILE
102300           GL-FEED-FILE.
102400 8000-TERMINATE-EXIT.
102500     EXIT.
102600******************************************************************

002000*MASTER UPDATE.  ITEMS FOR CUSTOMERS NOT ON FILE, OR WITH A BAD
002100*DEBIT/CREDIT CODE OR A NON-NUMERIC AMOUNT OR POSTING DATE, ARE
002200*REJECTED AND LISTED -- THE MASTER IS NEVER TOUCHED FOR THEM.
002210*
002220*EVERY ITEM ALSO CARRIES AN ITEM TYPE AND A REFERENCE NUMBER, AND
002230*EVERY ITEM POSTED IS KEPT FOR GOOD ON THE MONETARY ITEM JOURNAL
002240*(SEE CUSTJRNL.CPY).  A REVERSAL ITEM NAMES THE REFERENCE OF THE
002250*ITEM IT BACKS OUT; THE ORIGINAL IS FOUND ON THE JOURNAL, EXACTLY
002260*ITS AMOUNT IS POSTED BACK THE OTHER WAY, AND THE ORIGINAL IS
002270*MARKED REVERSED.  REVERSING A PAYMENT (A RETURNED CHECK) ALSO
002280*CHARGES THE RETURNED-ITEM FEE FROM THE PARAMETER FILE AS A FEE
002290*ITEM OF ITS OWN.  A REVERSAL WHOSE ORIGINAL IS NOT ON THE
002292*JOURNAL, BELONGS TO ANOTHER CUSTOMER, OR HAS ALREADY BEEN
002294*REVERSED IS REJECTED AND LISTED LIKE ANY OTHER BAD ITEM.
002295*
002296*AN ITEM THAT QUOTES A CUSTOMER-ID MERGED AWAY INTO ANOTHER (SEE
002297*CUSTDMRG) IS POSTED TO THE SURVIVOR FOUND ON THE ID CROSS-
002298*REFERENCE FILE.
002300*
002400*INSTALLATION.  DATA PROCESSING.
002500*DATE-WRITTEN.   2026-09-02.
002900*2026-09-02  JRH  ORIGINAL PROGRAM.
002910*2026-09-02  JRH  STAMP OPERATOR 'CUSTPOST' / SOURCE 'SYS' ON
002920*                 EVERY CHANGE-HISTORY ROW.
002930*2026-10-15  JRH  APPLY EVERY POSTED CREDIT AGAINST THE UNPAID
002940*                 MINIMUM-PAYMENT OBLIGATIONS ON THE BILLING FILE
002950*                 (CUSTBILL.CPY), OLDEST FIRST, SO CUSTAGNG AGES
002960*                 THE ACCOUNT ON WHAT IS STILL ACTUALLY OWED.
002962*2026-10-15  JRH  ADDED ITEM TYPE AND REFERENCE NUMBER TO THE
002964*                 POSTING ITEM, THE PERMANENT MONETARY ITEM
002966*                 JOURNAL (CUSTJRNL.CPY), AND THE REVERSAL ITEM
002968*                 TYPE WITH ITS RETURNED-ITEM FEE.  FEES AND
002970*                 REVERSALS DO NOT REFRESH LAST-ACTIVITY-DATE.
002972*2026-10-15  JRH  POST AN ITEM FOR A MERGED-AWAY CUSTOMER-ID TO
002974*                 ITS SURVIVOR THROUGH THE CUSTXREF CROSS-
002976*                 REFERENCE.
002984*2026-10-15  JRH  REPORT A JOURNAL ITEM NOT WRITTEN, OR AN
002992*                 ORIGINAL NOT MARKED REVERSED.
002994*2026-10-15  JRH  REPORT AND COUNT A BILLING RECORD NOT UPDATED,
002996*                 AND KEEP ITS PAYDOWN OFF THE JOURNAL ITEM.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.    CUSTPOST.
006600         ASSIGN TO CUSTCHST
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS CT-HIST-STATUS.
006810
006820     SELECT ACCOUNT-BILLING-FILE
006830         ASSIGN TO CUSTBILL
006840         ORGANIZATION IS INDEXED
006850         ACCESS MODE IS DYNAMIC
006860         RECORD KEY IS BILL-CUSTOMER-ID
006870         FILE STATUS IS CT-BILL-STATUS.
006872
006874     SELECT MONETARY-JOURNAL-FILE
006876         ASSIGN TO CUSTMJRN
006878         ORGANIZATION IS INDEXED
006880         ACCESS MODE IS DYNAMIC
006882         RECORD KEY IS JRNL-REFERENCE-NUMBER
006884         FILE STATUS IS CT-JRNL-STATUS.
006886
006888     SELECT POSTING-PARM-FILE
006890         ASSIGN TO CUSTTPRM
006892         ORGANIZATION IS LINE SEQUENTIAL
006894         FILE STATUS IS CT-PARM-STATUS.
006895
006896     SELECT ID-CROSS-REFERENCE-FILE
006897         ASSIGN TO CUSTXREF
006898         ORGANIZATION IS INDEXED
006899         ACCESS MODE IS RANDOM
006900         RECORD KEY IS XREF-OLD-CUSTOMER-ID
006901         ALTERNATE RECORD KEY IS XREF-NEW-CUSTOMER-ID
006902             WITH DUPLICATES
006903         FILE STATUS IS CT-XREF-STATUS.
006951******************************************************************
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  POSTING-TRANSACTION-FILE
007800         88  POST-CREDIT                     VALUE 'C'.
007900     05  POST-AMOUNT             PIC 9(10)V99.
008000     05  POST-POSTING-DATE       PIC X(08).
008010     05  POST-ITEM-TYPE          PIC X(01).
008020     05  POST-REFERENCE-NUMBER   PIC X(20).
008030     05  POST-ORIGINAL-REFERENCE PIC X(20).
008100
008200 FD  CUSTOMER-MASTER-FILE
008300     RECORDING MODE IS F.
008900 FD  CHANGE-HISTORY-FILE
009000     RECORDING MODE IS F.
009100     COPY "custhist.cpy".
009110
009120 FD  ACCOUNT-BILLING-FILE
009130     RECORDING MODE IS F.
009140     COPY "custbill.cpy".
009150
009160 FD  MONETARY-JOURNAL-FILE
009170     RECORDING MODE IS F.
009180     COPY "custjrnl.cpy".
009182
009184 FD  POSTING-PARM-FILE
009186     RECORDING MODE IS F.
009188 01  POSTING-PARM-RECORD.
009190     05  PARM-RETURNED-ITEM-FEE  PIC 9(05)V99.
009192
009194 FD  ID-CROSS-REFERENCE-FILE
009196     RECORDING MODE IS F.
009198     COPY "custxref.cpy".
009200******************************************************************
009300 WORKING-STORAGE SECTION.
009400 01  CT-FILE-STATUSES.
009600     05  CT-MASTER-STATUS        PIC X(02)   VALUE '00'.
009700     05  CT-REPORT-STATUS        PIC X(02)   VALUE '00'.
009800     05  CT-HIST-STATUS          PIC X(02)   VALUE '00'.
009810     05  CT-BILL-STATUS          PIC X(02)   VALUE '00'.
009820     05  CT-JRNL-STATUS          PIC X(02)   VALUE '00'.
009830     05  CT-PARM-STATUS          PIC X(02)   VALUE '00'.
009840     05  CT-XREF-STATUS          PIC X(02)   VALUE '00'.
009900
010000 01  CT-SWITCHES.
010100     05  CT-END-OF-POST-SW       PIC X(01)   VALUE 'N'.
010200         88  CT-END-OF-POST                  VALUE 'Y'.
010300     05  CT-MASTER-FOUND-SW      PIC X(01)   VALUE 'N'.
010400         88  CT-MASTER-FOUND                 VALUE 'Y'.
010410     05  CT-BILLING-OPEN-SW      PIC X(01)   VALUE 'N'.
010420         88  CT-BILLING-OPEN                 VALUE 'Y'.
010430     05  CT-ORIGINAL-OK-SW       PIC X(01)   VALUE 'N'.
010440         88  CT-ORIGINAL-OK                  VALUE 'Y'.
010450     05  CT-FEE-ITEM-SW          PIC X(01)   VALUE 'N'.
010460         88  CT-FEE-ITEM                     VALUE 'Y'.
010470     05  CT-XREF-OPEN-SW         PIC X(01)   VALUE 'N'.
010480         88  CT-XREF-OPEN                    VALUE 'Y'.
010490     05  CT-REDIRECTED-SW        PIC X(01)   VALUE 'N'.
010492         88  CT-REDIRECTED-ITEM              VALUE 'Y'.
010494     05  CT-SAME-OWNER-SW        PIC X(01)   VALUE 'N'.
010496         88  CT-SAME-OWNER                   VALUE 'Y'.
010500
010600 01  CT-COUNTERS.
010700     05  CT-ITEMS-READ           PIC 9(07)  COMP  VALUE ZERO.
010800     05  CT-ITEMS-POSTED         PIC 9(07)  COMP  VALUE ZERO.
010900     05  CT-ITEMS-REJECTED       PIC 9(07)  COMP  VALUE ZERO.
010910     05  CT-OBL-IDX              PIC 9(01)  COMP  VALUE ZERO.
010920     05  CT-REVERSALS-POSTED     PIC 9(07)  COMP  VALUE ZERO.
010930     05  CT-REVERSALS-REJECTED   PIC 9(07)  COMP  VALUE ZERO.
010940     05  CT-FEES-CHARGED         PIC 9(07)  COMP  VALUE ZERO.
010950     05  CT-REFERENCE-SEQ        PIC 9(06)  COMP  VALUE ZERO.
010960     05  CT-ITEMS-REDIRECTED     PIC 9(07)  COMP  VALUE ZERO.
010980     05  CT-JOURNAL-FAILURES     PIC 9(07)  COMP  VALUE ZERO.
010990     05  CT-BILLING-FAILURES     PIC 9(07)  COMP  VALUE ZERO.
011000
011100 01  CT-AMOUNT-FIELDS.
011200     05  CT-NET-POSTED           PIC S9(12)V99  VALUE ZERO.
011210     05  CT-CREDIT-LEFT          PIC S9(10)V99  VALUE ZERO.
011220     05  CT-APPLIED-TO-DUE       PIC S9(12)V99  VALUE ZERO.
011222     05  CT-ITEM-APPLIED-TO-DUE  PIC S9(10)V99  VALUE ZERO.
011224     05  CT-RETURNED-ITEM-FEE    PIC 9(05)V99   VALUE 25.00.
011226
011228 01  CT-APPLY-FIELDS.
011230     05  CT-APPLY-DC-CODE        PIC X(01).
011232         88  CT-APPLY-DEBIT                  VALUE 'D'.
011234         88  CT-APPLY-CREDIT                 VALUE 'C'.
011236     05  CT-APPLY-ITEM-TYPE      PIC X(01).
011238         88  CT-APPLY-VALID-TYPE             VALUE 'P' 'U' 'F'
011240                                                   'R' 'A' 'V'.
011242         88  CT-APPLY-CREDIT-ONLY-TYPE       VALUE 'P' 'R'.
011244         88  CT-APPLY-DEBIT-ONLY-TYPE        VALUE 'U' 'F'.
011246         88  CT-APPLY-FEE                    VALUE 'F'.
011248         88  CT-APPLY-REVERSAL               VALUE 'V'.
011250     05  CT-APPLY-AMOUNT         PIC 9(10)V99.
011252     05  CT-APPLY-REFERENCE      PIC X(20).
011254     05  CT-APPLY-ORIGINAL-REF   PIC X(20).
011256     05  CT-APPLY-POSTED-SW      PIC X(01).
011258         88  CT-APPLY-POSTED                 VALUE 'Y'.
011260
011262 01  CT-ORIGINAL-ITEM-FIELDS.
011264     05  CT-ORIG-ITEM-TYPE       PIC X(01).
011266         88  CT-ORIG-PAYMENT                 VALUE 'P'.
011268     05  CT-ORIG-APPLIED-TO-DUE  PIC S9(10)V99.
011270
011272 01  CT-GENERATED-REFERENCE.
011274     05  CT-GEN-DATE             PIC X(08).
011276     05  CT-GEN-TIME             PIC X(06).
011282     05  CT-GEN-SEQ              PIC 9(06).
011288
011294 01  CT-QUOTED-CUSTOMER-ID       PIC X(10).
011300
011400 01  CT-DATE-EDIT-FIELDS.
011500     05  CT-POSTING-DATE-ALPHA   PIC X(08).
013900         10  FILLER              PIC X(12)  VALUE 'CUSTOMER-ID'.
014000         10  FILLER              PIC X(04)  VALUE SPACES.
014100         10  FILLER              PIC X(04)  VALUE 'D/C'.
014110         10  FILLER              PIC X(05)  VALUE 'TYPE'.
014200         10  FILLER              PIC X(18)  VALUE 'AMOUNT'.
014300         10  FILLER              PIC X(02)  VALUE SPACES.
014400         10  FILLER              PIC X(18)  VALUE 'BALANCE AFTER'.
014500         10  FILLER              PIC X(02)  VALUE SPACES.
014510         10  FILLER              PIC X(22)  VALUE 'REFERENCE'.
014600         10  FILLER              PIC X(40)  VALUE 'RESULT'.
014700     05  CT-DETAIL-LINE.
014800         10  CT-DET-CUSTOMER-ID  PIC X(10).
014900         10  FILLER              PIC X(06)  VALUE SPACES.
015000         10  CT-DET-DC-CODE      PIC X(01).
015100         10  FILLER              PIC X(03)  VALUE SPACES.
015110         10  CT-DET-ITEM-TYPE    PIC X(01).
015120         10  FILLER              PIC X(04)  VALUE SPACES.
015200         10  CT-DET-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99-.
015300         10  FILLER              PIC X(02)  VALUE SPACES.
015400         10  CT-DET-AFTER        PIC Z,ZZZ,ZZZ,ZZ9.99-.
015500         10  FILLER              PIC X(02)  VALUE SPACES.
015510         10  CT-DET-REFERENCE    PIC X(20).
015520         10  FILLER              PIC X(02)  VALUE SPACES.
015600         10  CT-DET-RESULT       PIC X(40).
015700     05  CT-SUMMARY-LINE-1.
015800         10  FILLER              PIC X(22)
017000         10  FILLER              PIC X(22)
017100             VALUE 'NET AMOUNT POSTED.... '.
017200         10  CT-SUM-NET          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
017210     05  CT-SUMMARY-LINE-5.
017220         10  FILLER              PIC X(22)
017230             VALUE 'APPLIED TO AMOUNT DUE '.
017240         10  CT-SUM-APPLIED      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
017250     05  CT-SUMMARY-LINE-6.
017255         10  FILLER              PIC X(22)
017260             VALUE 'REVERSALS POSTED..... '.
017265         10  CT-SUM-REVERSED     PIC ZZZ,ZZ9.
017270     05  CT-SUMMARY-LINE-7.
017275         10  FILLER              PIC X(22)
017280             VALUE 'REVERSALS REJECTED... '.
017285         10  CT-SUM-REV-REJECTED PIC ZZZ,ZZ9.
017290     05  CT-SUMMARY-LINE-8.
017292         10  FILLER              PIC X(22)
017294             VALUE 'RETURNED-ITEM FEES... '.
017296         10  CT-SUM-FEES         PIC ZZZ,ZZ9.
017297     05  CT-SUMMARY-LINE-9.
017298         10  FILLER              PIC X(22)
017299             VALUE 'MERGED IDS REDIRECTED '.
017300         10  CT-SUM-REDIRECTED   PIC ZZZ,ZZ9.
017310     05  CT-SUMMARY-LINE-10.
017320         10  FILLER              PIC X(22)
017330             VALUE 'JOURNAL NOT UPDATED.. '.
017340         10  CT-SUM-JRNL-FAILED  PIC ZZZ,ZZ9.
017342     05  CT-SUMMARY-LINE-11.
017344         10  FILLER              PIC X(22)
017346             VALUE 'BILLING NOT UPDATED.. '.
017348         10  CT-SUM-BILL-FAILED  PIC ZZZ,ZZ9.
017350******************************************************************
017400 PROCEDURE DIVISION.
017500******************************************************************
017600 0000-MAINLINE.
018600 1000-INITIALIZE.
018700     ACCEPT CT-CURRENT-DATE FROM DATE YYYYMMDD.
018800     ACCEPT CT-CURRENT-TIME FROM TIME.
018810     OPEN INPUT POSTING-PARM-FILE.
018820     IF CT-PARM-STATUS = '00'
018830         READ POSTING-PARM-FILE
018840             AT END
018850                 CONTINUE
018860         END-READ
018870         IF CT-PARM-STATUS = '00'
018880             MOVE PARM-RETURNED-ITEM-FEE TO CT-RETURNED-ITEM-FEE
018890         END-IF
018892     END-IF.
018894     CLOSE POSTING-PARM-FILE.
018900     OPEN INPUT  POSTING-TRANSACTION-FILE
019000          I-O    CUSTOMER-MASTER-FILE
019100          OUTPUT POSTING-REPORT-FILE.
019200     OPEN EXTEND CHANGE-HISTORY-FILE.
019210     OPEN I-O ACCOUNT-BILLING-FILE.
019220     IF CT-BILL-STATUS = '00'
019230         MOVE 'Y' TO CT-BILLING-OPEN-SW
019240     END-IF.
019250     OPEN I-O MONETARY-JOURNAL-FILE.
019260     IF CT-JRNL-STATUS = '35'
019270         OPEN OUTPUT MONETARY-JOURNAL-FILE
019280         CLOSE MONETARY-JOURNAL-FILE
019290         OPEN I-O MONETARY-JOURNAL-FILE
019295     END-IF.
019296     OPEN INPUT ID-CROSS-REFERENCE-FILE.
019297     IF CT-XREF-STATUS = '00'
019298         MOVE 'Y' TO CT-XREF-OPEN-SW
019299     END-IF.
019300     WRITE POSTING-REPORT-LINE FROM CT-HEADING-1
019400         AFTER ADVANCING TOP-OF-PAGE.
019500     WRITE POSTING-REPORT-LINE FROM CT-HEADING-2
020200 2000-PROCESS-ITEM.
020300     MOVE SPACES TO CT-DET-RESULT.
020400     MOVE POST-POSTING-DATE TO CT-POSTING-DATE-ALPHA.
020410     PERFORM 2010-SET-ITEM-FIELDS
020420         THRU 2010-SET-ITEM-FIELDS-EXIT.
020430     PERFORM 2020-RESOLVE-MERGED-ID
020440         THRU 2020-RESOLVE-MERGED-ID-EXIT.
020500     IF NOT POST-DEBIT AND NOT POST-CREDIT
020510         AND NOT CT-APPLY-REVERSAL
020600         MOVE 'REJECTED - INVALID DEBIT/CREDIT CODE' TO
020700             CT-DET-RESULT
020800         ADD 1 TO CT-ITEMS-REJECTED
021000             THRU 2800-WRITE-REPORT-LINE-EXIT
021100         GO TO 2000-NEXT-ITEM
021200     END-IF.
021210     IF NOT CT-APPLY-VALID-TYPE
021220         MOVE 'REJECTED - INVALID ITEM TYPE' TO CT-DET-RESULT
021230         ADD 1 TO CT-ITEMS-REJECTED
021240         PERFORM 2800-WRITE-REPORT-LINE
021250             THRU 2800-WRITE-REPORT-LINE-EXIT
021260         GO TO 2000-NEXT-ITEM
021270     END-IF.
021280     IF (CT-APPLY-CREDIT-ONLY-TYPE AND POST-DEBIT)
021282         OR (CT-APPLY-DEBIT-ONLY-TYPE AND POST-CREDIT)
021284         MOVE 'REJECTED - ITEM TYPE CONFLICTS WITH D/C' TO
021286             CT-DET-RESULT
021288         ADD 1 TO CT-ITEMS-REJECTED
021290         PERFORM 2800-WRITE-REPORT-LINE
021292             THRU 2800-WRITE-REPORT-LINE-EXIT
021294         GO TO 2000-NEXT-ITEM
021296     END-IF.
021300     IF POST-AMOUNT NOT NUMERIC
021400         MOVE 'REJECTED - AMOUNT NOT NUMERIC' TO CT-DET-RESULT
021500         ADD 1 TO CT-ITEMS-REJECTED
021700             THRU 2800-WRITE-REPORT-LINE-EXIT
021800         GO TO 2000-NEXT-ITEM
021900     END-IF.
021910     MOVE POST-AMOUNT TO CT-APPLY-AMOUNT.
022000     IF CT-POSTING-DATE-NUM NOT NUMERIC
022100         MOVE 'REJECTED - POSTING DATE NOT NUMERIC' TO
022200             CT-DET-RESULT
022500             THRU 2800-WRITE-REPORT-LINE-EXIT
022600         GO TO 2000-NEXT-ITEM
022700     END-IF.
022710     MOVE CT-APPLY-REFERENCE TO JRNL-REFERENCE-NUMBER.
022720     READ MONETARY-JOURNAL-FILE
022730         INVALID KEY
022740             CONTINUE
022750         NOT INVALID KEY
022760             MOVE 'REJECTED - DUPLICATE REFERENCE NUMBER' TO
022770                 CT-DET-RESULT
022780     END-READ.
022782     IF CT-DET-RESULT NOT = SPACES
022784         ADD 1 TO CT-ITEMS-REJECTED
022786         PERFORM 2800-WRITE-REPORT-LINE
022788             THRU 2800-WRITE-REPORT-LINE-EXIT
022790         GO TO 2000-NEXT-ITEM
022792     END-IF.
022794     IF CT-APPLY-REVERSAL
022795         PERFORM 2300-FIND-ORIGINAL-ITEM
022796             THRU 2300-FIND-ORIGINAL-ITEM-EXIT
022797         IF NOT CT-ORIGINAL-OK
022798             ADD 1 TO CT-ITEMS-REJECTED
022799             ADD 1 TO CT-REVERSALS-REJECTED
022800             PERFORM 2800-WRITE-REPORT-LINE
022801                 THRU 2800-WRITE-REPORT-LINE-EXIT
022802             GO TO 2000-NEXT-ITEM
022803         END-IF
022804     END-IF.
022805     MOVE POST-CUSTOMER-ID
022900         TO CUSTOMER-ID OF CUSTOMER-MASTER-RECORD.
023000     PERFORM 2500-FIND-MASTER
023100         THRU 2500-FIND-MASTER-EXIT.
023900     END-IF.
024000     PERFORM 2100-APPLY-POSTING
024100         THRU 2100-APPLY-POSTING-EXIT.
024110     IF CT-APPLY-REVERSAL AND CT-APPLY-POSTED
024120         PERFORM 2400-COMPLETE-REVERSAL
024130             THRU 2400-COMPLETE-REVERSAL-EXIT
024140     END-IF.
024200 2000-NEXT-ITEM.
024300     PERFORM 2900-READ-POSTING-ITEM
024400         THRU 2900-READ-POSTING-ITEM-EXIT.
024500 2000-PROCESS-ITEM-EXIT.
024600     EXIT.
024610******************************************************************
024620*AN ITEM FROM BEFORE ITEM TYPES EXISTED IS A PAYMENT IF IT IS A
024630*CREDIT AND A PURCHASE IF IT IS A DEBIT, AND ONE WITH NO
024640*REFERENCE NUMBER OF ITS OWN IS GIVEN ONE.
024650******************************************************************
024660 2010-SET-ITEM-FIELDS.
024670     MOVE POST-DEBIT-CREDIT-CODE  TO CT-APPLY-DC-CODE.
024680     MOVE POST-ITEM-TYPE          TO CT-APPLY-ITEM-TYPE.
024690     IF CT-APPLY-ITEM-TYPE = SPACE
024700         IF POST-CREDIT
024710             MOVE 'P' TO CT-APPLY-ITEM-TYPE
024720         ELSE
024730             MOVE 'U' TO CT-APPLY-ITEM-TYPE
024740         END-IF
024750     END-IF.
024760     MOVE POST-ORIGINAL-REFERENCE TO CT-APPLY-ORIGINAL-REF.
024770     IF POST-REFERENCE-NUMBER = SPACES
024780         PERFORM 2030-GENERATE-REFERENCE
024790             THRU 2030-GENERATE-REFERENCE-EXIT
024800     ELSE
024810         MOVE POST-REFERENCE-NUMBER TO CT-APPLY-REFERENCE
024820     END-IF.
024830     MOVE ZERO TO CT-APPLY-AMOUNT.
024840     MOVE 'N'  TO CT-APPLY-POSTED-SW.
024850     MOVE 'N'  TO CT-FEE-ITEM-SW.
024860 2010-SET-ITEM-FIELDS-EXIT.
024870     EXIT.
024880******************************************************************
024881*AN ITEM QUOTING AN ID THAT HAS BEEN MERGED AWAY IS POSTED TO THE
024882*SURVIVOR; THE REPORT LINE SHOWS THE SURVIVOR AND THE QUOTED ID.
024883******************************************************************
024884 2020-RESOLVE-MERGED-ID.
024885     MOVE 'N' TO CT-REDIRECTED-SW.
024886     IF NOT CT-XREF-OPEN
024887         GO TO 2020-RESOLVE-MERGED-ID-EXIT
024888     END-IF.
024889     MOVE POST-CUSTOMER-ID TO XREF-OLD-CUSTOMER-ID.
024890     READ ID-CROSS-REFERENCE-FILE
024891         INVALID KEY
024892             GO TO 2020-RESOLVE-MERGED-ID-EXIT
024893     END-READ.
024894     MOVE POST-CUSTOMER-ID     TO CT-QUOTED-CUSTOMER-ID.
024895     MOVE XREF-NEW-CUSTOMER-ID TO POST-CUSTOMER-ID.
024896     MOVE 'Y' TO CT-REDIRECTED-SW.
024897     ADD 1 TO CT-ITEMS-REDIRECTED.
024898 2020-RESOLVE-MERGED-ID-EXIT.
024899     EXIT.
024900******************************************************************
024901 2030-GENERATE-REFERENCE.
024905     ADD 1 TO CT-REFERENCE-SEQ.
024910     MOVE CT-CURRENT-DATE  TO CT-GEN-DATE.
024920     MOVE CT-CURRENT-TIME  TO CT-GEN-TIME.
024930     MOVE CT-REFERENCE-SEQ TO CT-GEN-SEQ.
024940     MOVE CT-GENERATED-REFERENCE TO CT-APPLY-REFERENCE.
024950 2030-GENERATE-REFERENCE-EXIT.
024960     EXIT.
024970******************************************************************
024980 2100-APPLY-POSTING.
024990     MOVE CUSTOMER-MASTER-RECORD TO CT-BEFORE-RECORD.
025000     MOVE ZERO TO CT-ITEM-APPLIED-TO-DUE.
025010     IF CT-APPLY-DEBIT
025100         ADD CT-APPLY-AMOUNT
025200             TO ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
025300     ELSE
025400         SUBTRACT CT-APPLY-AMOUNT
025500             FROM ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
025600     END-IF.
025610     IF NOT CT-APPLY-FEE AND NOT CT-APPLY-REVERSAL
025700         MOVE POST-POSTING-DATE
025800             TO LAST-ACTIVITY-DATE OF CUSTOMER-MASTER-RECORD
025810     END-IF.
025900     MOVE CT-CURRENT-DATE
026000         TO UPDATED-DATE OF CUSTOMER-MASTER-RECORD.
026100     MOVE CT-CURRENT-TIME
026400     REWRITE CUSTOMER-MASTER-RECORD
026500         INVALID KEY
026600             MOVE 'REJECTED - REWRITE FAILED' TO CT-DET-RESULT
026700             IF NOT CT-FEE-ITEM
026705                 ADD 1 TO CT-ITEMS-REJECTED
026708             END-IF
026710             MOVE ACCOUNT-BALANCE OF CT-BEFORE-RECORD
026720                 TO CT-DET-AFTER
026800         NOT INVALID KEY
026900             MOVE 'POSTED' TO CT-DET-RESULT
026901             IF CT-REDIRECTED-ITEM
026902                 STRING 'POSTED - QUOTED MERGED ID '
026903                            DELIMITED BY SIZE
026904                        CT-QUOTED-CUSTOMER-ID
026905                            DELIMITED BY SIZE
026906                     INTO CT-DET-RESULT
026907             END-IF
026910             MOVE 'Y' TO CT-APPLY-POSTED-SW
026920             IF NOT CT-FEE-ITEM
027000                 ADD 1 TO CT-ITEMS-POSTED
027010             END-IF
027100             IF CT-APPLY-DEBIT
027200                 ADD CT-APPLY-AMOUNT TO CT-NET-POSTED
027300             ELSE
027400                 SUBTRACT CT-APPLY-AMOUNT FROM CT-NET-POSTED
027500             END-IF
027600             MOVE CUSTOMER-MASTER-RECORD TO CT-AFTER-RECORD
027700             PERFORM 2750-WRITE-HISTORY
027800                 THRU 2750-WRITE-HISTORY-EXIT
027820             MOVE ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
027840                 TO CT-DET-AFTER
027850             IF CT-APPLY-CREDIT AND CT-BILLING-OPEN
027860                 PERFORM 2200-APPLY-CREDIT-TO-DUE
027870                     THRU 2200-APPLY-CREDIT-TO-DUE-EXIT
027880             END-IF
027882             IF CT-APPLY-REVERSAL AND CT-APPLY-DEBIT
027884                 AND CT-BILLING-OPEN
027886                 AND CT-ORIG-APPLIED-TO-DUE > ZERO
027888                 PERFORM 2260-REINSTATE-DUE
027890                     THRU 2260-REINSTATE-DUE-EXIT
027892             END-IF
027894             PERFORM 2600-WRITE-JOURNAL
027896                 THRU 2600-WRITE-JOURNAL-EXIT
027900     END-REWRITE.
028000     MOVE CT-APPLY-AMOUNT TO CT-DET-AMOUNT.
028300     PERFORM 2800-WRITE-REPORT-LINE
028400         THRU 2800-WRITE-REPORT-LINE-EXIT.
028500 2100-APPLY-POSTING-EXIT.
028600     EXIT.
028610******************************************************************
028620*A CREDIT PAYS DOWN THE OLDEST UNPAID MINIMUM FIRST, THEN THE
028630*NEXT, UNTIL IT IS USED UP OR NOTHING IS LEFT OWING.  AN ACCOUNT
028640*THAT HAS NEVER BEEN THROUGH A CYCLE CLOSE HAS NO BILLING RECORD
028650*AND NOTHING TO APPLY AGAINST.
028652*IF THE BILLING RECORD CANNOT BE REWRITTEN NOTHING WAS PAID DOWN,
028654*SO THE ITEM'S APPLIED-TO-DUE IS TAKEN BACK OFF BEFORE THE JOURNAL
028656*ITEM IS WRITTEN -- A LATER REVERSAL THEN PUTS NOTHING BACK.
028660******************************************************************
028670 2200-APPLY-CREDIT-TO-DUE.
028680     MOVE CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
028690         TO BILL-CUSTOMER-ID.
028700     READ ACCOUNT-BILLING-FILE
028710         INVALID KEY
028720             GO TO 2200-APPLY-CREDIT-TO-DUE-EXIT
028730     END-READ.
028740     MOVE CT-APPLY-AMOUNT TO CT-CREDIT-LEFT.
028750     ADD CT-APPLY-AMOUNT TO BILL-PAID-SINCE-CLOSE.
028760     PERFORM 2250-APPLY-TO-OBLIGATION
028770         THRU 2250-APPLY-TO-OBLIGATION-EXIT
028780         VARYING CT-OBL-IDX FROM 1 BY 1
028790         UNTIL CT-OBL-IDX > BILL-OBLIGATION-COUNT
028800            OR CT-CREDIT-LEFT NOT > ZERO.
028810     REWRITE ACCOUNT-BILLING-RECORD
028820         INVALID KEY
028830             ADD 1 TO CT-BILLING-FAILURES
028832             SUBTRACT CT-ITEM-APPLIED-TO-DUE
028833                 FROM CT-APPLIED-TO-DUE
028834             MOVE ZERO TO CT-ITEM-APPLIED-TO-DUE
028836             MOVE 'POSTED - BILLING NOT UPDATED' TO CT-DET-RESULT
028840     END-REWRITE.
028850 2200-APPLY-CREDIT-TO-DUE-EXIT.
028860     EXIT.
028870******************************************************************
028880 2250-APPLY-TO-OBLIGATION.
028890     IF BILL-OBL-UNPAID (CT-OBL-IDX) > CT-CREDIT-LEFT
028900         SUBTRACT CT-CREDIT-LEFT FROM BILL-OBL-UNPAID (CT-OBL-IDX)
028910         ADD CT-CREDIT-LEFT TO CT-APPLIED-TO-DUE
028920         ADD CT-CREDIT-LEFT TO CT-ITEM-APPLIED-TO-DUE
028930         MOVE ZERO TO CT-CREDIT-LEFT
028940     ELSE
028950         SUBTRACT BILL-OBL-UNPAID (CT-OBL-IDX) FROM CT-CREDIT-LEFT
028960         ADD BILL-OBL-UNPAID (CT-OBL-IDX) TO CT-APPLIED-TO-DUE
028970         ADD BILL-OBL-UNPAID (CT-OBL-IDX)
028980             TO CT-ITEM-APPLIED-TO-DUE
028990         MOVE ZERO TO BILL-OBL-UNPAID (CT-OBL-IDX)
029000     END-IF.
029010 2250-APPLY-TO-OBLIGATION-EXIT.
029020     EXIT.
029030******************************************************************
029040*REVERSING A CREDIT PUTS BACK ON THE OLDEST UNPAID MINIMUM WHAT
029050*THE CREDIT HAD PAID OFF, SO THE RETURNED PAYMENT AGES AS IF IT
029060*HAD NEVER BEEN MADE.  IF EVERY MINIMUM HAD BEEN PAID OFF, THE
029070*CURRENT CYCLE'S MINIMUM IS OWED AGAIN FROM ITS DUE DATE.
029073*IF THE BILLING RECORD CANNOT BE REWRITTEN THE MINIMUM STAYS PAID;
029076*THE APPLIED TOTAL IS RESTORED AND THE ITEM IS FLAGGED.
029080******************************************************************
029090 2260-REINSTATE-DUE.
029100     MOVE CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
029110         TO BILL-CUSTOMER-ID.
029120     READ ACCOUNT-BILLING-FILE
029130         INVALID KEY
029140             GO TO 2260-REINSTATE-DUE-EXIT
029150     END-READ.
029160     IF BILL-OBLIGATION-COUNT = ZERO
029170         MOVE 1 TO BILL-OBLIGATION-COUNT
029180         MOVE BILL-DUE-DATE TO BILL-OBL-DUE-DATE (1)
029190         MOVE ZERO TO BILL-OBL-UNPAID (1)
029200     END-IF.
029210     ADD CT-ORIG-APPLIED-TO-DUE TO BILL-OBL-UNPAID (1).
029220     SUBTRACT CT-APPLY-AMOUNT FROM BILL-PAID-SINCE-CLOSE.
029230     IF BILL-PAID-SINCE-CLOSE < ZERO
029240         MOVE ZERO TO BILL-PAID-SINCE-CLOSE
029250     END-IF.
029260     SUBTRACT CT-ORIG-APPLIED-TO-DUE FROM CT-APPLIED-TO-DUE.
029270     REWRITE ACCOUNT-BILLING-RECORD
029280         INVALID KEY
029290             ADD 1 TO CT-BILLING-FAILURES
029293             ADD CT-ORIG-APPLIED-TO-DUE TO CT-APPLIED-TO-DUE
029296             MOVE 'POSTED - BILLING NOT REINSTATED'
029298                 TO CT-DET-RESULT
029300     END-REWRITE.
029310 2260-REINSTATE-DUE-EXIT.
029320     EXIT.
029330******************************************************************
029340*A REVERSAL MUST NAME AN ITEM OF THE SAME CUSTOMER THAT IS ON THE
029350*JOURNAL, IS NOT ITSELF A REVERSAL, AND HAS NOT BEEN REVERSED
029360*BEFORE.  THE REVERSAL TAKES EXACTLY THE ORIGINAL'S AMOUNT AND
029370*THE OPPOSITE DEBIT/CREDIT CODE; AN AMOUNT GIVEN ON THE INPUT
029380*ITEM MUST AGREE WITH IT.
029390******************************************************************
029400 2300-FIND-ORIGINAL-ITEM.
029410     MOVE 'N' TO CT-ORIGINAL-OK-SW.
029420     IF CT-APPLY-ORIGINAL-REF = SPACES
029430         MOVE 'REJECTED - NO ORIGINAL REFERENCE' TO CT-DET-RESULT
029440         GO TO 2300-FIND-ORIGINAL-ITEM-EXIT
029450     END-IF.
029460     MOVE CT-APPLY-ORIGINAL-REF TO JRNL-REFERENCE-NUMBER.
029470     READ MONETARY-JOURNAL-FILE
029480         INVALID KEY
029490             MOVE 'REJECTED - ORIGINAL NOT ON JOURNAL' TO
029500                 CT-DET-RESULT
029510             GO TO 2300-FIND-ORIGINAL-ITEM-EXIT
029520     END-READ.
029530     IF JRNL-CUSTOMER-ID NOT = POST-CUSTOMER-ID
029531         PERFORM 2320-CHECK-MERGED-OWNER
029532             THRU 2320-CHECK-MERGED-OWNER-EXIT
029533         IF NOT CT-SAME-OWNER
029540             MOVE 'REJECTED - ORIGINAL IS ANOTHER CUSTOMER' TO
029550                 CT-DET-RESULT
029560             GO TO 2300-FIND-ORIGINAL-ITEM-EXIT
029565         END-IF
029570     END-IF.
029580     IF JRNL-REVERSED
029590         MOVE 'REJECTED - ORIGINAL ALREADY REVERSED' TO
029600             CT-DET-RESULT
029610         GO TO 2300-FIND-ORIGINAL-ITEM-EXIT
029620     END-IF.
029630     IF JRNL-TYPE-REVERSAL
029640         MOVE 'REJECTED - ORIGINAL IS A REVERSAL' TO CT-DET-RESULT
029650         GO TO 2300-FIND-ORIGINAL-ITEM-EXIT
029660     END-IF.
029670     IF CT-APPLY-AMOUNT NOT = ZERO
029680         AND CT-APPLY-AMOUNT NOT = JRNL-AMOUNT
029690         MOVE 'REJECTED - AMOUNT DIFFERS FROM ORIGINAL' TO
029700             CT-DET-RESULT
029710         GO TO 2300-FIND-ORIGINAL-ITEM-EXIT
029720     END-IF.
029730     MOVE JRNL-AMOUNT         TO CT-APPLY-AMOUNT.
029740     MOVE JRNL-ITEM-TYPE      TO CT-ORIG-ITEM-TYPE.
029750     MOVE JRNL-APPLIED-TO-DUE TO CT-ORIG-APPLIED-TO-DUE.
029760     IF JRNL-DEBIT
029770         MOVE 'C' TO CT-APPLY-DC-CODE
029780     ELSE
029790         MOVE 'D' TO CT-APPLY-DC-CODE
029800     END-IF.
029810     MOVE 'Y' TO CT-ORIGINAL-OK-SW.
029820 2300-FIND-ORIGINAL-ITEM-EXIT.
029830     EXIT.
030051******************************************************************
030052*AN ORIGINAL POSTED UNDER AN ID SINCE MERGED INTO THIS CUSTOMER
030053*STILL BELONGS TO THIS CUSTOMER.  THE JOURNAL RECORD AREA IS LEFT
030054*AS IT WAS READ.
030055******************************************************************
030056 2320-CHECK-MERGED-OWNER.
030057     MOVE 'N' TO CT-SAME-OWNER-SW.
030058     IF NOT CT-XREF-OPEN
030059         GO TO 2320-CHECK-MERGED-OWNER-EXIT
030060     END-IF.
030061     MOVE JRNL-CUSTOMER-ID TO XREF-OLD-CUSTOMER-ID.
030062     READ ID-CROSS-REFERENCE-FILE
030063         INVALID KEY
030064             GO TO 2320-CHECK-MERGED-OWNER-EXIT
030065     END-READ.
030066     IF XREF-NEW-CUSTOMER-ID = POST-CUSTOMER-ID
030067         MOVE 'Y' TO CT-SAME-OWNER-SW
030068     END-IF.
030069 2320-CHECK-MERGED-OWNER-EXIT.
030070     EXIT.
030071******************************************************************
030072*ONCE THE REVERSAL IS ON THE MASTER THE ORIGINAL IS MARKED AS
030073*REVERSED FOR GOOD; A MARK THAT CANNOT BE STORED IS REPORTED.  A
030074*RETURNED PAYMENT ALSO CHARGES THE RETURNED-ITEM FEE, JOURNALED AS
030075*A FEE ITEM OF ITS OWN THAT POINTS BACK AT THE REVERSAL.
030076******************************************************************
030077 2400-COMPLETE-REVERSAL.
030078     ADD 1 TO CT-REVERSALS-POSTED.
030079     MOVE CT-APPLY-ORIGINAL-REF TO JRNL-REFERENCE-NUMBER.
030080     READ MONETARY-JOURNAL-FILE
030081         INVALID KEY
030082             PERFORM 2450-REPORT-MARK-FAILED
030083                 THRU 2450-REPORT-MARK-FAILED-EXIT
030084             GO TO 2400-COMPLETE-REVERSAL-EXIT
030085     END-READ.
030086     MOVE 'Y'                TO JRNL-REVERSED-SW.
030087     MOVE CT-APPLY-REFERENCE TO JRNL-REVERSED-BY-REF.
030088     MOVE CT-CURRENT-DATE    TO JRNL-REVERSED-DATE.
030089     REWRITE MONETARY-JOURNAL-RECORD
030090         INVALID KEY
030091             PERFORM 2450-REPORT-MARK-FAILED
030092                 THRU 2450-REPORT-MARK-FAILED-EXIT
030093     END-REWRITE.
030094     IF NOT CT-ORIG-PAYMENT
030095         OR CT-RETURNED-ITEM-FEE NOT > ZERO
030096         GO TO 2400-COMPLETE-REVERSAL-EXIT
030097     END-IF.
030098     MOVE CT-APPLY-REFERENCE   TO CT-APPLY-ORIGINAL-REF.
030099     PERFORM 2030-GENERATE-REFERENCE
030100         THRU 2030-GENERATE-REFERENCE-EXIT.
030110     MOVE 'F'                  TO CT-APPLY-ITEM-TYPE.
030120     MOVE 'D'                  TO CT-APPLY-DC-CODE.
030130     MOVE CT-RETURNED-ITEM-FEE TO CT-APPLY-AMOUNT.
030140     MOVE 'N'                  TO CT-APPLY-POSTED-SW.
030150     MOVE 'Y'                  TO CT-FEE-ITEM-SW.
030160     MOVE ZERO                 TO CT-ORIG-APPLIED-TO-DUE.
030170     PERFORM 2100-APPLY-POSTING
030180         THRU 2100-APPLY-POSTING-EXIT.
030190     IF CT-APPLY-POSTED
030200         ADD 1 TO CT-FEES-CHARGED
030210     END-IF.
030220 2400-COMPLETE-REVERSAL-EXIT.
030230     EXIT.
030240******************************************************************
030241 2450-REPORT-MARK-FAILED.
030242     ADD 1 TO CT-JOURNAL-FAILURES.
030243     MOVE 'JOURNAL: ORIGINAL NOT MARKED REVERSED'
030244         TO CT-DET-RESULT.
030245     PERFORM 2800-WRITE-REPORT-LINE
030246         THRU 2800-WRITE-REPORT-LINE-EXIT.
030247 2450-REPORT-MARK-FAILED-EXIT.
030248     EXIT.
030249******************************************************************
030250*A JOURNAL ITEM THAT CANNOT BE WRITTEN IS FLAGGED ON ITS OWN
030251*REPORT LINE -- THE MASTER IS ALREADY POSTED -- SINCE THE ITEM
030252*CAN NEITHER BE REVERSED NOR MATCHED BY CUSTGLJE WITHOUT IT.
030253******************************************************************
030255 2600-WRITE-JOURNAL.
030260     MOVE SPACES                 TO MONETARY-JOURNAL-RECORD.
030270     MOVE CT-APPLY-REFERENCE     TO JRNL-REFERENCE-NUMBER.
030280     MOVE CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
030290         TO JRNL-CUSTOMER-ID.
030300     MOVE CT-APPLY-ITEM-TYPE     TO JRNL-ITEM-TYPE.
030310     MOVE CT-APPLY-DC-CODE       TO JRNL-DEBIT-CREDIT-CODE.
030320     MOVE CT-APPLY-AMOUNT        TO JRNL-AMOUNT.
030330     MOVE POST-POSTING-DATE      TO JRNL-POSTING-DATE.
030340     MOVE CT-CURRENT-DATE        TO JRNL-RUN-DATE.
030350     MOVE CT-CURRENT-TIME        TO JRNL-RUN-TIME.
030360     MOVE ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
030370         TO JRNL-BALANCE-AFTER.
030380     MOVE CT-ITEM-APPLIED-TO-DUE TO JRNL-APPLIED-TO-DUE.
030390     MOVE CT-APPLY-ORIGINAL-REF  TO JRNL-ORIGINAL-REFERENCE.
030400     MOVE 'N'                    TO JRNL-REVERSED-SW.
030410     WRITE MONETARY-JOURNAL-RECORD
030420         INVALID KEY
030425             ADD 1 TO CT-JOURNAL-FAILURES
030430             MOVE 'POSTED - JOURNAL ITEM NOT WRITTEN'
030435                 TO CT-DET-RESULT
030440     END-WRITE.
030450 2600-WRITE-JOURNAL-EXIT.
030460     EXIT.
030470******************************************************************
030480 2500-FIND-MASTER.
030490     MOVE 'N' TO CT-MASTER-FOUND-SW.
030500     READ CUSTOMER-MASTER-FILE
030510         INVALID KEY
030520             CONTINUE
030530         NOT INVALID KEY
030540             MOVE 'Y' TO CT-MASTER-FOUND-SW
030550     END-READ.
030560 2500-FIND-MASTER-EXIT.
030570     EXIT.
030580******************************************************************
030590 2750-WRITE-HISTORY.
030600     MOVE CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
030610         TO HIST-CUSTOMER-ID.
030620     MOVE RECORD-VERSION OF CUSTOMER-MASTER-RECORD
030630         TO HIST-RECORD-VERSION.
030640     MOVE CT-HIST-ACTION  TO HIST-ACTION-CODE.
030650     MOVE CT-CURRENT-DATE TO HIST-CHANGE-DATE.
030660     MOVE CT-CURRENT-TIME TO HIST-CHANGE-TIME.
030670     MOVE CT-BEFORE-RECORD TO HIST-BEFORE-IMAGE.
030680     MOVE CT-AFTER-RECORD  TO HIST-AFTER-IMAGE.
030690     MOVE 'CUSTPOST' TO HIST-OPERATOR-ID.
030700     MOVE 'SYS'      TO HIST-SOURCE-SYSTEM.
030710     WRITE CHANGE-HISTORY-RECORD.
030720 2750-WRITE-HISTORY-EXIT.
030730     EXIT.
031200******************************************************************
031300 2800-WRITE-REPORT-LINE.
031400     MOVE POST-CUSTOMER-ID       TO CT-DET-CUSTOMER-ID.
031500     MOVE CT-APPLY-DC-CODE       TO CT-DET-DC-CODE.
031510     MOVE CT-APPLY-ITEM-TYPE     TO CT-DET-ITEM-TYPE.
031520     MOVE CT-APPLY-REFERENCE     TO CT-DET-REFERENCE.
031600     WRITE POSTING-REPORT-LINE FROM CT-DETAIL-LINE
031700         AFTER ADVANCING 1 LINE.
031800     MOVE ZERO TO CT-DET-AMOUNT.
033600     MOVE CT-ITEMS-POSTED   TO CT-SUM-POSTED.
033700     MOVE CT-ITEMS-REJECTED TO CT-SUM-REJECTED.
033800     MOVE CT-NET-POSTED     TO CT-SUM-NET.
033810     MOVE CT-APPLIED-TO-DUE TO CT-SUM-APPLIED.
033820     MOVE CT-REVERSALS-POSTED   TO CT-SUM-REVERSED.
033830     MOVE CT-REVERSALS-REJECTED TO CT-SUM-REV-REJECTED.
033835     MOVE CT-JOURNAL-FAILURES   TO CT-SUM-JRNL-FAILED.
033837     MOVE CT-BILLING-FAILURES   TO CT-SUM-BILL-FAILED.
033840     MOVE CT-FEES-CHARGED       TO CT-SUM-FEES.
033850     MOVE CT-ITEMS-REDIRECTED   TO CT-SUM-REDIRECTED.
033900     WRITE POSTING-REPORT-LINE FROM CT-SUMMARY-LINE-1
034000         AFTER ADVANCING 2 LINES.
034100     WRITE POSTING-REPORT-LINE FROM CT-SUMMARY-LINE-2
034400         AFTER ADVANCING 1 LINE.
034500     WRITE POSTING-REPORT-LINE FROM CT-SUMMARY-LINE-4
034600         AFTER ADVANCING 1 LINE.
034610     WRITE POSTING-REPORT-LINE FROM CT-SUMMARY-LINE-5
034620         AFTER ADVANCING 1 LINE.
034622     WRITE POSTING-REPORT-LINE FROM CT-SUMMARY-LINE-6
034624         AFTER ADVANCING 1 LINE.
034626     WRITE POSTING-REPORT-LINE FROM CT-SUMMARY-LINE-7
034627         AFTER ADVANCING 1 LINE.
034628     WRITE POSTING-REPORT-LINE FROM CT-SUMMARY-LINE-8
034629         AFTER ADVANCING 1 LINE.
034630     WRITE POSTING-REPORT-LINE FROM CT-SUMMARY-LINE-9
034631         AFTER ADVANCING 1 LINE.
034632     WRITE POSTING-REPORT-LINE FROM CT-SUMMARY-LINE-10
034633         AFTER ADVANCING 1 LINE.
034635     WRITE POSTING-REPORT-LINE FROM CT-SUMMARY-LINE-11
034637         AFTER ADVANCING 1 LINE.
034639     IF CT-XREF-OPEN
034641         CLOSE ID-CROSS-REFERENCE-FILE
034643     END-IF.
034645     IF CT-BILLING-OPEN
034647         CLOSE ACCOUNT-BILLING-FILE
034650     END-IF.
034700     CLOSE POSTING-TRANSACTION-FILE
034800           CUSTOMER-MASTER-FILE
034900           POSTING-REPORT-FILE
035000           CHANGE-HISTORY-FILE
035010           MONETARY-JOURNAL-FILE.
035100 3000-TERMINATE-EXIT.
035200     EXIT.
035300******************************************************************

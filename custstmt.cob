001000*FOR THE STATEMENT-MAILING PROCESS -- NOT THE FLAT NAME/ADDRESS
001100*EXTRACT CUSTEXTR PRODUCES FOR THE MAILING HOUSE. INACTIVE AND
001200*CLOSED ACCOUNTS DO NOT RECEIVE A STATEMENT.
001207*
001214*HOUSEHOLD MODE (A 'Y' IN THE SECOND FIELD OF THE PARM RECORD)
001221*MAILS ONE ENVELOPE PER HOUSEHOLD INSTEAD OF ONE PER CUSTOMER.
001228*THE STATEMENTS DUE TONIGHT ARE SORTED BY THE HOUSEHOLD-ID ON THE
001235*HOUSEHOLD CROSS-REFERENCE FILE CUSTHHLD KEEPS (CUSTHXRF.CPY),
001242*AND EACH HOUSEHOLD OF TWO OR MORE GETS AN ENVELOPE COVER PAGE
001249*NAMING EVERY MEMBER, FOLLOWED BY EACH MEMBER'S STATEMENT.  A
001256*CUSTOMER NOT ON THE FILE, OR ALONE IN ITS HOUSEHOLD TONIGHT,
001263*PRINTS EXACTLY AS IN NORMAL MODE.  ONLY STATEMENTS DUE IN THE
001270*SAME RUN SHARE AN ENVELOPE, SO MEMBERS ON DIFFERENT BILLING
001277*CYCLES ARE HOUSEHOLDED ONLY ON AN ALL-CYCLES RUN.  AN ENVELOPE
001284*HOLDS AT MOST 20 STATEMENTS; A LARGER HOUSEHOLD TAKES MORE THAN
001291*ONE.
001300*
001400*INSTALLATION.  DATA PROCESSING.
001500*DATE-WRITTEN.   2026-02-09.
001960*                 HAS ITS CYCLE DERIVED ON THE FLY, SO NO
001970*                 ACCOUNT IS SKIPPED BEFORE THE BACKFILL
001980*                 REACHES IT.
001982*2026-10-15  JRH  PRINT THE STATEMENT BALANCE, MINIMUM PAYMENT
001984*                 DUE, DUE DATE, PAST-DUE AMOUNT AND DELINQUENCY
001986*                 BUCKET FROM THE BILLING FILE CUSTAGNG KEEPS
001988*                 (CUSTBILL.CPY).  AN ACCOUNT NOT YET THROUGH A
001990*                 CYCLE CLOSE PRINTS WITHOUT THEM.
001992*2026-10-15  JRH  ADDED HOUSEHOLD MODE: ONE ENVELOPE, WITH A
001994*                 COVER PAGE, FOR EVERY MEMBER OF A HOUSEHOLD ON
001996*                 THE CUSTHXRF CROSS-REFERENCE.  MASTER IS NOW
001998*                 OPENED FOR DYNAMIC ACCESS.
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.    CUSTSTMT.
003600     SELECT CUSTOMER-MASTER-FILE
003700         ASSIGN TO CUSTMAST
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
004100         ALTERNATE RECORD KEY IS ALT-NAME-STATE-KEY OF
004200             CUSTOMER-MASTER-RECORD WITH DUPLICATES
004830         ASSIGN TO CUSTSPRM
004840         ORGANIZATION IS LINE SEQUENTIAL
004850         FILE STATUS IS CS-PARM-STATUS.
004860
004870     SELECT ACCOUNT-BILLING-FILE
004880         ASSIGN TO CUSTBILL
004890         ORGANIZATION IS INDEXED
004892         ACCESS MODE IS RANDOM
004894         RECORD KEY IS BILL-CUSTOMER-ID
004896         FILE STATUS IS CS-BILL-STATUS.
004902
004908     SELECT HOUSEHOLD-XREF-FILE
004914         ASSIGN TO CUSTHXRF
004920         ORGANIZATION IS INDEXED
004926         ACCESS MODE IS RANDOM
004932         RECORD KEY IS HHLD-CUSTOMER-ID
004938         ALTERNATE RECORD KEY IS HHLD-HOUSEHOLD-ID
004944             WITH DUPLICATES
004950         ALTERNATE RECORD KEY IS HHLD-ADDRESS-KEY
004956             WITH DUPLICATES
004962         FILE STATUS IS CS-HHLD-STATUS.
004968
004974     SELECT SORT-WORK-FILE
004980         ASSIGN TO SORTWK01.
004986******************************************************************
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  CUSTOMER-MASTER-FILE
005730     RECORDING MODE IS F.
005740 01  CYCLE-PARM-RECORD.
005750     05  PARM-CYCLE-DAY          PIC X(02).
005755     05  PARM-HOUSEHOLD-MODE     PIC X(01).
005760
005770 FD  ACCOUNT-BILLING-FILE
005780     RECORDING MODE IS F.
005790     COPY "custbill.cpy".
005795
005800 FD  HOUSEHOLD-XREF-FILE
005805     RECORDING MODE IS F.
005810     COPY "custhxrf.cpy".
005815
005820 SD  SORT-WORK-FILE.
005825 01  SORT-WORK-RECORD.
005830     05  SW-HOUSEHOLD-KEY.
005835         10  SW-HOUSEHOLD-TYPE   PIC X(01).
005840         10  SW-HOUSEHOLD-ID     PIC X(10).
005845     05  SW-CUSTOMER-ID          PIC X(10).
005850     05  SW-FIRST-NAME           PIC X(20).
005855     05  SW-MIDDLE-INITIAL       PIC X(01).
005860     05  SW-LAST-NAME            PIC X(20).
005865     05  SW-STREET-ADDRESS       PIC X(40).
005870     05  SW-CITY                 PIC X(25).
005875     05  SW-STATE                PIC X(02).
005880     05  SW-ZIP-CODE             PIC X(10).
005885******************************************************************
005900 WORKING-STORAGE SECTION.
006000 01  CS-FILE-STATUSES.
006100     05  CS-MASTER-STATUS        PIC X(02)   VALUE '00'.
006200     05  CS-STMT-STATUS          PIC X(02)   VALUE '00'.
006210     05  CS-PARM-STATUS          PIC X(02)   VALUE '00'.
006220     05  CS-BILL-STATUS          PIC X(02)   VALUE '00'.
006230     05  CS-HHLD-STATUS          PIC X(02)   VALUE '00'.
006300
006400 01  CS-SWITCHES.
006500     05  CS-END-OF-MASTER-SW     PIC X(01)   VALUE 'N'.
006600         88  CS-END-OF-MASTER                VALUE 'Y'.
006610     05  CS-BILLING-OPEN-SW      PIC X(01)   VALUE 'N'.
006620         88  CS-BILLING-OPEN                 VALUE 'Y'.
006630     05  CS-BILLING-FOUND-SW     PIC X(01)   VALUE 'N'.
006640         88  CS-BILLING-FOUND                VALUE 'Y'.
006645     05  CS-HOUSEHOLD-MODE-SW    PIC X(01)   VALUE 'N'.
006650         88  CS-HOUSEHOLD-MODE               VALUE 'Y'.
006655     05  CS-HHLD-OPEN-SW         PIC X(01)   VALUE 'N'.
006660         88  CS-HHLD-OPEN                    VALUE 'Y'.
006665     05  CS-END-OF-SORT-SW       PIC X(01)   VALUE 'N'.
006670         88  CS-END-OF-SORT                  VALUE 'Y'.
006675     05  CS-FIRST-SORTED-SW      PIC X(01)   VALUE 'Y'.
006680         88  CS-FIRST-SORTED                 VALUE 'Y'.
006685     05  CS-MEMBER-FOUND-SW      PIC X(01)   VALUE 'N'.
006690         88  CS-MEMBER-FOUND                 VALUE 'Y'.
006700
006800 01  CS-COUNTERS.
006900     05  CS-RECORDS-READ         PIC 9(07)  COMP  VALUE ZERO.
007000     05  CS-STATEMENTS-PRINTED   PIC 9(07)  COMP  VALUE ZERO.
007010     05  CS-ENVELOPES-MAILED     PIC 9(07)  COMP  VALUE ZERO.
007020     05  CS-HOUSEHOLD-ENVELOPES  PIC 9(07)  COMP  VALUE ZERO.
007030     05  CS-STATEMENTS-GROUPED   PIC 9(07)  COMP  VALUE ZERO.
007100
007110 01  CS-CYCLE-FIELDS.
007120     05  CS-CYCLE-DAY            PIC X(02)   VALUE SPACES.
007137                                 PIC 9(10).
007138     05  CS-CYCLE-QUOTIENT       PIC 9(10)  COMP.
007139     05  CS-CYCLE-REMAINDER      PIC 9(02).
007142
007145*THE ENVELOPE BEING FILLED IN HOUSEHOLD MODE.
007148 01  CS-ENVELOPE-FIELDS.
007151     05  CS-PREVIOUS-HOUSEHOLD   PIC X(11).
007154     05  CS-ENV-COUNT            PIC 9(03)  COMP  VALUE ZERO.
007157     05  CS-ENV-SUB              PIC 9(03)  COMP  VALUE ZERO.
007160     05  CS-ENV-HOUSEHOLD-ID     PIC X(10).
007163     05  CS-ENV-STREET           PIC X(40).
007166     05  CS-ENV-CITY             PIC X(25).
007169     05  CS-ENV-STATE            PIC X(02).
007172     05  CS-ENV-ZIP              PIC X(10).
007175     05  CS-ENV-MEMBER           OCCURS 20 TIMES.
007178         10  CS-ENV-CUSTOMER-ID  PIC X(10).
007181         10  CS-ENV-FIRST-NAME   PIC X(20).
007184         10  CS-ENV-MIDDLE-INIT  PIC X(01).
007187         10  CS-ENV-LAST-NAME    PIC X(20).
007190
007200 01  CS-BEST-CONTACT-FIELDS.
007300     05  CS-BEST-PHONE           PIC X(15).
007400     05  CS-PHONE-IDX            PIC 9(01)   COMP.
011800         10  FILLER              PIC X(20)
011900             VALUE 'CONTACT EMAIL...... '.
012000         10  CS-EML-ADDRESS      PIC X(50).
012004     05  CS-STMT-BALANCE-LINE.
012008         10  FILLER              PIC X(20)
012012             VALUE 'STATEMENT BALANCE.. '.
012016         10  CS-SBL-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99-.
012020     05  CS-MINIMUM-DUE-LINE.
012024         10  FILLER              PIC X(20)
012028             VALUE 'MINIMUM PAYMENT DUE '.
012032         10  CS-MIN-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99-.
012036     05  CS-DUE-DATE-LINE.
012040         10  FILLER              PIC X(20)
012044             VALUE 'PAYMENT DUE DATE... '.
012048         10  CS-DUE-DATE         PIC X(08).
012052     05  CS-PAST-DUE-LINE.
012056         10  FILLER              PIC X(20)
012060             VALUE 'PAST DUE AMOUNT.... '.
012064         10  CS-PDU-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99-.
012068     05  CS-DELINQUENCY-LINE.
012072         10  FILLER              PIC X(20)
012076             VALUE 'ACCOUNT STANDING... '.
012080         10  CS-DLQ-STANDING     PIC X(30).
012100     05  CS-SUMMARY-LINE-1.
012200         10  FILLER              PIC X(22)
012300             VALUE 'RECORDS READ......... '.
012820         10  FILLER              PIC X(22)
012830             VALUE 'CYCLE DAY............ '.
012840         10  CS-SUM-CYCLE        PIC X(12).
012841     05  CS-SUMMARY-LINE-4.
012842         10  FILLER              PIC X(22)
012843             VALUE 'ENVELOPES MAILED..... '.
012844         10  CS-SUM-ENVELOPES    PIC ZZZ,ZZ9.
012845     05  CS-SUMMARY-LINE-5.
012846         10  FILLER              PIC X(22)
012847             VALUE 'HOUSEHOLD ENVELOPES.. '.
012848         10  CS-SUM-HH-ENVELOPES PIC ZZZ,ZZ9.
012849     05  CS-SUMMARY-LINE-6.
012850         10  FILLER              PIC X(22)
012851             VALUE 'STATEMENTS GROUPED... '.
012852         10  CS-SUM-GROUPED      PIC ZZZ,ZZ9.
012853     05  CS-ENVELOPE-HEADING-1.
012854         10  FILLER              PIC X(40)
012855             VALUE 'HOUSEHOLD MAILING -- ONE ENVELOPE'.
012856     05  CS-ENVELOPE-HEADING-2.
012857         10  FILLER              PIC X(11)  VALUE 'HOUSEHOLD: '.
012858         10  CS-ENH-HOUSEHOLD-ID PIC X(10).
012859         10  FILLER              PIC X(04)  VALUE SPACES.
012860         10  FILLER              PIC X(21)
012861             VALUE 'STATEMENTS ENCLOSED: '.
012862         10  CS-ENH-COUNT        PIC ZZ9.
012863     05  CS-ENVELOPE-NAME-LINE.
012864         10  CS-ENN-FIRST        PIC X(20).
012865         10  FILLER              PIC X(01)  VALUE SPACE.
012866         10  CS-ENN-MI           PIC X(01).
012867         10  FILLER              PIC X(01)  VALUE SPACE.
012868         10  CS-ENN-LAST         PIC X(20).
012869         10  FILLER              PIC X(04)  VALUE SPACES.
012870         10  CS-ENN-CUSTOMER-ID  PIC X(10).
012900******************************************************************
013000 PROCEDURE DIVISION.
013100******************************************************************
013200 0000-MAINLINE.
013300     PERFORM 1000-INITIALIZE
013400         THRU 1000-INITIALIZE-EXIT.
013410     IF CS-HOUSEHOLD-MODE
013420         SORT SORT-WORK-FILE
013430             ASCENDING KEY SW-HOUSEHOLD-KEY SW-CUSTOMER-ID
013440             INPUT PROCEDURE IS 2500-SELECT-STATEMENTS
013450                 THRU 2500-SELECT-STATEMENTS-EXIT
013460             OUTPUT PROCEDURE IS 4000-PRINT-ENVELOPES
013470                 THRU 4000-PRINT-ENVELOPES-EXIT
013480     ELSE
013490         PERFORM 2000-PROCESS-RECORD
013500             THRU 2000-PROCESS-RECORD-EXIT
013510             UNTIL CS-END-OF-MASTER
013520     END-IF.
013800     PERFORM 3000-TERMINATE
013900         THRU 3000-TERMINATE-EXIT.
014000     GOBACK.
014360         END-READ
014370         IF CS-PARM-STATUS = '00'
014380             MOVE PARM-CYCLE-DAY TO CS-CYCLE-DAY
014385             MOVE PARM-HOUSEHOLD-MODE TO CS-HOUSEHOLD-MODE-SW
014390         END-IF
014392         CLOSE CYCLE-PARM-FILE
014394     END-IF.
014400     OPEN INPUT  CUSTOMER-MASTER-FILE
014500          OUTPUT STATEMENT-FILE.
014510     OPEN INPUT ACCOUNT-BILLING-FILE.
014520     IF CS-BILL-STATUS = '00'
014530         MOVE 'Y' TO CS-BILLING-OPEN-SW
014540     END-IF.
014548     IF CS-HOUSEHOLD-MODE
014556         OPEN INPUT HOUSEHOLD-XREF-FILE
014564         IF CS-HHLD-STATUS = '00'
014572             MOVE 'Y' TO CS-HHLD-OPEN-SW
014580         END-IF
014588     END-IF.
014600     PERFORM 2900-READ-MASTER
014700         THRU 2900-READ-MASTER-EXIT.
014800 1000-INITIALIZE-EXIT.
015220             THRU 2050-DERIVE-CYCLE-DAY-EXIT
015230         IF CS-ALL-CYCLES
015240             OR CS-CYCLE-DAY = CS-RECORD-CYCLE
015250             IF CS-HOUSEHOLD-MODE
015260                 PERFORM 2600-RELEASE-STATEMENT
015270                     THRU 2600-RELEASE-STATEMENT-EXIT
015280             ELSE
015290                 PERFORM 2100-PRINT-STATEMENT
015300                     THRU 2100-PRINT-STATEMENT-EXIT
015310             END-IF
015450         END-IF
015500     END-IF.
015600     PERFORM 2900-READ-MASTER
019500     MOVE EMAIL-ADDRESS   TO CS-EML-ADDRESS.
019600     WRITE STATEMENT-LINE FROM CS-EMAIL-LINE
019700         AFTER ADVANCING 1 LINE.
019710     IF CS-BILLING-OPEN
019720         PERFORM 2200-PRINT-AMOUNT-DUE
019730             THRU 2200-PRINT-AMOUNT-DUE-EXIT
019740     END-IF.
019800     ADD 1 TO CS-STATEMENTS-PRINTED.
019900 2100-PRINT-STATEMENT-EXIT.
020000     EXIT.
021500     END-IF.
021600 2160-CHECK-PHONE-ENTRY-EXIT.
021700     EXIT.
021702******************************************************************
021704*THE AMOUNT DUE IS WHAT IS STILL UNPAID OF EVERY MINIMUM BILLED,
021706*AS OF CUSTAGNG'S RUN TONIGHT -- PAST DUE PLUS THIS CYCLE'S.
021708******************************************************************
021710 2200-PRINT-AMOUNT-DUE.
021712     MOVE 'N' TO CS-BILLING-FOUND-SW.
021714     MOVE CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
021716         TO BILL-CUSTOMER-ID.
021718     READ ACCOUNT-BILLING-FILE
021720         INVALID KEY
021722             CONTINUE
021724         NOT INVALID KEY
021726             MOVE 'Y' TO CS-BILLING-FOUND-SW
021728     END-READ.
021730     IF NOT CS-BILLING-FOUND
021732         GO TO 2200-PRINT-AMOUNT-DUE-EXIT
021734     END-IF.
021736     MOVE BILL-STATEMENT-BALANCE TO CS-SBL-AMOUNT.
021738     WRITE STATEMENT-LINE FROM CS-STMT-BALANCE-LINE
021740         AFTER ADVANCING 2 LINES.
021742     MOVE BILL-TOTAL-DUE         TO CS-MIN-AMOUNT.
021744     WRITE STATEMENT-LINE FROM CS-MINIMUM-DUE-LINE
021746         AFTER ADVANCING 1 LINE.
021748     MOVE BILL-DUE-DATE          TO CS-DUE-DATE.
021750     WRITE STATEMENT-LINE FROM CS-DUE-DATE-LINE
021752         AFTER ADVANCING 1 LINE.
021754     MOVE BILL-PAST-DUE-TOTAL    TO CS-PDU-AMOUNT.
021756     WRITE STATEMENT-LINE FROM CS-PAST-DUE-LINE
021758         AFTER ADVANCING 1 LINE.
021760     EVALUATE TRUE
021762         WHEN BILL-BUCKET-30
021764             MOVE '30 DAYS PAST DUE' TO CS-DLQ-STANDING
021766         WHEN BILL-BUCKET-60
021768             MOVE '60 DAYS PAST DUE' TO CS-DLQ-STANDING
021770         WHEN BILL-BUCKET-90
021772             MOVE '90 DAYS PAST DUE' TO CS-DLQ-STANDING
021774         WHEN BILL-BUCKET-120-PLUS
021776             MOVE '120 OR MORE DAYS PAST DUE' TO CS-DLQ-STANDING
021778         WHEN OTHER
021780             MOVE 'CURRENT' TO CS-DLQ-STANDING
021782     END-EVALUATE.
021784     WRITE STATEMENT-LINE FROM CS-DELINQUENCY-LINE
021786         AFTER ADVANCING 1 LINE.
021788 2200-PRINT-AMOUNT-DUE-EXIT.
021790     EXIT.
021792******************************************************************
021794 2500-SELECT-STATEMENTS.
021796     PERFORM 2000-PROCESS-RECORD
021798         THRU 2000-PROCESS-RECORD-EXIT
021800         UNTIL CS-END-OF-MASTER.
021802 2500-SELECT-STATEMENTS-EXIT.
021804     EXIT.
021806******************************************************************
021808*A CUSTOMER WITH NO CROSS-REFERENCE ROW SORTS AS A HOUSEHOLD OF
021810*ITS OWN, KEYED ON ITS CUSTOMER-ID UNDER TYPE 'C' SO IT CAN NEVER
021812*RUN TOGETHER WITH A REAL HOUSEHOLD.
021814******************************************************************
021816 2600-RELEASE-STATEMENT.
021818     MOVE 'C' TO SW-HOUSEHOLD-TYPE.
021820     MOVE CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
021822         TO SW-HOUSEHOLD-ID.
021824     IF CS-HHLD-OPEN
021826         MOVE CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
021828             TO HHLD-CUSTOMER-ID
021830         READ HOUSEHOLD-XREF-FILE
021832             INVALID KEY
021834                 CONTINUE
021836             NOT INVALID KEY
021838                 MOVE 'H' TO SW-HOUSEHOLD-TYPE
021840                 MOVE HHLD-HOUSEHOLD-ID TO SW-HOUSEHOLD-ID
021842         END-READ
021844     END-IF.
021846     MOVE CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
021848         TO SW-CUSTOMER-ID.
021850     MOVE FIRST-NAME      TO SW-FIRST-NAME.
021852     MOVE MIDDLE-INITIAL  TO SW-MIDDLE-INITIAL.
021854     MOVE LAST-NAME       TO SW-LAST-NAME.
021856     MOVE STREET-ADDRESS  TO SW-STREET-ADDRESS.
021858     MOVE CITY            TO SW-CITY.
021860     MOVE STATE           TO SW-STATE.
021862     MOVE ZIP-CODE        TO SW-ZIP-CODE.
021864     RELEASE SORT-WORK-RECORD.
021866 2600-RELEASE-STATEMENT-EXIT.
021868     EXIT.
021870******************************************************************
021900 2900-READ-MASTER.
022000     READ CUSTOMER-MASTER-FILE NEXT RECORD
022100         AT END
023650     END-IF.
023660     WRITE STATEMENT-LINE FROM CS-SUMMARY-LINE-3
023670         AFTER ADVANCING 1 LINE.
023671     IF CS-HOUSEHOLD-MODE
023672         MOVE CS-ENVELOPES-MAILED    TO CS-SUM-ENVELOPES
023673         MOVE CS-HOUSEHOLD-ENVELOPES TO CS-SUM-HH-ENVELOPES
023674         MOVE CS-STATEMENTS-GROUPED  TO CS-SUM-GROUPED
023675         WRITE STATEMENT-LINE FROM CS-SUMMARY-LINE-4
023676             AFTER ADVANCING 1 LINE
023677         WRITE STATEMENT-LINE FROM CS-SUMMARY-LINE-5
023678             AFTER ADVANCING 1 LINE
023679         WRITE STATEMENT-LINE FROM CS-SUMMARY-LINE-6
023680             AFTER ADVANCING 1 LINE
023681     END-IF.
023682     IF CS-HHLD-OPEN
023683         CLOSE HOUSEHOLD-XREF-FILE
023684     END-IF.
023685     IF CS-BILLING-OPEN
023690         CLOSE ACCOUNT-BILLING-FILE
023695     END-IF.
023700     CLOSE CUSTOMER-MASTER-FILE
023800           STATEMENT-FILE.
023900 3000-TERMINATE-EXIT.
024000     EXIT.
024100******************************************************************
024110 4000-PRINT-ENVELOPES.
024120     RETURN SORT-WORK-FILE
024130         AT END
024140             MOVE 'Y' TO CS-END-OF-SORT-SW
024150     END-RETURN.
024160     PERFORM 4100-PROCESS-SORTED-RECORD
024170         THRU 4100-PROCESS-SORTED-RECORD-EXIT
024180         UNTIL CS-END-OF-SORT.
024190     IF CS-ENV-COUNT > 0
024200         PERFORM 4800-PRINT-ENVELOPE
024210             THRU 4800-PRINT-ENVELOPE-EXIT
024220     END-IF.
024230 4000-PRINT-ENVELOPES-EXIT.
024240     EXIT.
024250******************************************************************
024260 4100-PROCESS-SORTED-RECORD.
024270     IF CS-FIRST-SORTED
024280         MOVE 'N' TO CS-FIRST-SORTED-SW
024290     ELSE
024300         IF SW-HOUSEHOLD-KEY NOT = CS-PREVIOUS-HOUSEHOLD
024310             OR CS-ENV-COUNT = 20
024320             PERFORM 4800-PRINT-ENVELOPE
024330                 THRU 4800-PRINT-ENVELOPE-EXIT
024340         END-IF
024350     END-IF.
024360     MOVE SW-HOUSEHOLD-KEY TO CS-PREVIOUS-HOUSEHOLD.
024370     IF CS-ENV-COUNT = 0
024380         MOVE SW-HOUSEHOLD-ID   TO CS-ENV-HOUSEHOLD-ID
024390         MOVE SW-STREET-ADDRESS TO CS-ENV-STREET
024400         MOVE SW-CITY           TO CS-ENV-CITY
024410         MOVE SW-STATE          TO CS-ENV-STATE
024420         MOVE SW-ZIP-CODE       TO CS-ENV-ZIP
024430     END-IF.
024440     ADD 1 TO CS-ENV-COUNT.
024450     MOVE SW-CUSTOMER-ID    TO CS-ENV-CUSTOMER-ID (CS-ENV-COUNT).
024460     MOVE SW-FIRST-NAME     TO CS-ENV-FIRST-NAME (CS-ENV-COUNT).
024470     MOVE SW-MIDDLE-INITIAL TO CS-ENV-MIDDLE-INIT (CS-ENV-COUNT).
024480     MOVE SW-LAST-NAME      TO CS-ENV-LAST-NAME (CS-ENV-COUNT).
024490     RETURN SORT-WORK-FILE
024500         AT END
024510             MOVE 'Y' TO CS-END-OF-SORT-SW
024520     END-RETURN.
024530 4100-PROCESS-SORTED-RECORD-EXIT.
024540     EXIT.
024550******************************************************************
024560*ONE ENVELOPE: A COVER PAGE ADDRESSED TO EVERY MEMBER AT THE
024570*HOUSEHOLD ADDRESS, THEN EACH MEMBER'S OWN STATEMENT, READ BACK
024580*FROM THE MASTER.  A HOUSEHOLD OF ONE GETS NO COVER PAGE.
024590******************************************************************
024600 4800-PRINT-ENVELOPE.
024610     ADD 1 TO CS-ENVELOPES-MAILED.
024620     IF CS-ENV-COUNT > 1
024630         ADD 1 TO CS-HOUSEHOLD-ENVELOPES
024640         ADD CS-ENV-COUNT TO CS-STATEMENTS-GROUPED
024650         MOVE CS-ENV-HOUSEHOLD-ID TO CS-ENH-HOUSEHOLD-ID
024660         MOVE CS-ENV-COUNT        TO CS-ENH-COUNT
024670         WRITE STATEMENT-LINE FROM CS-ENVELOPE-HEADING-1
024680             AFTER ADVANCING TOP-OF-PAGE
024690         WRITE STATEMENT-LINE FROM CS-ENVELOPE-HEADING-2
024700             AFTER ADVANCING 1 LINE
024710         WRITE STATEMENT-LINE FROM CS-BLANK-LINE
024720             AFTER ADVANCING 1 LINE
024730         PERFORM 4810-PRINT-ADDRESSEE
024740             THRU 4810-PRINT-ADDRESSEE-EXIT
024750             VARYING CS-ENV-SUB FROM 1 BY 1
024760             UNTIL CS-ENV-SUB > CS-ENV-COUNT
024770         MOVE CS-ENV-STREET TO CS-ADR-STREET
024780         WRITE STATEMENT-LINE FROM CS-ADDRESS-LINE-1
024790             AFTER ADVANCING 1 LINE
024800         MOVE CS-ENV-CITY   TO CS-ADR-CITY
024810         MOVE CS-ENV-STATE  TO CS-ADR-STATE
024820         MOVE CS-ENV-ZIP    TO CS-ADR-ZIP
024830         WRITE STATEMENT-LINE FROM CS-ADDRESS-LINE-2
024840             AFTER ADVANCING 1 LINE
024850     END-IF.
024860     PERFORM 4820-PRINT-MEMBER-STATEMENT
024870         THRU 4820-PRINT-MEMBER-STATEMENT-EXIT
024880         VARYING CS-ENV-SUB FROM 1 BY 1
024890         UNTIL CS-ENV-SUB > CS-ENV-COUNT.
024900     MOVE ZERO TO CS-ENV-COUNT.
024910 4800-PRINT-ENVELOPE-EXIT.
024920     EXIT.
024930******************************************************************
024940 4810-PRINT-ADDRESSEE.
024950     MOVE CS-ENV-FIRST-NAME (CS-ENV-SUB)   TO CS-ENN-FIRST.
024960     MOVE CS-ENV-MIDDLE-INIT (CS-ENV-SUB)  TO CS-ENN-MI.
024970     MOVE CS-ENV-LAST-NAME (CS-ENV-SUB)    TO CS-ENN-LAST.
024980     MOVE CS-ENV-CUSTOMER-ID (CS-ENV-SUB)  TO CS-ENN-CUSTOMER-ID.
024990     WRITE STATEMENT-LINE FROM CS-ENVELOPE-NAME-LINE
025000         AFTER ADVANCING 1 LINE.
025010 4810-PRINT-ADDRESSEE-EXIT.
025020     EXIT.
025030******************************************************************
025040 4820-PRINT-MEMBER-STATEMENT.
025050     MOVE CS-ENV-CUSTOMER-ID (CS-ENV-SUB)
025060         TO CUSTOMER-ID OF CUSTOMER-MASTER-RECORD.
025070     READ CUSTOMER-MASTER-FILE
025080         KEY IS CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
025090         INVALID KEY
025100             MOVE 'N' TO CS-MEMBER-FOUND-SW
025110         NOT INVALID KEY
025120             MOVE 'Y' TO CS-MEMBER-FOUND-SW
025130     END-READ.
025140     IF CS-MEMBER-FOUND
025150         PERFORM 2100-PRINT-STATEMENT
025160             THRU 2100-PRINT-STATEMENT-EXIT
025170     END-IF.
025180 4820-PRINT-MEMBER-STATEMENT-EXIT.
025190     EXIT.
025200******************************************************************

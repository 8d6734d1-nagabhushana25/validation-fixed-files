000800*STYLE CUSTMAINT USES TO LOCATE A CUSTOMER -- AND WRITES THE
000900*MATCHING CUSTOMER-MASTER-RECORD'S KEY FIELDS, OR A NOT-FOUND
001000*LINE, TO INQUIRY-REPORT-FILE.
001010*
001020*A CUSTOMER-ID THAT HAS BEEN MERGED AWAY INTO ANOTHER (SEE
001030*CUSTDMRG) IS LOOKED UP ON THE ID CROSS-REFERENCE FILE FIRST AND
001040*ANSWERED WITH THE SURVIVOR, WITH A LINE SAYING SO.
001100*
001200*INSTALLATION.  DATA PROCESSING.
001300*DATE-WRITTEN.   2026-02-09.
001500*MODIFICATION HISTORY.
001600*DATE       INIT  DESCRIPTION
001700*2026-02-09  JRH  ORIGINAL PROGRAM.
001710*2026-10-15  JRH  REDIRECT A MERGED-AWAY CUSTOMER-ID TO ITS
001720*                 SURVIVOR THROUGH THE CUSTXREF CROSS-REFERENCE.
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID.    CUSTINQ.
004350         ALTERNATE RECORD KEY IS ALT-NAME-STATE-KEY OF
004360             CUSTOMER-MASTER-RECORD WITH DUPLICATES
004400         FILE STATUS IS CQ-MASTER-STATUS.
004410
004420     SELECT ID-CROSS-REFERENCE-FILE
004430         ASSIGN TO CUSTXREF
004440         ORGANIZATION IS INDEXED
004450         ACCESS MODE IS RANDOM
004460         RECORD KEY IS XREF-OLD-CUSTOMER-ID
004470         ALTERNATE RECORD KEY IS XREF-NEW-CUSTOMER-ID
004480             WITH DUPLICATES
004490         FILE STATUS IS CQ-XREF-STATUS.
004500
004600     SELECT INQUIRY-REPORT-FILE
004700         ASSIGN TO CUSTIRPT
005900 FD  CUSTOMER-MASTER-FILE
006000     RECORDING MODE IS F.
006100     COPY "customer_master.cob".
006110
006120 FD  ID-CROSS-REFERENCE-FILE
006130     RECORDING MODE IS F.
006140     COPY "custxref.cpy".
006200
006300 FD  INQUIRY-REPORT-FILE.
006400 01  INQUIRY-REPORT-LINE         PIC X(132).
006800     05  CQ-REQUEST-STATUS       PIC X(02)   VALUE '00'.
006900     05  CQ-MASTER-STATUS        PIC X(02)   VALUE '00'.
007000     05  CQ-REPORT-STATUS        PIC X(02)   VALUE '00'.
007010     05  CQ-XREF-STATUS          PIC X(02)   VALUE '00'.
007100
007200 01  CQ-SWITCHES.
007300     05  CQ-END-OF-FILE-SW       PIC X(01)   VALUE 'N'.
007400         88  CQ-END-OF-FILE                  VALUE 'Y'.
007500     05  CQ-MASTER-FOUND-SW      PIC X(01)   VALUE 'N'.
007600         88  CQ-MASTER-FOUND                 VALUE 'Y'.
007610     05  CQ-XREF-OPEN-SW         PIC X(01)   VALUE 'N'.
007620         88  CQ-XREF-OPEN                    VALUE 'Y'.
007630     05  CQ-MERGED-ID-SW         PIC X(01)   VALUE 'N'.
007640         88  CQ-MERGED-ID                    VALUE 'Y'.
007700
007800 01  CQ-COUNTERS.
007900     05  CQ-REQUESTS-READ        PIC 9(07)   COMP   VALUE ZERO.
008000     05  CQ-REQUESTS-FOUND       PIC 9(07)   COMP   VALUE ZERO.
008100     05  CQ-REQUESTS-NOT-FOUND   PIC 9(07)   COMP   VALUE ZERO.
008110     05  CQ-REQUESTS-REDIRECTED  PIC 9(07)   COMP   VALUE ZERO.
008200
008300 01  CQ-BEST-PHONE-FIELDS.
008400     05  CQ-BEST-PHONE           PIC X(15).
012000         10  FILLER              PIC X(02)  VALUE SPACES.
012100         10  FILLER              PIC X(40)
012200             VALUE 'NOT ON FILE'.
012210     05  CQ-MERGED-LINE.
012220         10  FILLER              PIC X(04)  VALUE SPACES.
012230         10  FILLER              PIC X(13)  VALUE 'REQUESTED AS '.
012240         10  CQ-MRG-OLD-ID       PIC X(10).
012250         10  FILLER              PIC X(20)
012260             VALUE ' - MERGED INTO THIS '.
012270         10  FILLER              PIC X(12)  VALUE 'CUSTOMER ON '.
012280         10  CQ-MRG-DATE         PIC X(08).
012300     05  CQ-SUMMARY-LINE-1.
012400         10  FILLER              PIC X(22)
012500             VALUE 'REQUESTS READ........ '.
013200         10  FILLER              PIC X(22)
013300             VALUE 'REQUESTS NOT FOUND... '.
013400         10  CQ-SUM-NOT-FOUND    PIC ZZZ,ZZ9.
013410     05  CQ-SUMMARY-LINE-4.
013420         10  FILLER              PIC X(22)
013430             VALUE 'MERGED IDS REDIRECTED '.
013440         10  CQ-SUM-REDIRECTED   PIC ZZZ,ZZ9.
013500******************************************************************
013600 PROCEDURE DIVISION.
013700******************************************************************
014900     OPEN INPUT  INQUIRY-REQUEST-FILE
015000          INPUT  CUSTOMER-MASTER-FILE
015100          OUTPUT INQUIRY-REPORT-FILE.
015110     OPEN INPUT ID-CROSS-REFERENCE-FILE.
015120     IF CQ-XREF-STATUS = '00'
015130         MOVE 'Y' TO CQ-XREF-OPEN-SW
015140     END-IF.
015200     WRITE INQUIRY-REPORT-LINE FROM CQ-HEADING-1
015300         AFTER ADVANCING TOP-OF-PAGE.
015400     WRITE INQUIRY-REPORT-LINE FROM CQ-HEADING-2
016100 2000-PROCESS-REQUEST.
016200     MOVE CQ-REQ-CUSTOMER-ID
016210         TO CUSTOMER-ID OF CUSTOMER-MASTER-RECORD.
016220     PERFORM 2400-RESOLVE-MERGED-ID
016230         THRU 2400-RESOLVE-MERGED-ID-EXIT.
016300     PERFORM 2500-FIND-MASTER
016400         THRU 2500-FIND-MASTER-EXIT.
016500     IF CQ-MASTER-FOUND
016600         ADD 1 TO CQ-REQUESTS-FOUND
016700         PERFORM 2600-WRITE-FOUND-LINE
016800             THRU 2600-WRITE-FOUND-LINE-EXIT
016810         IF CQ-MERGED-ID
016820             ADD 1 TO CQ-REQUESTS-REDIRECTED
016830             MOVE CQ-REQ-CUSTOMER-ID TO CQ-MRG-OLD-ID
016840             MOVE XREF-MERGE-DATE    TO CQ-MRG-DATE
016850             WRITE INQUIRY-REPORT-LINE FROM CQ-MERGED-LINE
016860                 AFTER ADVANCING 1 LINE
016870         END-IF
016900     ELSE
017000         ADD 1 TO CQ-REQUESTS-NOT-FOUND
017100         PERFORM 2700-WRITE-NOT-FOUND-LINE
018600     END-IF.
018700 2100-READ-REQUEST-EXIT.
018800     EXIT.
018810******************************************************************
018820*AN ID MERGED AWAY INTO ANOTHER IS ANSWERED WITH ITS SURVIVOR.
018830******************************************************************
018840 2400-RESOLVE-MERGED-ID.
018850     MOVE 'N' TO CQ-MERGED-ID-SW.
018860     IF NOT CQ-XREF-OPEN
018870         GO TO 2400-RESOLVE-MERGED-ID-EXIT
018880     END-IF.
018890     MOVE CQ-REQ-CUSTOMER-ID TO XREF-OLD-CUSTOMER-ID.
018900     READ ID-CROSS-REFERENCE-FILE
018910         INVALID KEY
018920             CONTINUE
018930         NOT INVALID KEY
018940             MOVE 'Y' TO CQ-MERGED-ID-SW
018950             MOVE XREF-NEW-CUSTOMER-ID
018960                 TO CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
018970     END-READ.
018980 2400-RESOLVE-MERGED-ID-EXIT.
018990     EXIT.
018995******************************************************************
019000 2500-FIND-MASTER.
019100     MOVE 'N' TO CQ-MASTER-FOUND-SW.
019200     READ CUSTOMER-MASTER-FILE
024500     MOVE CQ-REQUESTS-READ      TO CQ-SUM-READ.
024600     MOVE CQ-REQUESTS-FOUND     TO CQ-SUM-FOUND.
024700     MOVE CQ-REQUESTS-NOT-FOUND TO CQ-SUM-NOT-FOUND.
024710     MOVE CQ-REQUESTS-REDIRECTED TO CQ-SUM-REDIRECTED.
024800     WRITE INQUIRY-REPORT-LINE FROM CQ-SUMMARY-LINE-1
024900         AFTER ADVANCING 2 LINES.
025000     WRITE INQUIRY-REPORT-LINE FROM CQ-SUMMARY-LINE-2
025100         AFTER ADVANCING 1 LINE.
025200     WRITE INQUIRY-REPORT-LINE FROM CQ-SUMMARY-LINE-3
025300         AFTER ADVANCING 1 LINE.
025310     WRITE INQUIRY-REPORT-LINE FROM CQ-SUMMARY-LINE-4
025320         AFTER ADVANCING 1 LINE.
025330     IF CQ-XREF-OPEN
025340         CLOSE ID-CROSS-REFERENCE-FILE
025350     END-IF.
025400     CLOSE INQUIRY-REQUEST-FILE
025500           CUSTOMER-MASTER-FILE
025600           INQUIRY-REPORT-FILE.

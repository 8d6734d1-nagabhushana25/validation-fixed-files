001600*   'D'  EXISTED AND IS GONE -- KEY CARRIED, IMAGE SPACES.
001700*A CUSTOMER ADDED AND DELETED THE SAME DAY NETS TO NOTHING AND
001800*IS SUPPRESSED (COUNTED ON THE REPORT).
001810*   'M'  MERGED AWAY INTO ANOTHER CUSTOMER TODAY BY CUSTDMRG --
001820*        THE KEY IS THE OLD (VICTIM) ID AND THE IMAGE AREA
001830*        CARRIES THE SURVIVOR'S ID AND THE MERGE DATE, TAKEN FROM
001840*        THE ID CROSS-REFERENCE FILE.  THE SURVIVOR ITSELF COMES
001850*        THROUGH AS AN ORDINARY 'C' WITH ITS COMBINED IMAGE.
001900*
002000*THE DELTA FILE IS WRAPPED WITH THE CUSTLOAD.CPY HEADER AND
002100*TRAILER -- RUN DATE AND EXPECTED COUNT UP FRONT, ACTUAL COUNT
003200*MODIFICATION HISTORY.
003300*DATE       INIT  DESCRIPTION
003400*2026-09-02  JRH  ORIGINAL PROGRAM.
003410*2026-10-15  JRH  ADDED DELTA ACTION 'M' FOR A CUSTOMER MERGED
003420*                 AWAY BY CUSTDMRG, NAMING THE SURVIVOR FROM THE
003430*                 CUSTXREF CROSS-REFERENCE.
003500******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.    CUSTDLTA.
006200         ASSIGN TO CUSTYRPT
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS CY-REPORT-STATUS.
006410
006420     SELECT ID-CROSS-REFERENCE-FILE
006430         ASSIGN TO CUSTXREF
006440         ORGANIZATION IS INDEXED
006450         ACCESS MODE IS RANDOM
006460         RECORD KEY IS XREF-OLD-CUSTOMER-ID
006470         ALTERNATE RECORD KEY IS XREF-NEW-CUSTOMER-ID
006480             WITH DUPLICATES
006490         FILE STATUS IS CY-XREF-STATUS.
006500
006600     SELECT SORT-WORK-FILE
006700         ASSIGN TO SORTWK01.
007800     05  DLT-ACTION-CODE         PIC X(01).
007900     05  DLT-CUSTOMER-ID         PIC X(10).
008000     05  DLT-AFTER-IMAGE         PIC X(327).
008010     05  DLT-MERGE-INFO  REDEFINES DLT-AFTER-IMAGE.
008020         10  DLT-MERGED-INTO-ID  PIC X(10).
008030         10  DLT-MERGE-DATE      PIC X(08).
008040         10  FILLER              PIC X(309).
008100     COPY "custload.cpy".
008200
008300 FD  DELTA-REPORT-FILE.
008400 01  DELTA-REPORT-LINE           PIC X(132).
008410
008420 FD  ID-CROSS-REFERENCE-FILE
008430     RECORDING MODE IS F.
008440     COPY "custxref.cpy".
008500
008600 SD  SORT-WORK-FILE.
008700 01  SORT-WORK-RECORD.
009800     05  CY-HIST-STATUS          PIC X(02)   VALUE '00'.
009900     05  CY-DELTA-STATUS         PIC X(02)   VALUE '00'.
010000     05  CY-REPORT-STATUS        PIC X(02)   VALUE '00'.
010010     05  CY-XREF-STATUS          PIC X(02)   VALUE '00'.
010100
010200 01  CY-SWITCHES.
010300     05  CY-END-OF-HISTORY-SW    PIC X(01)   VALUE 'N'.
010900     05  CY-PASS-SW              PIC X(01)   VALUE '1'.
011000         88  CY-COUNTING-PASS                VALUE '1'.
011100         88  CY-WRITING-PASS                 VALUE '2'.
011110     05  CY-XREF-OPEN-SW         PIC X(01)   VALUE 'N'.
011120         88  CY-XREF-OPEN                    VALUE 'Y'.
011130     05  CY-GROUP-MERGE-SW       PIC X(01)   VALUE 'N'.
011140         88  CY-GROUP-HAS-MERGE              VALUE 'Y'.
011150     05  CY-MERGED-AWAY-SW       PIC X(01)   VALUE 'N'.
011160         88  CY-MERGED-AWAY                  VALUE 'Y'.
011200
011300 01  CY-COUNTERS.
011400     05  CY-HISTORY-ROWS-READ    PIC 9(07)  COMP  VALUE ZERO.
011700     05  CY-NET-ADDS             PIC 9(07)  COMP  VALUE ZERO.
011800     05  CY-NET-CHANGES          PIC 9(07)  COMP  VALUE ZERO.
011900     05  CY-NET-DELETES          PIC 9(07)  COMP  VALUE ZERO.
011910     05  CY-NET-MERGES           PIC 9(07)  COMP  VALUE ZERO.
012000     05  CY-NET-SUPPRESSED       PIC 9(07)  COMP  VALUE ZERO.
012100     05  CY-EXPECTED-COUNT       PIC 9(07)  COMP  VALUE ZERO.
012200     05  CY-RECORDS-WRITTEN      PIC 9(07)  COMP  VALUE ZERO.
017500         10  FILLER              PIC X(22)
017600             VALUE 'DELTA RECORDS WRITTEN '.
017700         10  CY-SUM-WRITTEN      PIC ZZZ,ZZ9.
017710     05  CY-SUMMARY-LINE-9.
017720         10  FILLER              PIC X(22)
017730             VALUE 'NET MERGES........... '.
017740         10  CY-SUM-MERGES       PIC ZZZ,ZZ9.
017800******************************************************************
017900 PROCEDURE DIVISION.
018000******************************************************************
018100 0000-MAINLINE.
018200     ACCEPT CY-CURRENT-DATE FROM DATE YYYYMMDD.
018210     OPEN INPUT ID-CROSS-REFERENCE-FILE.
018220     IF CY-XREF-STATUS = '00'
018230         MOVE 'Y' TO CY-XREF-OPEN-SW
018240     END-IF.
018300     MOVE '1' TO CY-PASS-SW.
018400     PERFORM 1500-RESET-FOR-PASS
018500         THRU 1500-RESET-FOR-PASS-EXIT.
019100         OUTPUT PROCEDURE IS 4000-COLLAPSE-CUSTOMERS
019200             THRU 4000-COLLAPSE-CUSTOMERS-EXIT.
019300     COMPUTE CY-EXPECTED-COUNT =
019400         CY-NET-ADDS + CY-NET-CHANGES + CY-NET-DELETES
019410             + CY-NET-MERGES.
019500     MOVE '2' TO CY-PASS-SW.
019600     PERFORM 1500-RESET-FOR-PASS
019700         THRU 1500-RESET-FOR-PASS-EXIT.
020800         THRU 5000-WRITE-TRAILER-EXIT.
020900     PERFORM 6000-WRITE-REPORT
021000         THRU 6000-WRITE-REPORT-EXIT.
021010     IF CY-XREF-OPEN
021020         CLOSE ID-CROSS-REFERENCE-FILE
021030     END-IF.
021100     GOBACK.
021200******************************************************************
021300 1500-RESET-FOR-PASS.
029900         MOVE 'N' TO CY-FIRST-RECORD-SW
030000         MOVE SW-CUSTOMER-ID     TO CY-PRIOR-CUSTOMER-ID
030100         MOVE SW-BEFORE-EMPTY-SW TO CY-FIRST-BEFORE-EMPTY
030110         MOVE 'N' TO CY-GROUP-MERGE-SW
030200     ELSE
030300         IF SW-CUSTOMER-ID NOT = CY-PRIOR-CUSTOMER-ID
030400             PERFORM 4800-EMIT-NET-RECORD
030500                 THRU 4800-EMIT-NET-RECORD-EXIT
030600             MOVE SW-CUSTOMER-ID     TO CY-PRIOR-CUSTOMER-ID
030700             MOVE SW-BEFORE-EMPTY-SW TO CY-FIRST-BEFORE-EMPTY
030710             MOVE 'N' TO CY-GROUP-MERGE-SW
030800         END-IF
030900     END-IF.
031000     MOVE SW-AFTER-IMAGE TO CY-LAST-AFTER-IMAGE.
031010     IF SW-ACTION-CODE = 'M'
031020         MOVE 'Y' TO CY-GROUP-MERGE-SW
031030     END-IF.
031100     RETURN SORT-WORK-FILE
031200         AT END
031300             MOVE 'Y' TO CY-END-OF-SORT-SW
031900*BEFORE-IMAGE EMPTY OR NOT) AGAINST HOW IT ENDED (LAST ROW'S
032000*AFTER-IMAGE EMPTY OR NOT) DECIDES THE ACTION.  ON THE COUNTING
032100*PASS ONLY THE TALLIES MOVE; ON THE WRITING PASS THE RECORD GOES
032300*TO THE DELTA FILE AND INTO THE HASH TOTAL.  A CUSTOMER STILL ON
032310*FILE WHOSE DAY INCLUDED A MERGE, AND WHICH THE CROSS-REFERENCE
032320*SHOWS WAS THE ONE MERGED AWAY, GOES OUT AS AN 'M' NAMING ITS
032330*SURVIVOR INSTEAD OF AS A CHANGE.
032365******************************************************************
032400 4800-EMIT-NET-RECORD.
032500     IF CY-COUNTING-PASS
032600         ADD 1 TO CY-CUSTOMERS-COLLAPSED
033800             ADD 1 TO CY-NET-DELETES
033900         END-IF
034000     ELSE
034010         PERFORM 4850-CHECK-MERGED-AWAY
034020             THRU 4850-CHECK-MERGED-AWAY-EXIT
034030         IF CY-MERGED-AWAY
034040             MOVE 'M' TO DLT-ACTION-CODE
034050             IF CY-COUNTING-PASS
034060                 ADD 1 TO CY-NET-MERGES
034070             END-IF
034080             MOVE SPACES               TO DLT-AFTER-IMAGE
034090             MOVE XREF-NEW-CUSTOMER-ID TO DLT-MERGED-INTO-ID
034095             MOVE XREF-MERGE-DATE      TO DLT-MERGE-DATE
034098         ELSE
034100             IF CY-FIRST-BEFORE-EMPTY = 'Y'
034200                 MOVE 'A' TO DLT-ACTION-CODE
034300                 IF CY-COUNTING-PASS
034400                     ADD 1 TO CY-NET-ADDS
034500                 END-IF
034600             ELSE
034700                 MOVE 'C' TO DLT-ACTION-CODE
034800                 IF CY-COUNTING-PASS
034900                     ADD 1 TO CY-NET-CHANGES
035000                 END-IF
035100             END-IF
035200             MOVE CY-LAST-AFTER-IMAGE TO DLT-AFTER-IMAGE
035250         END-IF
035300     END-IF.
035400     MOVE CY-PRIOR-CUSTOMER-ID TO DLT-CUSTOMER-ID.
035500     IF CY-WRITING-PASS
036200     END-IF.
036300 4800-EMIT-NET-RECORD-EXIT.
036400     EXIT.
036410******************************************************************
036420 4850-CHECK-MERGED-AWAY.
036430     MOVE 'N' TO CY-MERGED-AWAY-SW.
036440     IF NOT CY-GROUP-HAS-MERGE OR NOT CY-XREF-OPEN
036450         GO TO 4850-CHECK-MERGED-AWAY-EXIT
036460     END-IF.
036470     MOVE CY-PRIOR-CUSTOMER-ID TO XREF-OLD-CUSTOMER-ID.
036480     READ ID-CROSS-REFERENCE-FILE
036490         INVALID KEY
036500             CONTINUE
036510         NOT INVALID KEY
036520             MOVE 'Y' TO CY-MERGED-AWAY-SW
036530     END-READ.
036540 4850-CHECK-MERGED-AWAY-EXIT.
036550     EXIT.
036560******************************************************************
036600 5000-WRITE-TRAILER.
036700     MOVE SPACES TO CUSTOMER-LOAD-TRAILER-RECORD.
036800     MOVE 'TRL'               TO CLT-RECORD-CODE.
038600     MOVE CY-NET-ADDS            TO CY-SUM-ADDS.
038700     MOVE CY-NET-CHANGES         TO CY-SUM-CHANGES.
038800     MOVE CY-NET-DELETES         TO CY-SUM-DELETES.
038810     MOVE CY-NET-MERGES          TO CY-SUM-MERGES.
038900     MOVE CY-NET-SUPPRESSED      TO CY-SUM-SUPPRESSED.
039000     MOVE CY-RECORDS-WRITTEN     TO CY-SUM-WRITTEN.
039100     WRITE DELTA-REPORT-LINE FROM CY-SUMMARY-LINE-1
040400         AFTER ADVANCING 1 LINE.
040500     WRITE DELTA-REPORT-LINE FROM CY-SUMMARY-LINE-8
040600         AFTER ADVANCING 1 LINE.
040610     WRITE DELTA-REPORT-LINE FROM CY-SUMMARY-LINE-9
040620         AFTER ADVANCING 1 LINE.
040700     CLOSE DELTA-REPORT-FILE.
040800 6000-WRITE-REPORT-EXIT.
040900     EXIT.

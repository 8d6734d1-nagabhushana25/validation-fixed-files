001800*     NET -- ANY DIFFERENCE IS FLAGGED OUT OF BALANCE, LOUDLY,
001900*     ON THE REPORT THAT CUSTOPS PULLS ONTO THE DASHBOARD.
002000*  4. WRITES TODAY'S FIGURES BACK TO THE CONTROL FILE FOR
002010*     TOMORROW'S RUN, ALONG WITH THE PRIOR TOTAL AND THE
002020*     HISTORY NET IT WAS RECONCILED WITH, SO THE GENERAL LEDGER
002030*     INTERFACE (CUSTGLJE) CAN PROVE ITS JOURNAL AGAINST THEM.
002200*
002300*A RUN WITH NO PRIOR CONTROL RECORD IS A BASELINE: THE FIGURES
002400*ARE CAPTURED AND NO RECONCILIATION IS ATTEMPTED.
002900*MODIFICATION HISTORY.
003000*DATE       INIT  DESCRIPTION
003100*2026-09-02  JRH  ORIGINAL PROGRAM.
003110*2026-10-15  JRH  CARRY THE PRIOR GRAND TOTAL, TODAY'S HISTORY
003120*                 NET AND THE BALANCE STATUS ON THE CONTROL
003130*                 RECORD FOR CUSTGLJE.
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID.    CUSTBALC.
008900     05  BCTL-TOTAL-STATUS-D     PIC S9(12)V99.
009000     05  BCTL-TOTAL-OTHER        PIC S9(12)V99.
009100     05  BCTL-GRAND-TOTAL        PIC S9(12)V99.
009110     05  BCTL-PRIOR-GRAND-TOTAL  PIC S9(12)V99.
009120     05  BCTL-HISTORY-NET        PIC S9(12)V99.
009130     05  BCTL-BALANCE-STATUS     PIC X(01).
009140         88  BCTL-BASELINE                   VALUE 'B'.
009150         88  BCTL-IN-BALANCE                 VALUE 'I'.
009160         88  BCTL-OUT-OF-BALANCE             VALUE 'O'.
009200
009300 FD  BALANCE-CONTROL-REPORT-FILE.
009400 01  BALANCE-CONTROL-REPORT-LINE PIC X(132).
041000     MOVE CC-TOTAL-STATUS-D  TO BCTL-TOTAL-STATUS-D.
041100     MOVE CC-TOTAL-OTHER     TO BCTL-TOTAL-OTHER.
041200     MOVE CC-GRAND-TOTAL     TO BCTL-GRAND-TOTAL.
041209     MOVE CC-PRIOR-GRAND-TOTAL TO BCTL-PRIOR-GRAND-TOTAL.
041218     MOVE CC-HISTORY-NET     TO BCTL-HISTORY-NET.
041227     EVALUATE TRUE
041236         WHEN NOT CC-PRIOR-FOUND
041245             MOVE 'B' TO BCTL-BALANCE-STATUS
041254         WHEN CC-IN-BALANCE
041263             MOVE 'I' TO BCTL-BALANCE-STATUS
041272         WHEN OTHER
041281             MOVE 'O' TO BCTL-BALANCE-STATUS
041290     END-EVALUATE.
041300     OPEN OUTPUT BALANCE-CONTROL-FILE.
041400     WRITE BALANCE-CONTROL-RECORD.
041500     CLOSE BALANCE-CONTROL-FILE.

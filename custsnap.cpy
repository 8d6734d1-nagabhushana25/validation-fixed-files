000100******************************************************************
000200*CUSTSNAP
000300*MONTH-END PORTFOLIO SNAPSHOT RECORD -- ONE PER CALENDAR MONTH,
000400*HELD ON A PERMANENT INDEXED FILE UNDER SNAP-MONTH (YYYYMM).
000500*WRITTEN BY CUSTSNAP AT MONTH END AND READ BY THE TREND REPORT
000600*(CUSTTRND).  A RERUN FOR THE SAME MONTH REPLACES THE ROW.
000700*
000800*THE FIGURES ARE THE MASTER AS IT STOOD WHEN THE SNAPSHOT WAS
000900*TAKEN, EXCEPT CLOSURES AND FINANCE CHARGES, WHICH ARE TAKEN FROM
001000*THE MONTH'S CHANGE-HISTORY ROWS:
001100*   STATUS TABLE   ONE ENTRY EACH FOR 'A' 'C' 'S' 'D', THEN '*'
001200*                  FOR ANY OTHER ACCOUNT-STATUS.
001300*   STATE TABLE    ONE ENTRY PER STATE IN CODE ORDER; IF THE
001400*                  TABLE FILLS, THE LAST ENTRY IS '**' FOR THE
001500*                  REST.  INCOME TABLE THE SAME FOR INCOME-RANGE.
001600*   NEW ACCOUNTS   OPEN-DATE IN THE SNAPSHOT MONTH.
001700*   CLOSURES       HISTORY ROWS IN THE MONTH THAT TOOK ACCOUNT-
001800*                  STATUS TO 'C'.
001900*   OVER LIMIT     ACCOUNT-BALANCE OVER CREDIT-LIMIT (AS
002000*                  CUSTOVER); EXPOSURE IS THE TOTAL OVERAGE.
002100*   DORMANT        NOT CLOSED AND NO ACTIVITY FOR CUSTDORM'S
002200*                  THRESHOLD, WHICH IS RECORDED WITH THE COUNT.
002300*   FINANCE CHGS   CUSTFCHG ('F') ROWS IN THE MONTH.
002400*
002500*MODIFICATION HISTORY.
002600*DATE       INIT  DESCRIPTION
002700*2026-10-15  JRH  ORIGINAL COPYBOOK.
002800******************************************************************
002900 01  PORTFOLIO-SNAPSHOT-RECORD.
003000     05  SNAP-MONTH                  PIC X(06).
003100     05  SNAP-RUN-DATE               PIC X(08).
003200     05  SNAP-RUN-TIME               PIC X(06).
003300     05  SNAP-TOTAL-ACCOUNTS         PIC 9(07).
003400     05  SNAP-TOTAL-BALANCE          PIC S9(12)V99.
003500     05  SNAP-STATUS-ENTRY           OCCURS 5 TIMES.
003600         10  SNAP-STATUS-CODE        PIC X(01).
003700         10  SNAP-STATUS-COUNT       PIC 9(07).
003800         10  SNAP-STATUS-BALANCE     PIC S9(12)V99.
003900     05  SNAP-STATES-USED            PIC 9(03).
004000     05  SNAP-STATE-ENTRY            OCCURS 60 TIMES.
004100         10  SNAP-STATE-CODE         PIC X(02).
004200         10  SNAP-STATE-COUNT        PIC 9(07).
004300         10  SNAP-STATE-BALANCE      PIC S9(12)V99.
004400     05  SNAP-INCOMES-USED           PIC 9(03).
004500     05  SNAP-INCOME-ENTRY           OCCURS 20 TIMES.
004600         10  SNAP-INCOME-CODE        PIC X(02).
004700         10  SNAP-INCOME-COUNT       PIC 9(07).
004800         10  SNAP-INCOME-BALANCE     PIC S9(12)V99.
004900     05  SNAP-NEW-ACCOUNTS           PIC 9(07).
005000     05  SNAP-NEW-BALANCE            PIC S9(12)V99.
005100     05  SNAP-CLOSURES               PIC 9(07).
005200     05  SNAP-OVER-LIMIT-COUNT       PIC 9(07).
005300     05  SNAP-OVER-LIMIT-BALANCE     PIC S9(12)V99.
005400     05  SNAP-OVER-LIMIT-EXPOSURE    PIC S9(12)V99.
005500     05  SNAP-DORMANT-THRESHOLD      PIC 9(03).
005600     05  SNAP-DORMANT-COUNT          PIC 9(07).
005700     05  SNAP-DORMANT-BALANCE        PIC S9(12)V99.
005800     05  SNAP-FINANCE-CHARGE-COUNT   PIC 9(07).
005900     05  SNAP-FINANCE-CHARGES        PIC S9(12)V99.
006000     05  FILLER                      PIC X(50).
006100******************************************************************

001400*   'F'  FINANCE CHARGE (CUSTFCHG)
001500*   'P'  MONETARY POST  (CUSTPOST)
001510*   'R'  RESTORE        (CUSTREST)
001520*   'M'  MERGE          (CUSTDMRG; ONE ROW FOR THE SURVIVOR AND
001530*                        ONE FOR THE VICTIM IT CLOSES)
001540*   'X'  ARCHIVE PURGE  (CUSTARCH; AFTER IMAGE SPACES)
001600*
001700*ORIGINALLY WRITTEN INLINE IN CUSTMAINT AND COPIED BY HAND INTO
001800*CUSTFCHG AND CUSTRECN; PULLED OUT HERE WHEN CUSTPOST BECAME THE
002020*HIST-OPERATOR-ID AND HIST-SOURCE-SYSTEM SAY WHO ORIGINATED THE
002030*MUTATION.  CUSTMAINT CARRIES THEM IN FROM THE TRANSACTION; THE
002040*BATCH PROGRAMS THAT MUTATE THE MASTER ON THEIR OWN AUTHORITY
002050*(CUSTFCHG, CUSTPOST, CUSTREST, CUSTARCQ, CUSTDMRG, CUSTARCH)
002060*STAMP THEIR OWN PROGRAM NAME AS OPERATOR AND 'SYS' AS THE SOURCE
002070*SYSTEM.
002100*
002200*MODIFICATION HISTORY.
002300*DATE       INIT  DESCRIPTION
002410*2026-09-02  JRH  ADDED ACTION 'R' FOR CUSTREST CORRECTIONS.
002420*2026-09-02  JRH  NOTED CUSTARCQ REINSTATEMENTS WRITE ACTION 'A'.
002430*2026-09-02  JRH  ADDED OPERATOR-ID AND SOURCE-SYSTEM.
002440*2026-10-15  JRH  ADDED ACTION 'M' FOR CUSTDMRG MERGES.
002450*2026-10-15  JRH  ADDED ACTION 'X' FOR CUSTARCH PURGES.
002500******************************************************************
002600 01  CHANGE-HISTORY-RECORD.
002700     05  HIST-CUSTOMER-ID        PIC X(10).

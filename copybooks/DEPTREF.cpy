000400*DEPARTMENT - THE FIRST FOUR CHARACTERS OF AN EMPLOYEE ID ARE THE
000500*DEPARTMENT CODE - WITH THE DEPARTMENT NAME AND THE SUPERVISOR
000600*THE RESULTS ROLL-UP IS ADDRESSED TO.  READ BY DeptResultsReport.
000630*DEPT-COST-CENTRE IS THE FINANCE COST CENTRE ChargebackFeed DEBITS
000660*FOR THE DEPARTMENT'S TRAINING SESSIONS.
000700*
000800*MODIFICATION HISTORY
000900*  2026-08-23  RLB  ORIGINAL COPYBOOK.
000920*  2026-10-15  RLB  ADDED DEPT-COST-CENTRE FOR THE MONTHLY
000940*                   TRAINING CHARGEBACK.  RECORD LENGTH GREW FROM
000960*                   64 TO 72 BYTES.
001000*****************************************************************
001100 01  DEPT-REFERENCE-RECORD.
001200     05  DEPT-CODE                   PIC X(04).
001300     05  DEPT-NAME                   PIC X(30).
001400     05  DEPT-SUPERVISOR             PIC X(30).
001500     05  DEPT-COST-CENTRE            PIC X(08).

000100*****************************************************************
000200*EMPMAST.CPY
000300*RECORD LAYOUT FOR THE EMPLOYEE-MASTER INDEXED FILE, KEYED BY
000400*EMPLOYEE ID.  REPLACES THE SEQUENTIAL EMPLOYEE-LIST (EMPLLIST)
000500*PERSONNEL USED TO SEND IN FULL.  KEPT CURRENT BY EmpMasterMaint
000600*FROM THE DAILY PERSONNEL DELTA FEED (SEE PERSDLT.CPY); A DROPPED
000700*EMPLOYEE STAYS ON FILE MARKED SEPARATED SO THEIR TRAINING
000800*HISTORY STILL HAS AN OWNER.  READ BY GuessEuropeanCapital AND
000900*RosterEdit TO REFUSE UNKNOWN OR SEPARATED IDS, AND BY
001000*RequalRoster FOR THE POPULATION DUE FOR REQUALIFICATION.
001100*
001200*MODIFICATION HISTORY
001300*  2026-10-15  RLB  ORIGINAL COPYBOOK.
001400*****************************************************************
001500 01  EMPM-EMPLOYEE-RECORD.
001600     05  EMPM-EMPLOYEE-ID            PIC X(10).
001700     05  EMPM-EMPLOYEE-NAME          PIC X(30).
001800     05  EMPM-DEPT-CODE              PIC X(04).
001900     05  EMPM-SUPERVISOR-ID          PIC X(10).
002000     05  EMPM-HIRE-DATE              PIC 9(08).
002100     05  EMPM-STATUS-CODE            PIC X(01).
002200         88  EMPM-ACTIVE                 VALUE 'A'.
002300         88  EMPM-SEPARATED              VALUE 'S'.
002400     05  EMPM-SEPARATION-DATE        PIC 9(08).
002500     05  EMPM-LAST-CHANGE-DATE       PIC 9(08).
002600     05  FILLER                      PIC X(01).

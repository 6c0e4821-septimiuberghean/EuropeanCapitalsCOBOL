000100*****************************************************************
000200*PERSDLT.CPY
000300*TRANSACTION RECORD FOR THE DAILY PERSONNEL DELTA FEED READ BY
000400*EmpMasterMaint.  ONE RECORD PER NEW HIRE (A), CHANGE OF NAME,
000500*DEPARTMENT, SUPERVISOR OR HIRE DATE (C), OR LEAVER (D).  ON A
000600*CHANGE, A BLANK FIELD LEAVES THE MASTER VALUE AS IT IS.  ON A
000700*DROP, PDLT-EFFECTIVE-DATE IS THE TERMINATION DATE (BLANK = THE
000800*RUN DATE).  THE DATES ARE CARRIED AS TEXT SO THAT A BLANK CAN BE
000900*TOLD APART FROM ZERO.
001000*
001100*MODIFICATION HISTORY
001200*  2026-10-15  RLB  ORIGINAL COPYBOOK.
001300*****************************************************************
001400 01  PDLT-TRANS-RECORD.
001500     05  PDLT-ACTION                 PIC X(01).
001600         88  PDLT-ACTION-ADD             VALUE 'A'.
001700         88  PDLT-ACTION-CHANGE          VALUE 'C'.
001800         88  PDLT-ACTION-DROP            VALUE 'D'.
001900     05  PDLT-EMPLOYEE-ID            PIC X(10).
002000     05  PDLT-EMPLOYEE-NAME          PIC X(30).
002100     05  PDLT-DEPT-CODE              PIC X(04).
002200     05  PDLT-SUPERVISOR-ID          PIC X(10).
002300     05  PDLT-HIRE-DATE              PIC X(08).
002400     05  PDLT-HIRE-DATE-N            REDEFINES
002500         PDLT-HIRE-DATE              PIC 9(08).
002600     05  PDLT-EFFECTIVE-DATE         PIC X(08).
002700     05  PDLT-EFFECTIVE-DATE-N       REDEFINES
002800         PDLT-EFFECTIVE-DATE         PIC 9(08).

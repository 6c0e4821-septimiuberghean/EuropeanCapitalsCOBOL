000100*****************************************************************
000200*RUNLEDG.CPY
000300*RECORD LAYOUT FOR THE BATCH-CYCLE RUN LEDGER (RUNLEDG), AN
000400*INDEXED FILE KEYED BY CYCLE DATE PLUS JOB NAME.  RunLedger
000500*WRITES ONE RECORD PER JOB PER CYCLE WHEN THE JOB STARTS AND
000600*COMPLETES IT WHEN THE JOB ENDS - START AND END DATE/TIME, THE
000700*RETURN CODE AND TWO HIGH-WATER MARKS THE JOB CHOOSES (RECORDS
000800*POSTED, RECORDS WRITTEN AND SO ON).  A RERUN IN THE SAME CYCLE
000900*REPLACES THE EARLIER RECORD.  A JOB REFUSED AT STARTUP BECAUSE A
001000*PREREQUISITE HAD NOT FINISHED IS RECORDED AS BLOCKED WITH THE
001100*REASON.  CycleStatus PRINTS THE LEDGER FOR A CYCLE.
001200*
001300*MODIFICATION HISTORY
001400*  2026-10-15  RLB  ORIGINAL COPYBOOK.
001500*****************************************************************
001600 01  RUNL-LEDGER-RECORD.
001700     05  RUNL-LEDGER-KEY.
001800         10  RUNL-CYCLE-DATE         PIC 9(08).
001900         10  RUNL-JOB-NAME           PIC X(08).
002000     05  RUNL-RUN-STATUS             PIC X(01).
002100         88  RUNL-RUNNING                VALUE 'S'.
002200         88  RUNL-COMPLETE               VALUE 'C'.
002300         88  RUNL-FAILED                 VALUE 'F'.
002400         88  RUNL-BLOCKED                VALUE 'B'.
002500     05  RUNL-START-DATE             PIC 9(08).
002600     05  RUNL-START-TIME             PIC 9(06).
002700     05  RUNL-END-DATE               PIC 9(08).
002800     05  RUNL-END-TIME               PIC 9(06).
002900     05  RUNL-RETURN-CODE            PIC 9(04).
003000     05  RUNL-HWM-1-LABEL            PIC X(12).
003100     05  RUNL-HWM-1                  PIC 9(09).
003200     05  RUNL-HWM-2-LABEL            PIC X(12).
003300     05  RUNL-HWM-2                  PIC 9(09).
003400     05  RUNL-NOTE                   PIC X(60).

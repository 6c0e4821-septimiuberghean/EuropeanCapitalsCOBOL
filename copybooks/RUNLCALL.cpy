000100*****************************************************************
000200*RUNLCALL.CPY
000300*PARAMETER AREA PASSED ON CALL 'RunLedger'.  A CYCLE JOB CALLS
000400*WITH RUNL-CALL-START AND ITS JOB NAME AS ITS FIRST ACTION; IF
000500*RUNL-CALL-BLOCKED COMES BACK THE JOB MUST STOP AND DISPLAY
000600*RUNL-CALL-MESSAGE.  AT THE END OF THE RUN THE JOB CALLS AGAIN
000700*WITH RUNL-CALL-END, ITS RETURN CODE AND UP TO TWO LABELLED
000800*HIGH-WATER MARKS.  RUNL-CALL-CYCLE-DATE IS RETURNED TO THE JOB.
000900*
001000*MODIFICATION HISTORY
001100*  2026-10-15  RLB  ORIGINAL COPYBOOK.
001200*****************************************************************
001300 01  RUNL-CALL-AREA.
001400     05  RUNL-CALL-FUNCTION          PIC X(01).
001500         88  RUNL-CALL-START             VALUE 'S'.
001600         88  RUNL-CALL-END               VALUE 'E'.
001700     05  RUNL-CALL-JOB-NAME          PIC X(08).
001800     05  RUNL-CALL-CYCLE-DATE        PIC 9(08).
001900     05  RUNL-CALL-RETURN-CODE       PIC 9(04).
002000     05  RUNL-CALL-HWM-1-LABEL       PIC X(12).
002100     05  RUNL-CALL-HWM-1             PIC 9(09).
002200     05  RUNL-CALL-HWM-2-LABEL       PIC X(12).
002300     05  RUNL-CALL-HWM-2             PIC 9(09).
002400     05  RUNL-CALL-RESULT            PIC X(01).
002500         88  RUNL-CALL-CLEARED           VALUE 'Y'.
002600         88  RUNL-CALL-BLOCKED           VALUE 'N'.
002700     05  RUNL-CALL-MESSAGE           PIC X(60).

002000*
002100*MODIFICATION HISTORY
002200*  2026-09-02  RLB  ORIGINAL PROGRAM.
002210*  2026-10-15  RLB  RUNS UNDER THE BATCH-CYCLE RUN LEDGER (SEE
002220*                   RunLedger): STOPS WITH RC 16 AT STARTUP IF A
002230*                   PREREQUISITE JOB HAS NOT FINISHED CLEANLY FOR
002240*                   THE CYCLE OR A JOB IT MUST NOT OVERLAP IS
002250*                   RUNNING, AND RECORDS ITS END, RETURN CODE AND
002260*                   THE EXTRACT AND EXCEPTION COUNTS ON THE
002270*                   LEDGER.
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
010000     05  FILLER                  PIC X(01).
010100     05  LDL-REASON              PIC X(17).
010200
010230 COPY RUNLCALL.
010260
010300 PROCEDURE DIVISION.
010400 0000-MAINLINE.
010430     PERFORM 0500-CHECK-RUN-LEDGER
010460         THRU 0500-CHECK-RUN-LEDGER-EXIT
010500     PERFORM 1000-INITIALIZE
010600         THRU 1000-INITIALIZE-EXIT
010700     PERFORM 2000-LOAD-EXTRACT-TABLE
011500         UNTIL LRC-EXT-IDX > LRC-EXTRACT-COUNT
011600     PERFORM 9000-TERMINATE
011700         THRU 9000-TERMINATE-EXIT
011730     PERFORM 9900-POST-RUN-LEDGER
011760         THRU 9900-POST-RUN-LEDGER-EXIT
011800     STOP RUN.
011804
011808*****************************************************************
011812*THE RUN LEDGER REFUSES THE JOB WHEN A PREREQUISITE HAS NOT
011816*FINISHED CLEANLY FOR THE CYCLE (SEE RunLedger AND RUNDEPS).
011820*****************************************************************
011824 0500-CHECK-RUN-LEDGER.
011828     INITIALIZE RUNL-CALL-AREA
011832     SET RUNL-CALL-START TO TRUE
011836     MOVE 'CTRYLRCN' TO RUNL-CALL-JOB-NAME
011840     CALL 'RunLedger' USING RUNL-CALL-AREA
011844     END-CALL
011848     IF RUNL-CALL-BLOCKED
011852         DISPLAY "CTRYLRCN NOT RUN FOR CYCLE "
011856                 RUNL-CALL-CYCLE-DATE " - " RUNL-CALL-MESSAGE
011860         MOVE 16 TO RETURN-CODE
011864         STOP RUN
011868     END-IF
011872     .
011876 0500-CHECK-RUN-LEDGER-EXIT.
011880     EXIT.
011900
012000 1000-INITIALIZE.
012100     OPEN INPUT LMS-EXTRACT
035900     .
036000 9000-TERMINATE-EXIT.
036100     EXIT.
036200
036300*****************************************************************
036400*RECORDS THE END OF THE RUN, THE RETURN CODE AND THE HIGH-WATER
036500*MARKS ON THE RUN LEDGER.  RunLedger HANDS THE RETURN CODE BACK
036600*UNCHANGED.
036700*****************************************************************
036800 9900-POST-RUN-LEDGER.
036900     SET RUNL-CALL-END TO TRUE
037000     MOVE RETURN-CODE TO RUNL-CALL-RETURN-CODE
037100     MOVE 'EXTRACT RECS'      TO RUNL-CALL-HWM-1-LABEL
037200     MOVE LRC-EXTRACT-COUNT   TO RUNL-CALL-HWM-1
037300     MOVE 'EXCEPTIONS'        TO RUNL-CALL-HWM-2-LABEL
037400     MOVE LRC-EXCEPTION-COUNT TO RUNL-CALL-HWM-2
037500     CALL 'RunLedger' USING RUNL-CALL-AREA
037600     END-CALL
037700     .
037800 9900-POST-RUN-LEDGER-EXIT.
037900     EXIT.

004400*                   39 - THE RUN NOW STOPS WITH A MESSAGE
004500*                   POINTING AT THE CTRYHCNV CONVERSION STEP
004600*                   INSTEAD OF RUNNING WITH THE FILE UNOPENED.
004610*  2026-10-15  RLB  RUNS UNDER THE BATCH-CYCLE RUN LEDGER (SEE
004620*                   RunLedger): STOPS WITH RC 16 AT STARTUP IF A
004630*                   PREREQUISITE JOB HAS NOT FINISHED CLEANLY FOR
004640*                   THE CYCLE OR A JOB IT MUST NOT OVERLAP IS
004650*                   RUNNING, AND RECORDS ITS END, RETURN CODE AND
004660*                   THE GROUPS AUDITED AND EXCEPTIONS FOUND ON THE
004670*                   LEDGER.
004676*  2026-10-15  RLB  A STARTUP STOP WITH RC 16 NOW POSTS THE END OF
004682*                   THE RUN TO RunLedger FIRST, SO CycleStatus
004688*                   SHOWS THE JOB FAILED INSTEAD OF NOT ENDED AND
004694*                   ITS DEPENDENTS ARE NOT HELD AS STILL RUNNING.
004700*****************************************************************
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
013000     05  FILLER                  PIC X(01) VALUE '/'.
013100     05  ADL-ACTUAL              PIC ZZ9.
013200
013230 COPY RUNLCALL.
013260
013300 PROCEDURE DIVISION.
013400 0000-MAINLINE.
013430     PERFORM 0500-CHECK-RUN-LEDGER
013460         THRU 0500-CHECK-RUN-LEDGER-EXIT
013500     PERFORM 1000-INITIALIZE
013600         THRU 1000-INITIALIZE-EXIT
013700     PERFORM 2000-AUDIT-LOG-RECORD
014300     END-IF
014400     PERFORM 9000-TERMINATE
014500         THRU 9000-TERMINATE-EXIT
014530     PERFORM 9900-POST-RUN-LEDGER
014560         THRU 9900-POST-RUN-LEDGER-EXIT
014600     STOP RUN.
014604
014608*****************************************************************
014612*THE RUN LEDGER REFUSES THE JOB WHEN A PREREQUISITE HAS NOT
014616*FINISHED CLEANLY FOR THE CYCLE (SEE RunLedger AND RUNDEPS).
014620*****************************************************************
014624 0500-CHECK-RUN-LEDGER.
014628     INITIALIZE RUNL-CALL-AREA
014632     SET RUNL-CALL-START TO TRUE
014636     MOVE 'CTRYAUDT' TO RUNL-CALL-JOB-NAME
014640     CALL 'RunLedger' USING RUNL-CALL-AREA
014644     END-CALL
014648     IF RUNL-CALL-BLOCKED
014652         DISPLAY "CTRYAUDT NOT RUN FOR CYCLE "
014656                 RUNL-CALL-CYCLE-DATE " - " RUNL-CALL-MESSAGE
014660         MOVE 16 TO RETURN-CODE
014664         STOP RUN
014668     END-IF
014672     .
014676 0500-CHECK-RUN-LEDGER-EXIT.
014680     EXIT.
014700
014800 1000-INITIALIZE.
014900     OPEN INPUT SESSION-LOG
016400                 "FILE IS STILL THE OLD 56-BYTE LAYOUT - RUN "
016500                 "THE CTRYHCNV CONVERSION ONCE BEFORE THIS JOB"
016600         MOVE 16 TO RETURN-CODE
016630         PERFORM 9900-POST-RUN-LEDGER
016660             THRU 9900-POST-RUN-LEDGER-EXIT
016700         STOP RUN
016800     END-IF
016900     IF HIST-IO-OK
047800     .
047900 9000-TERMINATE-EXIT.
048000     EXIT.
048100
048200*****************************************************************
048300*RECORDS THE END OF THE RUN, THE RETURN CODE AND THE HIGH-WATER
048400*MARKS ON THE RUN LEDGER.  RunLedger HANDS THE RETURN CODE BACK
048500*UNCHANGED.
048600*****************************************************************
048700 9900-POST-RUN-LEDGER.
048800     SET RUNL-CALL-END TO TRUE
048900     MOVE RETURN-CODE TO RUNL-CALL-RETURN-CODE
049000     MOVE 'GROUPS'              TO RUNL-CALL-HWM-1-LABEL
049100     MOVE AUDT-GROUPS-AUDITED   TO RUNL-CALL-HWM-1
049200     MOVE 'EXCEPTIONS'          TO RUNL-CALL-HWM-2-LABEL
049300     MOVE AUDT-TOTAL-EXCEPTIONS TO RUNL-CALL-HWM-2
049400     CALL 'RunLedger' USING RUNL-CALL-AREA
049500     END-CALL
049600     .
049700 9900-POST-RUN-LEDGER-EXIT.
049800     EXIT.

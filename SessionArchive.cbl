002900*                   BYTES WHEN SESS-COURSE-CODE WAS ADDED TO
003000*                   SESSLOG.CPY - FDS AND THE GROUP BUFFER
003100*                   UPDATED TO MATCH.
003110*  2026-10-15  RLB  RUNS UNDER THE BATCH-CYCLE RUN LEDGER (SEE
003120*                   RunLedger): STOPS WITH RC 16 AT STARTUP IF A
003130*                   PREREQUISITE JOB HAS NOT FINISHED CLEANLY FOR
003140*                   THE CYCLE OR A JOB IT MUST NOT OVERLAP IS
003150*                   RUNNING, AND RECORDS ITS END, RETURN CODE AND
003160*                   THE GROUPS ARCHIVED AND RECORDS KEPT ON THE
003170*                   LEDGER.
003176*  2026-10-15  RLB  A STARTUP STOP WITH RC 16 NOW POSTS THE END OF
003182*                   THE RUN TO RunLedger FIRST, SO CycleStatus
003188*                   SHOWS THE JOB FAILED INSTEAD OF NOT ENDED AND
003194*                   ITS DEPENDENTS ARE NOT HELD AS STILL RUNNING.
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
011700     05  ARCH-CURRENT-TIME           PIC 9(06).
011800     05  FILLER                      PIC X(09).
011900
011930 COPY RUNLCALL.
011960
012000 PROCEDURE DIVISION.
012100 0000-MAINLINE.
012130     PERFORM 0500-CHECK-RUN-LEDGER
012160         THRU 0500-CHECK-RUN-LEDGER-EXIT
012200     PERFORM 1000-INITIALIZE
012300         THRU 1000-INITIALIZE-EXIT
012400     PERFORM 2000-PROCESS-LOG-RECORD
013000         THRU 7000-WRITE-SUMMARY-RECORDS-EXIT
013100     PERFORM 9000-TERMINATE
013200         THRU 9000-TERMINATE-EXIT
013230     PERFORM 9900-POST-RUN-LEDGER
013260         THRU 9900-POST-RUN-LEDGER-EXIT
013300     STOP RUN.
013304
013308*****************************************************************
013312*THE RUN LEDGER REFUSES THE JOB WHEN A PREREQUISITE HAS NOT
013316*FINISHED CLEANLY FOR THE CYCLE (SEE RunLedger AND RUNDEPS).
013320*****************************************************************
013324 0500-CHECK-RUN-LEDGER.
013328     INITIALIZE RUNL-CALL-AREA
013332     SET RUNL-CALL-START TO TRUE
013336     MOVE 'CTRYARCH' TO RUNL-CALL-JOB-NAME
013340     CALL 'RunLedger' USING RUNL-CALL-AREA
013344     END-CALL
013348     IF RUNL-CALL-BLOCKED
013352         DISPLAY "CTRYARCH NOT RUN FOR CYCLE "
013356                 RUNL-CALL-CYCLE-DATE " - " RUNL-CALL-MESSAGE
013360         MOVE 16 TO RETURN-CODE
013364         STOP RUN
013368     END-IF
013372     .
013376 0500-CHECK-RUN-LEDGER-EXIT.
013380     EXIT.
013400
013500 1000-INITIALIZE.
013600     PERFORM 1100-READ-CONTROL-CARD
016000         DISPLAY "ARCHIVE-CONTROL CARD NOT FOUND - SUPPLY THE "
016100                 "CUTOFF DATE ON ARCHCTL"
016200         MOVE 16 TO RETURN-CODE
016230         PERFORM 9900-POST-RUN-LEDGER
016260             THRU 9900-POST-RUN-LEDGER-EXIT
016300         STOP RUN
016400     END-IF
016500     READ ARCHIVE-CONTROL
017200         DISPLAY "ARCHIVE-CONTROL CUTOFF DATE MISSING OR NOT "
017300                 "NUMERIC - RUN STOPPED"
017400         MOVE 16 TO RETURN-CODE
017430         PERFORM 9900-POST-RUN-LEDGER
017460             THRU 9900-POST-RUN-LEDGER-EXIT
017500         STOP RUN
017600     END-IF
017700     MOVE ARCH-CTL-CUTOFF-DATE TO ARCH-CUTOFF-DATE
045100     .
045200 9000-TERMINATE-EXIT.
045300     EXIT.
045400
045500*****************************************************************
045600*RECORDS THE END OF THE RUN, THE RETURN CODE AND THE HIGH-WATER
045700*MARKS ON THE RUN LEDGER.  RunLedger HANDS THE RETURN CODE BACK
045800*UNCHANGED.
045900*****************************************************************
046000 9900-POST-RUN-LEDGER.
046100     SET RUNL-CALL-END TO TRUE
046200     MOVE RETURN-CODE TO RUNL-CALL-RETURN-CODE
046300     MOVE 'GROUPS MOVED'         TO RUNL-CALL-HWM-1-LABEL
046400     MOVE ARCH-GROUPS-MOVED      TO RUNL-CALL-HWM-1
046500     MOVE 'RECS REMAIN'          TO RUNL-CALL-HWM-2-LABEL
046600     MOVE ARCH-RECORDS-REMAINING TO RUNL-CALL-HWM-2
046700     CALL 'RunLedger' USING RUNL-CALL-AREA
046800     END-CALL
046900     .
047000 9900-POST-RUN-LEDGER-EXIT.
047100     EXIT.

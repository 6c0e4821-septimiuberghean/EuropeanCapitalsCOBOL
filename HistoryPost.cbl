001100*EACH TRAILER RECORD UPDATES THAT EMPLOYEE'S ATTEMPT COUNT, BEST
001200*AND LATEST PERCENT SCORES, FIRST/LAST SESSION DATES, FORWARD
001300*VERSUS REVERSE ATTEMPT COUNTS, AND CURRENT PASS STATUS AGAINST
001400*THE COURSE'S PASS PERCENT FROM THE COURSE-MASTER CATALOG - THE
001450*SAME THRESHOLD SessionExport APPLIES.  THE MASTER
001500*ANSWERS "HAS THIS EMPLOYEE EVER PASSED, HOW MANY ATTEMPTS, WHEN
001600*WAS THE LAST SESSION" WITHOUT RE-READING THE WHOLE LOG.
001700*
004500*                   LAYOUT, EMPLOYEE-ID KEY) OPENS WITH STATUS
004600*                   39 - THE RUN NOW STOPS WITH A MESSAGE
004700*                   POINTING AT THE CTRYHCNV CONVERSION STEP
004710*                   INSTEAD OF RUNNING WITH THE FILE UNOPENED.
004720*  2026-10-15  RLB  THE PASS THRESHOLD IS NO LONGER A FIXED 60 -
004730*                   EACH TRAILER IS JUDGED AGAINST ITS COURSE'S
004740*                   CRS-PASS-PERCENT ON THE COURSE-MASTER CATALOG.
004750*                   A TRAILER FOR A COURSE NOT ON THE CATALOG (OLD
004760*                   HISTORY ONLY - NEW SESSIONS ARE REJECTED AT
004770*                   SIGN-ON) IS STILL POSTED AT 60 AND COUNTED ON
004780*                   THE RUN TOTALS SO IT CAN BE FOLLOWED UP.
004790*  2026-10-15  RLB  RUNS UNDER THE BATCH-CYCLE RUN LEDGER (SEE
004800*                   RunLedger): STOPS WITH RC 16 AT STARTUP IF A
004810*                   PREREQUISITE JOB HAS NOT FINISHED CLEANLY FOR
004820*                   THE CYCLE OR A JOB IT MUST NOT OVERLAP IS
004830*                   RUNNING, AND RECORDS ITS END, RETURN CODE AND
004840*                   THE TRAILERS POSTED AND SKIPPED ON THE LEDGER.
004850*  2026-10-15  RLB  3000-POST-TRAILER'S RULES ARE REPEATED IN
004860*                   HistRebuild, WHICH REBUILDS EMPHIST FROM THE
004870*                   LOG AND ARCHIVE - KEEP THE TWO IN STEP.
004880*  2026-10-15  RLB  A STARTUP STOP WITH RC 16 NOW POSTS THE END OF
004890*                   THE RUN TO RunLedger FIRST, SO CycleStatus
004900*                   SHOWS THE JOB FAILED INSTEAD OF NOT ENDED AND
004910*                   ITS DEPENDENTS ARE NOT HELD AS STILL RUNNING.
004920*****************************************************************
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS HIST-RECORD-KEY
006100         FILE STATUS IS HIST-IO-STATUS.
006110
006120     SELECT COURSE-MASTER ASSIGN TO CRSMST
006130         ORGANIZATION IS INDEXED
006140         ACCESS MODE IS RANDOM
006150         RECORD KEY IS CRS-COURSE-CODE
006160         FILE STATUS IS CRS-MASTER-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006900 FD  EMPLOYEE-HISTORY
007000     RECORD CONTAINS 75 CHARACTERS.
007100 COPY EMPHIST.
007120
007140 FD  COURSE-MASTER
007160     RECORD CONTAINS 66 CHARACTERS.
007180 COPY COURSMST.
007200
007300 WORKING-STORAGE SECTION.
007400 01  SESS-LOG-STATUS             PIC XX     VALUE '00'.
007600 01  HIST-IO-STATUS              PIC XX     VALUE '00'.
007700     88  HIST-IO-OK                          VALUE '00'.
007800     88  HIST-IO-NOTFOUND                    VALUE '23'.
007830 01  CRS-MASTER-STATUS           PIC XX     VALUE '00'.
007860     88  CRS-MASTER-OK                      VALUE '00'.
007900
008000 77  HPST-PASS-THRESHOLD         PIC 999    VALUE 60.
008020 77  HPST-DEFAULT-THRESHOLD      PIC 999    VALUE 60.
008040 77  HPST-UNKNOWN-COURSE-COUNT   PIC 9(05)  VALUE ZERO.
008060 01  HPST-LAST-COURSE            PIC X(10)  VALUE SPACES.
008070 01  HPST-COURSE-KNOWN-FLAG      PIC X(01)  VALUE 'Y'.
008080     88  HPST-COURSE-KNOWN               VALUE 'Y'.
008100 77  HPST-POSTED-COUNT           PIC 9(05)  VALUE ZERO.
008200 77  HPST-SKIPPED-COUNT          PIC 9(05)  VALUE ZERO.
008300 77  HPST-SESSION-PERCENT        PIC 999    VALUE ZERO.
009600 01  HPST-RECORD-FOUND-FLAG      PIC X(01)  VALUE 'N'.
009700     88  HPST-RECORD-FOUND               VALUE 'Y'.
009800
009830 COPY RUNLCALL.
009860
009900 PROCEDURE DIVISION.
010000 0000-MAINLINE.
010030     PERFORM 0500-CHECK-RUN-LEDGER
010060         THRU 0500-CHECK-RUN-LEDGER-EXIT
010100     PERFORM 1000-INITIALIZE
010200         THRU 1000-INITIALIZE-EXIT
010300     PERFORM 2000-PROCESS-SESSION-LOG
010500         UNTIL SESS-LOG-EOF
010600     PERFORM 9000-TERMINATE
010700         THRU 9000-TERMINATE-EXIT
010730     PERFORM 9900-POST-RUN-LEDGER
010760         THRU 9900-POST-RUN-LEDGER-EXIT
010800     STOP RUN.
010804
010808*****************************************************************
010812*THE RUN LEDGER REFUSES THE JOB WHEN A PREREQUISITE HAS NOT
010816*FINISHED CLEANLY FOR THE CYCLE (SEE RunLedger AND RUNDEPS).
010820*****************************************************************
010824 0500-CHECK-RUN-LEDGER.
010828     INITIALIZE RUNL-CALL-AREA
010832     SET RUNL-CALL-START TO TRUE
010836     MOVE 'CTRYHPST' TO RUNL-CALL-JOB-NAME
010840     CALL 'RunLedger' USING RUNL-CALL-AREA
010844     END-CALL
010848     IF RUNL-CALL-BLOCKED
010852         DISPLAY "CTRYHPST NOT RUN FOR CYCLE "
010856                 RUNL-CALL-CYCLE-DATE " - " RUNL-CALL-MESSAGE
010860         MOVE 16 TO RETURN-CODE
010864         STOP RUN
010868     END-IF
010872     .
010876 0500-CHECK-RUN-LEDGER-EXIT.
010880     EXIT.
010900
011000 1000-INITIALIZE.
011100     OPEN INPUT SESSION-LOG
012000                 "FILE IS STILL THE OLD 56-BYTE LAYOUT - RUN "
012100                 "THE CTRYHCNV CONVERSION ONCE BEFORE THIS JOB"
012200         MOVE 16 TO RETURN-CODE
012230         PERFORM 9900-POST-RUN-LEDGER
012260             THRU 9900-POST-RUN-LEDGER-EXIT
012300         STOP RUN
012400     END-IF
012500     IF HIST-IO-STATUS = '35' OR HIST-IO-STATUS = '05'
012800         CLOSE EMPLOYEE-HISTORY
012900         OPEN I-O EMPLOYEE-HISTORY
013000     END-IF
013010     OPEN INPUT COURSE-MASTER
013020     IF CRS-MASTER-STATUS = '35'
013030         DISPLAY "COURSE-MASTER FILE NOT FOUND - RUN "
013040                 "CourseMaint TO ESTABLISH IT FIRST"
013050         MOVE 16 TO RETURN-CODE
013053         PERFORM 9900-POST-RUN-LEDGER
013056             THRU 9900-POST-RUN-LEDGER-EXIT
013060         STOP RUN
013070     END-IF
013100     PERFORM 1100-READ-CONTROL-RECORD
013200         THRU 1100-READ-CONTROL-RECORD-EXIT
013300     IF NOT SESS-LOG-EOF
018800 2100-READ-SESSION-LOG-EXIT.
018900     EXIT.
019000
019020*****************************************************************
019040*HistRebuild 3100-POST-TRAILER APPLIES THESE SAME RULES WHEN IT
019060*REBUILDS EMPHIST FROM SCRATCH - CHANGE BOTH TOGETHER.
019080*****************************************************************
019100 3000-POST-TRAILER.
019200     IF SESS-QUESTION-COUNT > 0
019300         COMPUTE HPST-SESSION-PERCENT ROUNDED =
020000     IF HPST-COURSE-CODE = SPACES
020100         MOVE 'EUROCAP01' TO HPST-COURSE-CODE
020200     END-IF
020220     IF HPST-COURSE-CODE NOT = HPST-LAST-COURSE
020240         PERFORM 3050-GET-PASS-THRESHOLD
020260             THRU 3050-GET-PASS-THRESHOLD-EXIT
020280     END-IF
020285     IF NOT HPST-COURSE-KNOWN
020290         ADD 1 TO HPST-UNKNOWN-COURSE-COUNT
020295     END-IF
020300     MOVE SESS-EMPLOYEE-ID TO HIST-EMPLOYEE-ID
020400     MOVE HPST-COURSE-CODE TO HIST-COURSE-CODE
020500     READ EMPLOYEE-HISTORY
025700     .
025800 3000-POST-TRAILER-EXIT.
025900     EXIT.
025904
025908 3050-GET-PASS-THRESHOLD.
025912     MOVE HPST-COURSE-CODE TO HPST-LAST-COURSE
025916     MOVE HPST-COURSE-CODE TO CRS-COURSE-CODE
025920     READ COURSE-MASTER
025924         INVALID KEY
025928             MOVE '23' TO CRS-MASTER-STATUS
025932     END-READ
025936     IF CRS-MASTER-OK
025940         MOVE CRS-PASS-PERCENT TO HPST-PASS-THRESHOLD
025942         MOVE 'Y' TO HPST-COURSE-KNOWN-FLAG
025944     ELSE
025948         MOVE HPST-DEFAULT-THRESHOLD TO HPST-PASS-THRESHOLD
025952         MOVE 'N' TO HPST-COURSE-KNOWN-FLAG
025956         DISPLAY "COURSE " HPST-COURSE-CODE
025960                 " NOT ON THE COURSE CATALOG - POSTED AT "
025964                 HPST-DEFAULT-THRESHOLD " PERCENT"
025968     END-IF
025972     .
025976 3050-GET-PASS-THRESHOLD-EXIT.
025980     EXIT.
026000
026100 9000-TERMINATE.
026200     PERFORM 9100-REWRITE-CONTROL-RECORD
026300         THRU 9100-REWRITE-CONTROL-RECORD-EXIT
026400     CLOSE SESSION-LOG
026500           EMPLOYEE-HISTORY
026550           COURSE-MASTER
026600     DISPLAY "SESSIONS POSTED:  " HPST-POSTED-COUNT
026700     DISPLAY "ALREADY POSTED:   " HPST-SKIPPED-COUNT
026750     DISPLAY "UNKNOWN COURSE:   " HPST-UNKNOWN-COURSE-COUNT
026800     .
026900 9000-TERMINATE-EXIT.
027000     EXIT.
028200     .
028300 9100-REWRITE-CONTROL-RECORD-EXIT.
028400     EXIT.
028500
028600*****************************************************************
028700*RECORDS THE END OF THE RUN, THE RETURN CODE AND THE HIGH-WATER
028800*MARKS ON THE RUN LEDGER.  RunLedger HANDS THE RETURN CODE BACK
028900*UNCHANGED.
029000*****************************************************************
029100 9900-POST-RUN-LEDGER.
029200     SET RUNL-CALL-END TO TRUE
029300     MOVE RETURN-CODE TO RUNL-CALL-RETURN-CODE
029400     MOVE 'POSTED'          TO RUNL-CALL-HWM-1-LABEL
029500     MOVE HPST-POSTED-COUNT TO RUNL-CALL-HWM-1
029600     MOVE 'SKIPPED'         TO RUNL-CALL-HWM-2-LABEL
029700     MOVE HPST-SKIPPED-COUNT TO RUNL-CALL-HWM-2
029800     CALL 'RunLedger' USING RUNL-CALL-AREA
029900     END-CALL
030000     .
030100 9900-POST-RUN-LEDGER-EXIT.
030200     EXIT.

003300*                   LOGGED BEFORE THE COURSE FIELD EXISTED,
003400*                   STILL EXPORTS AS EUROCAP01).  SESSION-LOG
003500*                   RECORD GREW FROM 211 TO 221 BYTES.
003510*  2026-10-15  RLB  PASS/FAIL IS NOW JUDGED AGAINST EACH COURSE'S
003520*                   CRS-PASS-PERCENT ON THE COURSE-MASTER CATALOG
003530*                   INSTEAD OF A FIXED 60, AS IN HistoryPost.
003540*                   A COURSE NOT ON THE CATALOG (OLD HISTORY ONLY)
003550*                   STILL EXPORTS AT 60 AND IS COUNTED AT END.
003557*  2026-10-15  RLB  RUNS UNDER THE BATCH-CYCLE RUN LEDGER (SEE
003564*                   RunLedger): STOPS WITH RC 16 AT STARTUP IF A
003571*                   PREREQUISITE JOB HAS NOT FINISHED CLEANLY FOR
003578*                   THE CYCLE OR A JOB IT MUST NOT OVERLAP IS
003585*                   RUNNING, AND RECORDS ITS END, RETURN CODE AND
003592*                   THE RECORDS EXPORTED ON THE LEDGER.
003593*  2026-10-15  RLB  A STARTUP STOP WITH RC 16 NOW POSTS THE END OF
003594*                   THE RUN TO RunLedger FIRST, SO CycleStatus
003595*                   SHOWS THE JOB FAILED INSTEAD OF NOT ENDED AND
003596*                   ITS DEPENDENTS ARE NOT HELD AS STILL RUNNING.
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
004400     SELECT LMS-EXTRACT ASSIGN TO LMSEXT
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS LMS-EXTRACT-STATUS.
004610
004620     SELECT COURSE-MASTER ASSIGN TO CRSMST
004630         ORGANIZATION IS INDEXED
004640         ACCESS MODE IS RANDOM
004650         RECORD KEY IS CRS-COURSE-CODE
004660         FILE STATUS IS CRS-MASTER-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005400 FD  LMS-EXTRACT
005500     RECORD CONTAINS 36 CHARACTERS.
005600 COPY LMSEXT.
005620
005640 FD  COURSE-MASTER
005660     RECORD CONTAINS 66 CHARACTERS.
005680 COPY COURSMST.
005700
005800 WORKING-STORAGE SECTION.
005900 01  SESS-LOG-STATUS             PIC XX     VALUE '00'.
006000     88  SESS-LOG-EOF                       VALUE '10'.
006100 01  LMS-EXTRACT-STATUS          PIC XX     VALUE '00'.
006130 01  CRS-MASTER-STATUS           PIC XX     VALUE '00'.
006160     88  CRS-MASTER-OK                      VALUE '00'.
006200
006300 77  LMS-EXPORT-COUNT            PIC 9(05)  VALUE ZERO.
006400 77  LMS-PASS-THRESHOLD          PIC 999    VALUE 60.
006410 77  LMS-DEFAULT-THRESHOLD       PIC 999    VALUE 60.
006420 77  LMS-UNKNOWN-COURSE-COUNT    PIC 9(05)  VALUE ZERO.
006430 01  LMS-LAST-COURSE             PIC X(10)  VALUE SPACES.
006440 01  LMS-COURSE-KNOWN-FLAG       PIC X(01)  VALUE 'Y'.
006450     88  LMS-COURSE-KNOWN                VALUE 'Y'.
006500
006530 COPY RUNLCALL.
006560
006600 PROCEDURE DIVISION.
006700 0000-MAINLINE.
006730     PERFORM 0500-CHECK-RUN-LEDGER
006760         THRU 0500-CHECK-RUN-LEDGER-EXIT
006800     PERFORM 1000-INITIALIZE
006900         THRU 1000-INITIALIZE-EXIT
007000     PERFORM 2000-PROCESS-SESSION-LOG
007200         UNTIL SESS-LOG-EOF
007300     PERFORM 9000-TERMINATE
007400         THRU 9000-TERMINATE-EXIT
007430     PERFORM 9900-POST-RUN-LEDGER
007460         THRU 9900-POST-RUN-LEDGER-EXIT
007500     STOP RUN.
007504
007508*****************************************************************
007512*THE RUN LEDGER REFUSES THE JOB WHEN A PREREQUISITE HAS NOT
007516*FINISHED CLEANLY FOR THE CYCLE (SEE RunLedger AND RUNDEPS).
007520*****************************************************************
007524 0500-CHECK-RUN-LEDGER.
007528     INITIALIZE RUNL-CALL-AREA
007532     SET RUNL-CALL-START TO TRUE
007536     MOVE 'CTRYLMS' TO RUNL-CALL-JOB-NAME
007540     CALL 'RunLedger' USING RUNL-CALL-AREA
007544     END-CALL
007548     IF RUNL-CALL-BLOCKED
007552         DISPLAY "CTRYLMS NOT RUN FOR CYCLE "
007556                 RUNL-CALL-CYCLE-DATE " - " RUNL-CALL-MESSAGE
007560         MOVE 16 TO RETURN-CODE
007564         STOP RUN
007568     END-IF
007572     .
007576 0500-CHECK-RUN-LEDGER-EXIT.
007580     EXIT.
007600
007700 1000-INITIALIZE.
007800     OPEN INPUT  SESSION-LOG
008100                 "HISTORY TO EXPORT YET"
008200         SET SESS-LOG-EOF TO TRUE
008300     END-IF
008310     OPEN INPUT COURSE-MASTER
008320     IF CRS-MASTER-STATUS = '35'
008330         DISPLAY "COURSE-MASTER FILE NOT FOUND - RUN "
008340                 "CourseMaint TO ESTABLISH IT FIRST"
008350         MOVE 16 TO RETURN-CODE
008353         PERFORM 9900-POST-RUN-LEDGER
008356             THRU 9900-POST-RUN-LEDGER-EXIT
008360         STOP RUN
008370     END-IF
008400     OPEN OUTPUT LMS-EXTRACT
008500     IF NOT SESS-LOG-EOF
008600         PERFORM 2100-READ-SESSION-LOG
011900     ELSE
012000         MOVE SESS-COURSE-CODE TO LMS-COURSE-CODE
012100     END-IF
012110     IF LMS-COURSE-CODE NOT = LMS-LAST-COURSE
012120         PERFORM 2600-GET-PASS-THRESHOLD
012130             THRU 2600-GET-PASS-THRESHOLD-EXIT
012140     END-IF
012150     IF NOT LMS-COURSE-KNOWN
012160         ADD 1 TO LMS-UNKNOWN-COURSE-COUNT
012170     END-IF
012200     IF SESS-QUESTION-COUNT > 0
012300         COMPUTE LMS-SCORE-PERCENT ROUNDED =
012400             (SESS-FINAL-SCORE * 100) / SESS-QUESTION-COUNT
013500     .
013600 2500-WRITE-EXTRACT-RECORD-EXIT.
013700     EXIT.
013704
013708 2600-GET-PASS-THRESHOLD.
013712     MOVE LMS-COURSE-CODE TO LMS-LAST-COURSE
013716     MOVE LMS-COURSE-CODE TO CRS-COURSE-CODE
013720     READ COURSE-MASTER
013724         INVALID KEY
013728             MOVE '23' TO CRS-MASTER-STATUS
013732     END-READ
013736     IF CRS-MASTER-OK
013740         MOVE CRS-PASS-PERCENT TO LMS-PASS-THRESHOLD
013744         MOVE 'Y' TO LMS-COURSE-KNOWN-FLAG
013748     ELSE
013752         MOVE LMS-DEFAULT-THRESHOLD TO LMS-PASS-THRESHOLD
013756         MOVE 'N' TO LMS-COURSE-KNOWN-FLAG
013760         DISPLAY "COURSE " LMS-COURSE-CODE
013764                 " NOT ON THE COURSE CATALOG - EXPORTED AT "
013768                 LMS-DEFAULT-THRESHOLD " PERCENT"
013772     END-IF
013776     .
013780 2600-GET-PASS-THRESHOLD-EXIT.
013784     EXIT.
013800
013900 9000-TERMINATE.
014000     CLOSE SESSION-LOG
014100           LMS-EXTRACT
014150           COURSE-MASTER
014200     DISPLAY "SESSIONS EXPORTED: " LMS-EXPORT-COUNT
014250     DISPLAY "UNKNOWN COURSE:    " LMS-UNKNOWN-COURSE-COUNT
014300     .
014400 9000-TERMINATE-EXIT.
014500     EXIT.
014600
014700*****************************************************************
014800*RECORDS THE END OF THE RUN, THE RETURN CODE AND THE HIGH-WATER
014900*MARKS ON THE RUN LEDGER.  RunLedger HANDS THE RETURN CODE BACK
015000*UNCHANGED.
015100*****************************************************************
015200 9900-POST-RUN-LEDGER.
015300     SET RUNL-CALL-END TO TRUE
015400     MOVE RETURN-CODE TO RUNL-CALL-RETURN-CODE
015500     MOVE 'EXPORTED'       TO RUNL-CALL-HWM-1-LABEL
015600     MOVE LMS-EXPORT-COUNT TO RUNL-CALL-HWM-1
015700     MOVE 'UNKNOWN CRS'    TO RUNL-CALL-HWM-2-LABEL
015800     MOVE LMS-UNKNOWN-COURSE-COUNT TO RUNL-CALL-HWM-2
015900     CALL 'RunLedger' USING RUNL-CALL-AREA
016000     END-CALL
016100     .
016200 9900-POST-RUN-LEDGER-EXIT.
016300     EXIT.

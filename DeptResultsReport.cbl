001100*CODE; THIS PROGRAM ROLLS EVERY SESSION-LOG TRAILER UP BY
001200*DEPARTMENT AGAINST THE DEPTREF REFERENCE FILE (CODE, NAME,
001300*SUPERVISOR) AND PRINTS, PER DEPARTMENT, SESSIONS TAKEN, AVERAGE
001400*PERCENT SCORE, PASS RATE AGAINST EACH COURSE'S CRS-PASS-PERCENT
001450*ON THE COURSE-MASTER CATALOG (60 FOR A COURSE NOT ON IT), AS
001500*SessionExport APPLIES IT, AND A MONTH-BY-MONTH TREND FROM
001600*SESS-SESSION-DATE, WITH A LEAGUE TABLE RANKED BY PASS RATE AT
001700*THE END.  REPLACES THE SPREADSHEET SOMEBODY REBUILT BY HAND
001800*EVERY MONTH.  DEPARTMENTS SEEN IN THE LOG BUT NOT ON DEPTREF
003400*  2026-09-02  RLB  SESSION-LOG RECORD GREW FROM 211 TO 221
003500*                   BYTES WHEN SESS-COURSE-CODE WAS ADDED TO
003600*                   SESSLOG.CPY - FD UPDATED TO MATCH.
003620*  2026-10-15  RLB  DEPTREF RECORD GREW FROM 64 TO 72 BYTES WHEN
003640*                   DEPT-COST-CENTRE WAS ADDED TO DEPTREF.CPY -
003660*                   FD UPDATED TO MATCH.
003666*  2026-10-15  RLB  PASS RATE IS NOW JUDGED AGAINST EACH COURSE'S
003672*                   CRS-PASS-PERCENT ON THE COURSE-MASTER CATALOG
003678*                   INSTEAD OF A FIXED 60, AS IN HistoryPost.  A
003684*                   COURSE NOT ON THE CATALOG IS JUDGED AT 60.
003690*                   STOPS WITH RC 16 IF COURSE-MASTER IS MISSING.
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004900     SELECT DEPT-REPORT ASSIGN TO DEPTRPT
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS DEPT-REPORT-STATUS.
005110
005120     SELECT COURSE-MASTER ASSIGN TO CRSMST
005130         ORGANIZATION IS INDEXED
005140         ACCESS MODE IS RANDOM
005150         RECORD KEY IS CRS-COURSE-CODE
005160         FILE STATUS IS CRS-MASTER-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  DEPT-REFERENCE
005600     RECORD CONTAINS 72 CHARACTERS.
005700 COPY DEPTREF.
005800
005900 FD  SESSION-LOG
006300 FD  DEPT-REPORT
006400     RECORD CONTAINS 80 CHARACTERS.
006500 01  DEPT-REPORT-LINE            PIC X(80).
006520
006540 FD  COURSE-MASTER
006560     RECORD CONTAINS 66 CHARACTERS.
006580 COPY COURSMST.
006600
006700 WORKING-STORAGE SECTION.
006800 01  DEPT-REF-STATUS             PIC XX     VALUE '00'.
007000 01  SESS-LOG-STATUS             PIC XX     VALUE '00'.
007100     88  SESS-LOG-EOF                       VALUE '10'.
007200 01  DEPT-REPORT-STATUS          PIC XX     VALUE '00'.
007230 01  CRS-MASTER-STATUS           PIC XX     VALUE '00'.
007260     88  CRS-MASTER-OK                      VALUE '00'.
007300
007400 77  DRPT-PASS-THRESHOLD         PIC 999    VALUE 60.
007420 77  DRPT-DEFAULT-THRESHOLD      PIC 999    VALUE 60.
007440 01  DRPT-COURSE-CODE            PIC X(10)  VALUE SPACES.
007460 01  DRPT-LAST-COURSE            PIC X(10)  VALUE SPACES.
007500
007600 01  DRPT-DEPT-TABLE.
007700     05  DRPT-DEPT-ENTRY OCCURS 100 TIMES.
018900                 "HISTORY TO REPORT ON YET"
019000         SET SESS-LOG-EOF TO TRUE
019100     END-IF
019110     OPEN INPUT COURSE-MASTER
019120     IF CRS-MASTER-STATUS = '35'
019130         DISPLAY "COURSE-MASTER FILE NOT FOUND - RUN "
019140                 "CourseMaint TO ESTABLISH IT FIRST"
019150         MOVE 16 TO RETURN-CODE
019160         STOP RUN
019170     END-IF
019200     OPEN OUTPUT DEPT-REPORT
019300     MOVE SPACES TO DEPT-REPORT-LINE
019400     MOVE 'DEPARTMENT RESULTS ROLL-UP - CAPITALS COURSE'
029000     ADD 1 TO DRPT-DEPT-SESSIONS(DRPT-DEPT-FOUND-IDX)
029100     ADD DRPT-SESSION-PERCENT
029200         TO DRPT-DEPT-SUM-PCT(DRPT-DEPT-FOUND-IDX)
029210     IF SESS-COURSE-CODE = SPACES
029220         MOVE 'EUROCAP01' TO DRPT-COURSE-CODE
029230     ELSE
029240         MOVE SESS-COURSE-CODE TO DRPT-COURSE-CODE
029250     END-IF
029260     IF DRPT-COURSE-CODE NOT = DRPT-LAST-COURSE
029270         PERFORM 2150-GET-PASS-THRESHOLD
029280             THRU 2150-GET-PASS-THRESHOLD-EXIT
029290     END-IF
029300     IF DRPT-SESSION-PERCENT >= DRPT-PASS-THRESHOLD
029400         ADD 1 TO DRPT-DEPT-PASSES(DRPT-DEPT-FOUND-IDX)
029500     END-IF
030600     .
030700 2100-ROLL-UP-ONE-TRAILER-EXIT.
030800     EXIT.
030805
030810 2150-GET-PASS-THRESHOLD.
030815     MOVE DRPT-COURSE-CODE TO DRPT-LAST-COURSE
030820     MOVE DRPT-COURSE-CODE TO CRS-COURSE-CODE
030825     READ COURSE-MASTER
030830         INVALID KEY
030835             MOVE '23' TO CRS-MASTER-STATUS
030840     END-READ
030845     IF CRS-MASTER-OK
030850         MOVE CRS-PASS-PERCENT TO DRPT-PASS-THRESHOLD
030855     ELSE
030860         MOVE DRPT-DEFAULT-THRESHOLD TO DRPT-PASS-THRESHOLD
030865     END-IF
030870     .
030875 2150-GET-PASS-THRESHOLD-EXIT.
030880     EXIT.
030900
031000 2200-FIND-OR-ADD-DEPT.
031100     MOVE ZERO TO DRPT-DEPT-FOUND-IDX
056900 9000-TERMINATE.
057000     CLOSE SESSION-LOG
057100           DEPT-REPORT
057150           COURSE-MASTER
057200     .
057300 9000-TERMINATE-EXIT.
057400     EXIT.

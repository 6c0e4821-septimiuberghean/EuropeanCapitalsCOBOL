000800*RequalRoster CLOSES THE LOOP BETWEEN THE TRAINING HISTORY WE LOG
000900*AND THE BATCH QUIZ WE RUN.  POLICY REQUIRES EVERY EMPLOYEE TO
001000*RE-PASS THE CAPITALS COURSE EVERY 12 MONTHS; THIS PROGRAM READS
001100*THE PERSONNEL EMPLOYEE-MASTER, LOOKS EACH EMPLOYEE UP ON
001200*THE EMPLOYEE-HISTORY MASTER POSTED BY HistoryPost, AND FLAGS
001300*ANYONE WITH NO PASSING SESSION ON RECORD OR WHOSE LAST PASSING
001400*SESSION DATE IS OLDER THAN THE CONTROL-CARD NUMBER OF MONTHS
003800*                   39 - THE RUN NOW STOPS WITH A MESSAGE
003900*                   POINTING AT THE CTRYHCNV CONVERSION STEP
004000*                   INSTEAD OF RUNNING WITH THE FILE UNOPENED.
004010*  2026-10-15  RLB  THE REQUALIFICATION PERIOD NOW COMES FROM THE
004020*                   COURSE'S CRS-REQUAL-MONTHS ON THE COURSE
004030*                   CATALOG.  A NON-ZERO MONTHS VALUE ON RQALCTL
004040*                   STILL OVERRIDES IT FOR A ONE-OFF RUN, AND
004050*                   THE REPORT HEADING SAYS WHICH WAS USED.  A
004060*                   COURSE NOT ON THE CATALOG STOPS THE RUN, RC 8.
004065*  2026-10-15  RLB  THE FLAT EMPLLIST EXTRACT IS RETIRED - THE
004070*                   EMPLOYEES TO CHECK NOW COME FROM THE INDEXED
004075*                   EMPLOYEE-MASTER KEPT BY EmpMasterMaint (SEE
004080*                   EMPMAST.CPY).  AN EMPLOYEE PERSONNEL HAS
004085*                   SEPARATED IS SKIPPED EVEN BEFORE
004090*                   SeparationMaint HAS MARKED THE HISTORY RECORD.
004100*****************************************************************
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
004550         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004650         RECORD KEY IS EMPM-EMPLOYEE-ID
004700         FILE STATUS IS EMPM-MASTER-STATUS.
004800
004900     SELECT EMPLOYEE-HISTORY ASSIGN TO EMPHIST
005000         ORGANIZATION IS INDEXED
006300     SELECT REQUAL-REPORT ASSIGN TO RQALRPT
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS RQAL-REPORT-STATUS.
006510
006520     SELECT COURSE-MASTER ASSIGN TO CRSMST
006530         ORGANIZATION IS INDEXED
006540         ACCESS MODE IS RANDOM
006550         RECORD KEY IS CRS-COURSE-CODE
006560         FILE STATUS IS CRS-MASTER-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  EMPLOYEE-MASTER
007000     RECORD CONTAINS 80 CHARACTERS.
007100 COPY EMPMAST.
007200
007300 FD  EMPLOYEE-HISTORY
007400     RECORD CONTAINS 75 CHARACTERS.
008700 FD  REQUAL-REPORT
008800     RECORD CONTAINS 80 CHARACTERS.
008900 01  RQAL-REPORT-LINE            PIC X(80).
008920
008940 FD  COURSE-MASTER
008960     RECORD CONTAINS 66 CHARACTERS.
008980 COPY COURSMST.
009000
009100 WORKING-STORAGE SECTION.
009200 01  EMPM-MASTER-STATUS          PIC XX     VALUE '00'.
009300     88  EMPM-MASTER-EOF                    VALUE '10'.
009400 01  HIST-IO-STATUS              PIC XX     VALUE '00'.
009500     88  HIST-IO-OK                          VALUE '00'.
009600     88  HIST-IO-NOTFOUND                    VALUE '23'.
009700 01  RQAL-CTL-STATUS             PIC XX     VALUE '00'.
009800 01  ROSTER-OUT-STATUS           PIC XX     VALUE '00'.
009900 01  RQAL-REPORT-STATUS          PIC XX     VALUE '00'.
009930 01  CRS-MASTER-STATUS           PIC XX     VALUE '00'.
009960     88  CRS-MASTER-OK                      VALUE '00'.
010000
010100 77  RQAL-MONTHS-BACK            PIC 99     VALUE 12.
010200 01  RQAL-COURSE-CODE            PIC X(10)  VALUE 'EUROCAP01'.
010220 01  RQAL-MONTHS-SOURCE          PIC X(15)
010230                                 VALUE 'COURSE CATALOG'.
010240 01  RQAL-CARD-MONTHS-FLAG       PIC X(01)  VALUE 'N'.
010260     88  RQAL-CARD-SET-MONTHS            VALUE 'Y'.
010300 77  RQAL-DUE-COUNT              PIC 9(05)  VALUE ZERO.
010400 77  RQAL-CURRENT-COUNT          PIC 9(05)  VALUE ZERO.
010500 77  RQAL-CHECKED-COUNT          PIC 9(05)  VALUE ZERO.
013500         THRU 1000-INITIALIZE-EXIT
013600     PERFORM 2000-PROCESS-EMPLOYEE
013700         THRU 2000-PROCESS-EMPLOYEE-EXIT
013800         UNTIL EMPM-MASTER-EOF
013900     PERFORM 9000-TERMINATE
014000         THRU 9000-TERMINATE-EXIT
014100     STOP RUN.
014300 1000-INITIALIZE.
014400     PERFORM 1100-READ-CONTROL-CARD
014500         THRU 1100-READ-CONTROL-CARD-EXIT
014530     PERFORM 1150-READ-COURSE-MASTER
014560         THRU 1150-READ-COURSE-MASTER-EXIT
014600     PERFORM 1200-COMPUTE-CUTOFF-DATE
014700         THRU 1200-COMPUTE-CUTOFF-DATE-EXIT
014800     OPEN INPUT EMPLOYEE-MASTER
014900     IF EMPM-MASTER-STATUS = '35'
015000         DISPLAY "EMPLOYEE-MASTER FILE NOT FOUND - NO EMPLOYEES "
015100                 "TO CHECK FOR REQUALIFICATION"
015200         SET EMPM-MASTER-EOF TO TRUE
015300     END-IF
015400     OPEN INPUT EMPLOYEE-HISTORY
015500     IF HIST-IO-STATUS = '39'
016700     OPEN OUTPUT ROSTER-OUT
016800     OPEN OUTPUT REQUAL-REPORT
016900     MOVE SPACES TO RQAL-REPORT-LINE
017000     MOVE 'DUE FOR REQUALIFICATION - COURSE CATALOG'
017100         TO RQAL-REPORT-LINE
017200     WRITE RQAL-REPORT-LINE
017300     MOVE SPACES TO RQAL-REPORT-LINE
017400     STRING 'COURSE: '        DELIMITED BY SIZE
017500            RQAL-COURSE-CODE  DELIMITED BY SIZE
017530            ' '               DELIMITED BY SIZE
017560            CRS-DESCRIPTION   DELIMITED BY SIZE
017600         INTO RQAL-REPORT-LINE
017700     END-STRING
017800     WRITE RQAL-REPORT-LINE
018200            ' MONTHS (BEFORE '   DELIMITED BY SIZE
018300            RQAL-CUTOFF-DATE     DELIMITED BY SIZE
018400            ') ARE EXPIRED'      DELIMITED BY SIZE
018430            ' - PER '            DELIMITED BY SIZE
018460            RQAL-MONTHS-SOURCE   DELIMITED BY SIZE
018500         INTO RQAL-REPORT-LINE
018600     END-STRING
018700     WRITE RQAL-REPORT-LINE
018800     MOVE SPACES TO RQAL-REPORT-LINE
018900     WRITE RQAL-REPORT-LINE
019000     IF NOT EMPM-MASTER-EOF
019100         PERFORM 2900-READ-EMPLOYEE-MASTER
019200             THRU 2900-READ-EMPLOYEE-MASTER-EXIT
019300     END-IF
019400     .
019500 1000-INITIALIZE-EXIT.
020600             IF RQAL-CTL-MONTHS NUMERIC
020700                 AND RQAL-CTL-MONTHS > 0
020800                 MOVE RQAL-CTL-MONTHS TO RQAL-MONTHS-BACK
020830                 SET RQAL-CARD-SET-MONTHS TO TRUE
020860                 MOVE 'CONTROL CARD' TO RQAL-MONTHS-SOURCE
020900             END-IF
021000             IF RQAL-CTL-COURSE NOT = SPACES
021100                 MOVE RQAL-CTL-COURSE TO RQAL-COURSE-CODE
021600     .
021700 1100-READ-CONTROL-CARD-EXIT.
021800     EXIT.
021803
021806 1150-READ-COURSE-MASTER.
021809     OPEN INPUT COURSE-MASTER
021812     IF CRS-MASTER-STATUS = '35'
021815         DISPLAY "COURSE-MASTER FILE NOT FOUND - RUN "
021818                 "CourseMaint TO ESTABLISH IT FIRST"
021821         MOVE 16 TO RETURN-CODE
021824         STOP RUN
021827     END-IF
021830     MOVE RQAL-COURSE-CODE TO CRS-COURSE-CODE
021833     READ COURSE-MASTER
021836         INVALID KEY
021839             MOVE '23' TO CRS-MASTER-STATUS
021842     END-READ
021845     CLOSE COURSE-MASTER
021848     IF NOT CRS-MASTER-OK
021851         DISPLAY "COURSE " RQAL-COURSE-CODE
021854                 " IS NOT ON THE COURSE CATALOG - NO ROSTER BUILT"
021857         MOVE 8 TO RETURN-CODE
021860         STOP RUN
021863     END-IF
021866     IF NOT RQAL-CARD-SET-MONTHS
021869         AND CRS-REQUAL-MONTHS > 0
021872         MOVE CRS-REQUAL-MONTHS TO RQAL-MONTHS-BACK
021875     END-IF
021878     .
021881 1150-READ-COURSE-MASTER-EXIT.
021884     EXIT.
021900
022000 1200-COMPUTE-CUTOFF-DATE.
022100     ACCEPT RQAL-CURRENT-DATE FROM DATE YYYYMMDD
025000         WHEN OTHER
025100             ADD 1 TO RQAL-CURRENT-COUNT
025200     END-EVALUATE
025300     PERFORM 2900-READ-EMPLOYEE-MASTER
025400         THRU 2900-READ-EMPLOYEE-MASTER-EXIT
025500     .
025600 2000-PROCESS-EMPLOYEE-EXIT.
025700     EXIT.
025800
025900 2900-READ-EMPLOYEE-MASTER.
026000     READ EMPLOYEE-MASTER NEXT RECORD
026100         AT END
026200             SET EMPM-MASTER-EOF TO TRUE
026300     END-READ
026400     .
026500 2900-READ-EMPLOYEE-MASTER-EXIT.
026600     EXIT.
026700
026800 3000-CHECK-EMPLOYEE-HISTORY.
026900     MOVE 'N' TO RQAL-DUE-FLAG
027000     MOVE 'N' TO RQAL-SEPARATED-FLAG
027020     IF EMPM-SEPARATED
027040         SET RQAL-EMPLOYEE-SEPARATED TO TRUE
027060         GO TO 3000-CHECK-EMPLOYEE-HISTORY-EXIT
027080     END-IF
027100     MOVE EMPM-EMPLOYEE-ID TO HIST-EMPLOYEE-ID
027200     MOVE RQAL-COURSE-CODE TO HIST-COURSE-CODE
027300     READ EMPLOYEE-HISTORY
027400         INVALID KEY
029400 4000-WRITE-DUE-EMPLOYEE.
029500     ADD 1 TO RQAL-DUE-COUNT
029600     MOVE SPACES TO ROST-EMPLOYEE-RECORD
029700     MOVE EMPM-EMPLOYEE-ID TO ROST-EMPLOYEE-ID
029800     WRITE ROST-EMPLOYEE-RECORD
029900     MOVE SPACES TO RQAL-DETAIL-LINE
030000     MOVE EMPM-EMPLOYEE-ID   TO RDL-EMPLOYEE-ID
030100     MOVE EMPM-EMPLOYEE-NAME TO RDL-EMPLOYEE-NAME
030200     IF HIST-LAST-PASS-DATE = ZERO
030300         MOVE 'NEVER PASSED' TO RDL-REASON
030400     ELSE
033400         INTO RQAL-REPORT-LINE
033500     END-STRING
033600     WRITE RQAL-REPORT-LINE
033700     CLOSE EMPLOYEE-MASTER
033800           EMPLOYEE-HISTORY
033900           ROSTER-OUT
034000           REQUAL-REPORT

005000*  2026-09-02  RLB  SESSION-LOG RECORD GREW FROM 211 TO 221
005100*                   BYTES WHEN SESS-COURSE-CODE WAS ADDED TO
005200*                   SESSLOG.CPY - FD UPDATED TO MATCH.
005210*  2026-10-15  RLB  THE TOTALS NOW COME FROM THE NIGHTLY
005220*                   COUNTRY-STATISTICS INDEX (CTRYSTAT, BUILT BY
005230*                   StatsIndexBuild FROM THE SAME DETAIL AND 'S'
005240*                   SUMMARY RECORDS) INSTEAD OF A FULL PASS OF
005250*                   SESSION-LOG.  THE INDEX HOLDS ONE RECORD PER
005260*                   COUNTRY, SO THE FIND-OR-ADD SCAN IS GONE.  THE
005270*                   BUILD DATE PRINTS UNDER THE TITLE.
005300*****************************************************************
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005660     SELECT COUNTRY-STATS ASSIGN TO CTRYSTAT
005720         ORGANIZATION IS INDEXED
005780         ACCESS MODE IS SEQUENTIAL
005840         RECORD KEY IS CSTA-COUNTRY-NAME
005900         FILE STATUS IS CSTA-IO-STATUS.
006000
006100     SELECT MISS-REPORT ASSIGN TO CTRYMISS
006200         ORGANIZATION IS LINE SEQUENTIAL
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  COUNTRY-STATS
006800     RECORD CONTAINS 45 CHARACTERS.
006900 COPY CTRYSTAT.
007000
007100 FD  MISS-REPORT
007200     RECORD CONTAINS 80 CHARACTERS.
007300 01  MISS-REPORT-LINE            PIC X(80).
007400
007500 WORKING-STORAGE SECTION.
007570 01  CSTA-IO-STATUS              PIC XX     VALUE '00'.
007640     88  CSTA-IO-OK                         VALUE '00'.
007710     88  CSTA-IO-EOF                        VALUE '10'.
007800 01  MISS-REPORT-STATUS          PIC XX     VALUE '00'.
007900
008000 01  MISS-COUNTRY-TABLE.
009200
009300 77  MISS-TABLE-COUNT            PIC 999    VALUE ZERO.
009400 77  MISS-IDX                    PIC 999    VALUE ZERO.
009600 77  MISS-RANK                   PIC 999    VALUE ZERO.
009700 77  MISS-SWAPPED-FLAG           PIC X(01)  VALUE 'N'.
009800     88  MISS-SWAP-OCCURRED                 VALUE 'Y'.
011500 0000-MAINLINE.
011600     PERFORM 1000-INITIALIZE
011700         THRU 1000-INITIALIZE-EXIT
011800     PERFORM 2000-LOAD-COUNTRY-STAT
011900         THRU 2000-LOAD-COUNTRY-STAT-EXIT
012000         UNTIL CSTA-IO-EOF
012100     PERFORM 3000-COMPUTE-PERCENTAGE
012200         THRU 3000-COMPUTE-PERCENTAGE-EXIT
012300         VARYING MISS-IDX FROM 1 BY 1
013400
013500 1000-INITIALIZE.
013600     MOVE ZERO TO MISS-TABLE-COUNT
013650     OPEN INPUT  COUNTRY-STATS
013700     IF CSTA-IO-STATUS = '35'
013750         DISPLAY "COUNTRY STATISTICS INDEX NOT FOUND - NO "
013800                 "HISTORY TO REPORT ON UNTIL CTRYSTIX HAS RUN"
013850         SET CSTA-IO-EOF TO TRUE
013900     END-IF
013950     IF NOT CSTA-IO-OK
014000         AND NOT CSTA-IO-EOF
014050         DISPLAY "COUNTRY STATISTICS INDEX NOT AVAILABLE - "
014100                 "STATUS " CSTA-IO-STATUS
014150         MOVE 8 TO RETURN-CODE
014200         SET CSTA-IO-EOF TO TRUE
014250     END-IF
014300     OPEN OUTPUT MISS-REPORT
014400     MOVE SPACES TO MISS-REPORT-LINE
014500     MOVE 'MOST MISSED CAPITALS REPORT' TO MISS-REPORT-LINE
014600     WRITE MISS-REPORT-LINE
014700     MOVE SPACES TO MISS-REPORT-LINE
014800     WRITE MISS-REPORT-LINE
014900     IF NOT CSTA-IO-EOF
015000         PERFORM 2100-READ-COUNTRY-STATS
015100             THRU 2100-READ-COUNTRY-STATS-EXIT
015200     END-IF
015300     .
015400 1000-INITIALIZE-EXIT.
015500     EXIT.
015600
015750 2000-LOAD-COUNTRY-STAT.
015900     IF CSTA-CONTROL-KEY
016050         MOVE SPACES TO MISS-REPORT-LINE
016200         STRING 'STATISTICS AS BUILT '  DELIMITED BY SIZE
016350                CSTA-BUILD-DATE         DELIMITED BY SIZE
016500                ' '                     DELIMITED BY SIZE
016650                CSTA-BUILD-TIME         DELIMITED BY SIZE
016800             INTO MISS-REPORT-LINE
016950         END-STRING
017100         WRITE MISS-REPORT-LINE
017250         MOVE SPACES TO MISS-REPORT-LINE
017400         WRITE MISS-REPORT-LINE
017550     ELSE
017700         IF MISS-TABLE-COUNT < 250
017850             ADD 1 TO MISS-TABLE-COUNT
018000             MOVE CSTA-COUNTRY-NAME
018150                 TO MISS-COUNTRY-NAME(MISS-TABLE-COUNT)
018300             MOVE CSTA-ASKED-COUNT
018450                 TO MISS-ASKED-COUNT(MISS-TABLE-COUNT)
018600             MOVE CSTA-WRONG-COUNT
018750                 TO MISS-WRONG-COUNT(MISS-TABLE-COUNT)
018900             MOVE ZERO TO MISS-PERCENT(MISS-TABLE-COUNT)
019050         ELSE
019200             DISPLAY "WARNING - MORE THAN 250 DISTINCT "
019350                     "COUNTRIES ON CTRYSTAT - "
019500                     CSTA-COUNTRY-NAME " NOT TALLIED"
019650         END-IF
019800     END-IF
019950     PERFORM 2100-READ-COUNTRY-STATS
020100         THRU 2100-READ-COUNTRY-STATS-EXIT
020250     .
020400 2000-LOAD-COUNTRY-STAT-EXIT.
020550     EXIT.
020700
020850 2100-READ-COUNTRY-STATS.
021000     READ COUNTRY-STATS NEXT RECORD
021150         AT END
021300             SET CSTA-IO-EOF TO TRUE
021450     END-READ
021600     IF NOT CSTA-IO-OK
021750         SET CSTA-IO-EOF TO TRUE
021900     END-IF
022050     .
022200 2100-READ-COUNTRY-STATS-EXIT.
022350     EXIT.
022500
022800 3000-COMPUTE-PERCENTAGE.
022900     IF MISS-ASKED-COUNT(MISS-IDX) > 0
023000         COMPUTE MISS-PERCENT(MISS-IDX) ROUNDED =
028800     EXIT.
028900
029000 9000-TERMINATE.
029100     CLOSE COUNTRY-STATS
029200           MISS-REPORT
029300     .
029400 9000-TERMINATE-EXIT.

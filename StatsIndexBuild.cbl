000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    StatsIndexBuild.
000300 AUTHOR.        R L BERGHEAN.
000400 INSTALLATION.  TRAINING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*StatsIndexBuild READS THE SESSION-LOG ONCE A NIGHT AND BUILDS THE
000900*TWO STATISTICS INDEXES THE QUIZ PROGRAMS AND MostMissedReport
001000*READ BY KEY, SO NONE OF THEM HAS TO SCAN THE WHOLE LOG AGAIN:
001100*  CTRYSTAT - PER-COUNTRY ASKED/WRONG TOTALS FROM EVERY DETAIL
001200*             RECORD PLUS THE ARCHIVE 'S' SUMMARY RECORDS (SEE
001300*             CTRYSTAT.CPY) - THE DIFFICULTY-WEIGHTED DRAW AND THE
001400*             MOST-MISSED REPORT
001500*  EMPMISS  - ONE RECORD PER EMPLOYEE, COURSE AND COUNTRY ANSWERED
001600*             WRONG (SEE EMPMISS.CPY) - THE REMEDIAL DRILL
001700*BOTH FILES ARE EMPTIED AND REBUILT IN FULL ON EVERY RUN, SO A
001800*PURGE BY SessionArchive OR A CORRECTED LOG IS PICKED UP WITHOUT
001900*ANY SPECIAL HANDLING.  SESSIONS TAKEN AFTER THE RUN COUNT FROM
002000*THE NEXT NIGHT'S BUILD.
002100*RETURN CODE:  0 = BOTH INDEXES BUILT,  4 = NO SESSION-LOG YET
002200*(EMPTY INDEXES BUILT),  16 = REFUSED BY THE RUN LEDGER, AN INDEX
002300*COULD NOT BE OPENED, OR AN INDEX RECORD COULD NOT BE WRITTEN.
002400*
002500*MODIFICATION HISTORY
002600*  2026-10-15  RLB  ORIGINAL PROGRAM.
002620*  2026-10-15  RLB  A STARTUP STOP WITH RC 16 NOW POSTS THE END OF
002640*                   THE RUN TO RunLedger FIRST, SO CycleStatus
002660*                   SHOWS THE JOB FAILED INSTEAD OF NOT ENDED AND
002680*                   ITS DEPENDENTS ARE NOT HELD AS STILL RUNNING.
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT SESSION-LOG ASSIGN TO SESSNLOG
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS SESS-LOG-STATUS.
003400
003500     SELECT COUNTRY-STATS ASSIGN TO CTRYSTAT
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS CSTA-COUNTRY-NAME
003900         FILE STATUS IS CSTA-IO-STATUS.
004000
004100     SELECT EMPLOYEE-MISSES ASSIGN TO EMPMISS
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS EMIS-MISS-KEY
004500         FILE STATUS IS EMIS-IO-STATUS.
004600
004700     SELECT BUILD-REPORT ASSIGN TO STIXRPT
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS STIX-REPORT-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  SESSION-LOG
005400     RECORD CONTAINS 221 CHARACTERS.
005500 COPY SESSLOG.
005600
005700 FD  COUNTRY-STATS
005800     RECORD CONTAINS 45 CHARACTERS.
005900 COPY CTRYSTAT.
006000
006100 FD  EMPLOYEE-MISSES
006200     RECORD CONTAINS 66 CHARACTERS.
006300 COPY EMPMISS.
006400
006500 FD  BUILD-REPORT
006600     RECORD CONTAINS 80 CHARACTERS.
006700 01  BUILD-REPORT-LINE           PIC X(80).
006800
006900 WORKING-STORAGE SECTION.
007000 01  SESS-LOG-STATUS             PIC XX     VALUE '00'.
007100     88  SESS-LOG-EOF                       VALUE '10'.
007200 01  CSTA-IO-STATUS              PIC XX     VALUE '00'.
007300     88  CSTA-IO-OK                         VALUE '00'.
007400 01  EMIS-IO-STATUS              PIC XX     VALUE '00'.
007500     88  EMIS-IO-OK                         VALUE '00'.
007600 01  STIX-REPORT-STATUS          PIC XX     VALUE '00'.
007700
007800 01  STIX-LOG-FLAG               PIC X(01)  VALUE 'Y'.
007900     88  STIX-LOG-PRESENT                VALUE 'Y'.
008000     88  STIX-LOG-MISSING                VALUE 'N'.
008100 01  STIX-RECORD-FOUND-FLAG      PIC X(01)  VALUE 'N'.
008200     88  STIX-RECORD-FOUND               VALUE 'Y'.
008300
008400 01  STIX-CURRENT-DATE           PIC 9(08).
008500 01  STIX-TIME-OF-DAY.
008600     05  STIX-CURRENT-TIME           PIC 9(06).
008700     05  FILLER                      PIC 9(02).
008800
008900*ONE COUNTRY'S CONTRIBUTION FROM THE RECORD IN HAND.
009000 01  STIX-COUNTRY-NAME           PIC X(25)  VALUE SPACES.
009100 77  STIX-ADD-ASKED              PIC 9(07)  VALUE ZERO.
009200 77  STIX-ADD-WRONG              PIC 9(07)  VALUE ZERO.
009300 01  STIX-COURSE-CODE            PIC X(10)  VALUE SPACES.
009400
009500 77  STIX-RECORDS-READ           PIC 9(09)  VALUE ZERO.
009600 77  STIX-DETAIL-COUNT           PIC 9(09)  VALUE ZERO.
009700 77  STIX-SUMMARY-COUNT          PIC 9(09)  VALUE ZERO.
009800 77  STIX-WRONG-COUNT            PIC 9(09)  VALUE ZERO.
009900 77  STIX-BLANK-COUNTRY-COUNT    PIC 9(09)  VALUE ZERO.
010000 77  STIX-COUNTRY-KEYS           PIC 9(09)  VALUE ZERO.
010100 77  STIX-MISS-KEYS              PIC 9(09)  VALUE ZERO.
010200 77  STIX-WRITE-ERROR-COUNT      PIC 9(09)  VALUE ZERO.
010300
010400 COPY RUNLCALL.
010500
010600 PROCEDURE DIVISION.
010700 0000-MAINLINE.
010800     PERFORM 0500-CHECK-RUN-LEDGER
010900         THRU 0500-CHECK-RUN-LEDGER-EXIT
011000     PERFORM 1000-INITIALIZE
011100         THRU 1000-INITIALIZE-EXIT
011200     PERFORM 2000-INDEX-LOG-RECORD
011300         THRU 2000-INDEX-LOG-RECORD-EXIT
011400         UNTIL SESS-LOG-EOF
011500     PERFORM 3000-WRITE-CONTROL-RECORD
011600         THRU 3000-WRITE-CONTROL-RECORD-EXIT
011700     PERFORM 9000-TERMINATE
011800         THRU 9000-TERMINATE-EXIT
011900     PERFORM 9900-POST-RUN-LEDGER
012000         THRU 9900-POST-RUN-LEDGER-EXIT
012100     STOP RUN.
012200
012300*****************************************************************
012400*THE RUN LEDGER REFUSES THE JOB WHEN A PREREQUISITE HAS NOT
012500*FINISHED CLEANLY FOR THE CYCLE (SEE RunLedger AND RUNDEPS).
012600*****************************************************************
012700 0500-CHECK-RUN-LEDGER.
012800     INITIALIZE RUNL-CALL-AREA
012900     SET RUNL-CALL-START TO TRUE
013000     MOVE 'CTRYSTIX' TO RUNL-CALL-JOB-NAME
013100     CALL 'RunLedger' USING RUNL-CALL-AREA
013200     END-CALL
013300     IF RUNL-CALL-BLOCKED
013400         DISPLAY "CTRYSTIX NOT RUN FOR CYCLE "
013500                 RUNL-CALL-CYCLE-DATE " - " RUNL-CALL-MESSAGE
013600         MOVE 16 TO RETURN-CODE
013700         STOP RUN
013800     END-IF
013900     .
014000 0500-CHECK-RUN-LEDGER-EXIT.
014100     EXIT.
014200
014300*****************************************************************
014400*EMPTIES BOTH INDEXES (OPEN OUTPUT) AND REOPENS THEM FOR UPDATE.
014500*A MISSING SESSION-LOG IS A FIRST-RUN CONDITION - THE INDEXES ARE
014600*STILL BUILT, EMPTY, SO THE QUIZ FINDS THEM.
014700*****************************************************************
014800 1000-INITIALIZE.
014900     ACCEPT STIX-CURRENT-DATE FROM DATE YYYYMMDD
014950     ACCEPT STIX-TIME-OF-DAY FROM TIME
015000     OPEN OUTPUT COUNTRY-STATS
015100     IF CSTA-IO-OK
015200         CLOSE COUNTRY-STATS
015300         OPEN I-O COUNTRY-STATS
015400     END-IF
015500     IF NOT CSTA-IO-OK
015600         DISPLAY "COUNTRY-STATISTICS INDEX (CTRYSTAT) COULD NOT "
015700                 "BE OPENED - STATUS " CSTA-IO-STATUS
015800         MOVE 16 TO RETURN-CODE
015830         PERFORM 9900-POST-RUN-LEDGER
015860             THRU 9900-POST-RUN-LEDGER-EXIT
015900         STOP RUN
016000     END-IF
016100     OPEN OUTPUT EMPLOYEE-MISSES
016200     IF EMIS-IO-OK
016300         CLOSE EMPLOYEE-MISSES
016400         OPEN I-O EMPLOYEE-MISSES
016500     END-IF
016600     IF NOT EMIS-IO-OK
016700         DISPLAY "EMPLOYEE MISSED-COUNTRY INDEX (EMPMISS) COULD "
016800                 "NOT BE OPENED - STATUS " EMIS-IO-STATUS
016900         MOVE 16 TO RETURN-CODE
016930         PERFORM 9900-POST-RUN-LEDGER
016960             THRU 9900-POST-RUN-LEDGER-EXIT
017000         STOP RUN
017100     END-IF
017200     OPEN INPUT SESSION-LOG
017300     IF SESS-LOG-STATUS = '35'
017400         DISPLAY "SESSION-LOG FILE NOT FOUND - EMPTY INDEXES "
017500                 "BUILT"
017600         SET STIX-LOG-MISSING TO TRUE
017700         SET SESS-LOG-EOF TO TRUE
017800     END-IF
017900     OPEN OUTPUT BUILD-REPORT
018000     MOVE SPACES TO BUILD-REPORT-LINE
018100     MOVE 'SESSION STATISTICS INDEX BUILD' TO BUILD-REPORT-LINE
018200     WRITE BUILD-REPORT-LINE
018300     MOVE SPACES TO BUILD-REPORT-LINE
018400     STRING 'BUILT '                DELIMITED BY SIZE
018500            STIX-CURRENT-DATE       DELIMITED BY SIZE
018600            ' '                     DELIMITED BY SIZE
018700            STIX-CURRENT-TIME       DELIMITED BY SIZE
018800         INTO BUILD-REPORT-LINE
018900     END-STRING
019000     WRITE BUILD-REPORT-LINE
019100     MOVE SPACES TO BUILD-REPORT-LINE
019200     WRITE BUILD-REPORT-LINE
019300     IF STIX-LOG-PRESENT
019400         PERFORM 2900-READ-SESSION-LOG
019500             THRU 2900-READ-SESSION-LOG-EXIT
019600     END-IF
019700     .
019800 1000-INITIALIZE-EXIT.
019900     EXIT.
020000
020100*****************************************************************
020200*A DETAIL COUNTS ONE ASKED (AND ONE WRONG IF MISSED) FOR ITS
020300*COUNTRY AND, WHEN MISSED, FILES THE COUNTRY UNDER THE EMPLOYEE
020400*AND COURSE.  AN 'S' SUMMARY ADDS ITS CONSOLIDATED COUNTS TO THE
020500*COUNTRY ONLY - THE ARCHIVED DETAILS BEHIND IT NAME NO EMPLOYEE.
020600*HEADERS AND TRAILERS CARRY NO COUNTRY.
020700*****************************************************************
020800 2000-INDEX-LOG-RECORD.
020900     ADD 1 TO STIX-RECORDS-READ
021000     EVALUATE TRUE
021100         WHEN SESS-TYPE-DETAIL
021200             ADD 1 TO STIX-DETAIL-COUNT
021300             MOVE SESS-COUNTRY-NAME TO STIX-COUNTRY-NAME
021400             MOVE 1 TO STIX-ADD-ASKED
021500             IF SESS-ANSWER-WRONG
021600                 MOVE 1 TO STIX-ADD-WRONG
021700             ELSE
021800                 MOVE 0 TO STIX-ADD-WRONG
021900             END-IF
022000             PERFORM 2100-POST-COUNTRY-STAT
022100                 THRU 2100-POST-COUNTRY-STAT-EXIT
022200             IF SESS-ANSWER-WRONG
022300                 AND STIX-COUNTRY-NAME NOT = SPACES
022400                 ADD 1 TO STIX-WRONG-COUNT
022500                 PERFORM 2200-POST-EMPLOYEE-MISS
022600                     THRU 2200-POST-EMPLOYEE-MISS-EXIT
022700             END-IF
022800         WHEN SESS-TYPE-SUMMARY
022900             ADD 1 TO STIX-SUMMARY-COUNT
023000             MOVE SESS-SUM-COUNTRY-NAME TO STIX-COUNTRY-NAME
023100             MOVE SESS-SUM-ASKED-COUNT  TO STIX-ADD-ASKED
023200             MOVE SESS-SUM-WRONG-COUNT  TO STIX-ADD-WRONG
023300             PERFORM 2100-POST-COUNTRY-STAT
023400                 THRU 2100-POST-COUNTRY-STAT-EXIT
023500         WHEN OTHER
023600             CONTINUE
023700     END-EVALUATE
023800     PERFORM 2900-READ-SESSION-LOG
023900         THRU 2900-READ-SESSION-LOG-EXIT
024000     .
024100 2000-INDEX-LOG-RECORD-EXIT.
024200     EXIT.
024300
024400 2100-POST-COUNTRY-STAT.
024500     IF STIX-COUNTRY-NAME = SPACES
024600         ADD 1 TO STIX-BLANK-COUNTRY-COUNT
024700         GO TO 2100-POST-COUNTRY-STAT-EXIT
024800     END-IF
024900     MOVE 'N' TO STIX-RECORD-FOUND-FLAG
025000     MOVE STIX-COUNTRY-NAME TO CSTA-COUNTRY-NAME
025100     READ COUNTRY-STATS
025200         INVALID KEY
025300             CONTINUE
025400         NOT INVALID KEY
025500             SET STIX-RECORD-FOUND TO TRUE
025600     END-READ
025700     IF NOT STIX-RECORD-FOUND
025800         MOVE STIX-COUNTRY-NAME TO CSTA-COUNTRY-NAME
025900         MOVE SPACES TO CSTA-COUNT-AREA
026000         MOVE ZERO   TO CSTA-ASKED-COUNT
026100         MOVE ZERO   TO CSTA-WRONG-COUNT
026200     END-IF
026300     ADD STIX-ADD-ASKED TO CSTA-ASKED-COUNT
026400     ADD STIX-ADD-WRONG TO CSTA-WRONG-COUNT
026500     IF STIX-RECORD-FOUND
026600         REWRITE CSTA-STAT-RECORD
026700     ELSE
026800         WRITE CSTA-STAT-RECORD
026900         IF CSTA-IO-OK
027000             ADD 1 TO STIX-COUNTRY-KEYS
027100         END-IF
027200     END-IF
027300     IF NOT CSTA-IO-OK
027400         ADD 1 TO STIX-WRITE-ERROR-COUNT
027500         DISPLAY "COUNTRY STATISTICS NOT WRITTEN FOR "
027600                 CSTA-COUNTRY-NAME " - STATUS " CSTA-IO-STATUS
027700     END-IF
027800     .
027900 2100-POST-COUNTRY-STAT-EXIT.
028000     EXIT.
028100
028200 2200-POST-EMPLOYEE-MISS.
028300     MOVE SESS-COURSE-CODE TO STIX-COURSE-CODE
028400     IF STIX-COURSE-CODE = SPACES
028500         MOVE 'EUROCAP01' TO STIX-COURSE-CODE
028600     END-IF
028700     MOVE 'N' TO STIX-RECORD-FOUND-FLAG
028800     MOVE SESS-EMPLOYEE-ID  TO EMIS-EMPLOYEE-ID
028900     MOVE STIX-COURSE-CODE  TO EMIS-COURSE-CODE
029000     MOVE STIX-COUNTRY-NAME TO EMIS-COUNTRY-NAME
029100     READ EMPLOYEE-MISSES
029200         INVALID KEY
029300             CONTINUE
029400         NOT INVALID KEY
029500             SET STIX-RECORD-FOUND TO TRUE
029600     END-READ
029700     IF STIX-RECORD-FOUND
029800         ADD 1 TO EMIS-MISS-COUNT
029900         IF SESS-SESSION-DATE < EMIS-FIRST-MISS-DATE
030000             MOVE SESS-SESSION-DATE TO EMIS-FIRST-MISS-DATE
030100         END-IF
030200         IF SESS-SESSION-DATE > EMIS-LAST-MISS-DATE
030300             MOVE SESS-SESSION-DATE TO EMIS-LAST-MISS-DATE
030400         END-IF
030500         REWRITE EMIS-MISS-RECORD
030600     ELSE
030700         MOVE SESS-EMPLOYEE-ID  TO EMIS-EMPLOYEE-ID
030800         MOVE STIX-COURSE-CODE  TO EMIS-COURSE-CODE
030900         MOVE STIX-COUNTRY-NAME TO EMIS-COUNTRY-NAME
031000         MOVE 1 TO EMIS-MISS-COUNT
031100         MOVE SESS-SESSION-DATE TO EMIS-FIRST-MISS-DATE
031200         MOVE SESS-SESSION-DATE TO EMIS-LAST-MISS-DATE
031300         WRITE EMIS-MISS-RECORD
031400         IF EMIS-IO-OK
031500             ADD 1 TO STIX-MISS-KEYS
031600         END-IF
031700     END-IF
031800     IF NOT EMIS-IO-OK
031900         ADD 1 TO STIX-WRITE-ERROR-COUNT
032000         DISPLAY "MISSED COUNTRY NOT WRITTEN FOR "
032100                 EMIS-EMPLOYEE-ID " " EMIS-COURSE-CODE
032200                 " - STATUS " EMIS-IO-STATUS
032300     END-IF
032400     .
032500 2200-POST-EMPLOYEE-MISS-EXIT.
032600     EXIT.
032700
032800 2900-READ-SESSION-LOG.
032900     READ SESSION-LOG
033000         AT END
033100             SET SESS-LOG-EOF TO TRUE
033200     END-READ
033300     .
033400 2900-READ-SESSION-LOG-EXIT.
033500     EXIT.
033600
033700 3000-WRITE-CONTROL-RECORD.
033800     MOVE '##CONTROL#' TO CSTA-COUNTRY-NAME
033900     MOVE SPACES        TO CSTA-COUNT-AREA
034000     MOVE STIX-CURRENT-DATE TO CSTA-BUILD-DATE
034100     MOVE STIX-CURRENT-TIME TO CSTA-BUILD-TIME
034200     WRITE CSTA-STAT-RECORD
034300     IF NOT CSTA-IO-OK
034400         ADD 1 TO STIX-WRITE-ERROR-COUNT
034500         DISPLAY "COUNTRY STATISTICS CONTROL RECORD NOT "
034600                 "WRITTEN - "
034700                 "STATUS " CSTA-IO-STATUS
034800     END-IF
034900     .
035000 3000-WRITE-CONTROL-RECORD-EXIT.
035100     EXIT.
035200
035300 9000-TERMINATE.
035400     MOVE SPACES TO BUILD-REPORT-LINE
035500     STRING 'SESSION-LOG RECORDS READ: ' DELIMITED BY SIZE
035600            STIX-RECORDS-READ            DELIMITED BY SIZE
035700         INTO BUILD-REPORT-LINE
035800     END-STRING
035900     WRITE BUILD-REPORT-LINE
036000     MOVE SPACES TO BUILD-REPORT-LINE
036100     STRING 'DETAIL RECORDS:           ' DELIMITED BY SIZE
036200            STIX-DETAIL-COUNT            DELIMITED BY SIZE
036300         INTO BUILD-REPORT-LINE
036400     END-STRING
036500     WRITE BUILD-REPORT-LINE
036600     MOVE SPACES TO BUILD-REPORT-LINE
036700     STRING 'WRONG ANSWERS:            ' DELIMITED BY SIZE
036800            STIX-WRONG-COUNT             DELIMITED BY SIZE
036900         INTO BUILD-REPORT-LINE
037000     END-STRING
037100     WRITE BUILD-REPORT-LINE
037200     MOVE SPACES TO BUILD-REPORT-LINE
037300     STRING 'ARCHIVE SUMMARY RECORDS:  ' DELIMITED BY SIZE
037400            STIX-SUMMARY-COUNT           DELIMITED BY SIZE
037500         INTO BUILD-REPORT-LINE
037600     END-STRING
037700     WRITE BUILD-REPORT-LINE
037800     MOVE SPACES TO BUILD-REPORT-LINE
037900     STRING 'BLANK COUNTRY SKIPPED:    ' DELIMITED BY SIZE
038000            STIX-BLANK-COUNTRY-COUNT     DELIMITED BY SIZE
038100         INTO BUILD-REPORT-LINE
038200     END-STRING
038300     WRITE BUILD-REPORT-LINE
038400     MOVE SPACES TO BUILD-REPORT-LINE
038500     STRING 'COUNTRIES INDEXED:        ' DELIMITED BY SIZE
038600            STIX-COUNTRY-KEYS            DELIMITED BY SIZE
038700         INTO BUILD-REPORT-LINE
038800     END-STRING
038900     WRITE BUILD-REPORT-LINE
039000     MOVE SPACES TO BUILD-REPORT-LINE
039100     STRING 'EMPLOYEE MISSES INDEXED:  ' DELIMITED BY SIZE
039200            STIX-MISS-KEYS               DELIMITED BY SIZE
039300         INTO BUILD-REPORT-LINE
039400     END-STRING
039500     WRITE BUILD-REPORT-LINE
039600     MOVE SPACES TO BUILD-REPORT-LINE
039700     STRING 'INDEX WRITE ERRORS:       ' DELIMITED BY SIZE
039800            STIX-WRITE-ERROR-COUNT       DELIMITED BY SIZE
039900         INTO BUILD-REPORT-LINE
040000     END-STRING
040100     WRITE BUILD-REPORT-LINE
040200     IF STIX-LOG-PRESENT
040300         CLOSE SESSION-LOG
040400     END-IF
040500     CLOSE COUNTRY-STATS
040600           EMPLOYEE-MISSES
040700           BUILD-REPORT
040800     DISPLAY "COUNTRIES INDEXED:  " STIX-COUNTRY-KEYS
040900     DISPLAY "MISSES INDEXED:     " STIX-MISS-KEYS
041000     EVALUATE TRUE
041100         WHEN STIX-WRITE-ERROR-COUNT > ZERO
041200             DISPLAY "INDEX WRITE ERRORS - THE STATISTICS "
041300                     "INDEXES ARE INCOMPLETE - RERUN CTRYSTIX"
041400             MOVE 16 TO RETURN-CODE
041500         WHEN STIX-LOG-MISSING
041600             MOVE 4 TO RETURN-CODE
041700         WHEN OTHER
041800             MOVE 0 TO RETURN-CODE
041900     END-EVALUATE
042000     .
042100 9000-TERMINATE-EXIT.
042200     EXIT.
042300
042400*****************************************************************
042500*RECORDS THE END OF THE RUN, THE RETURN CODE AND THE HIGH-WATER
042600*MARKS ON THE RUN LEDGER.  RunLedger HANDS THE RETURN CODE BACK
042700*UNCHANGED.
042800*****************************************************************
042900 9900-POST-RUN-LEDGER.
043000     SET RUNL-CALL-END TO TRUE
043100     MOVE RETURN-CODE TO RUNL-CALL-RETURN-CODE
043200     MOVE 'COUNTRIES'       TO RUNL-CALL-HWM-1-LABEL
043300     MOVE STIX-COUNTRY-KEYS TO RUNL-CALL-HWM-1
043400     MOVE 'MISS KEYS'       TO RUNL-CALL-HWM-2-LABEL
043500     MOVE STIX-MISS-KEYS    TO RUNL-CALL-HWM-2
043600     CALL 'RunLedger' USING RUNL-CALL-AREA
043700     END-CALL
043800     .
043900 9900-POST-RUN-LEDGER-EXIT.
044000     EXIT.

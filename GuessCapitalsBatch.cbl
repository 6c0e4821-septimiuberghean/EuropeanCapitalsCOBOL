008300*                   CHECKPOINT IS MARKED COMPLETE AT END OF JOB,
008400*                   AND CONTROL TOTALS (ROSTER RECORDS READ,
008500*                   SKIPPED FROM THE PRIOR RUN, SESSIONS
008510*                   WRITTEN) GO TO CTRYBRPT SO THE OPERATORS CAN
008520*                   PROVE A RUN COVERED THE WHOLE ROSTER.
008530*  2026-10-15  RLB  THE RUN'S COURSE IS NOW LOOKED UP ON THE
008540*                   COURSE-MASTER CATALOG.  AN UNKNOWN OR RETIRED
008550*                   COURSE, OR A CARD MODE THE COURSE DOES NOT
008560*                   ALLOW, STOPS THE RUN WITH RC 8 INSTEAD OF
008570*                   DEFAULTING TO EUROCAP01.  THE COURSE'S REGION
008580*                   SCOPE LIMITS THE DRAW, ITS QUESTION COUNT (UP
008590*                   TO THE FIVE ANSWER COLUMNS ON THE ROSTER) SETS
008600*                   THE SESSION LENGTH, AND PASS/FAIL IS JUDGED ON
008610*                   ITS PASS PERCENT INSTEAD OF A FIXED 3 OF 5.
008620*  2026-10-15  RLB  RUNS UNDER THE BATCH-CYCLE RUN LEDGER (SEE
008630*                   RunLedger): STOPS WITH RC 16 AT STARTUP IF A
008640*                   PREREQUISITE JOB HAS NOT FINISHED CLEANLY FOR
008650*                   THE CYCLE OR A JOB IT MUST NOT OVERLAP IS
008660*                   RUNNING, AND RECORDS ITS END, RETURN CODE AND
008670*                   THE SESSIONS LOGGED AND ROSTER RECORDS READ ON
008680*                   THE LEDGER.
008690*  2026-10-15  RLB  COUNTRY-MASTER IS NOW EFFECTIVE-DATED - THE
008700*                   TABLE IS LOADED FROM THE VERSIONS IN FORCE ON
008710*                   THE RUN DATE, SO A ROSTER ANSWER IS MARKED
008720*                   AGAINST THE CAPITAL IN FORCE ON THE SESSION
008730*                   DATE.  THE RUN DATE IS NOW TAKEN BEFORE THE
008740*                   LOAD.  AN UNCONVERTED MASTER (STATUS 39) STOPS
008750*                   THE RUN WITH RC 16.
008760*  2026-10-15  RLB  THE WEIGHTED DRAW NO LONGER READS SESSION-LOG
008770*                   FROM TOP TO BOTTOM BEFORE THE FIRST EMPLOYEE.
008780*                   1200-LOAD-MISS-WEIGHTS READS EACH COUNTRY'S
008790*                   ASKED/WRONG TOTALS BY KEY FROM THE NIGHTLY
008800*                   COUNTRY-STATISTICS INDEX (CTRYSTAT, BUILT BY
008810*                   StatsIndexBuild).  NEW CTRYSTAT DD.
008820*  2026-10-15  RLB  A MISSING COURSE-MASTER OR COUNTRY-MASTER NOW
008830*                   ENDS THE RUN WITH RC 16, NOT RC 0.  EVERY
008840*                   STARTUP STOP WITH RC 16 NOW POSTS THE END OF
008850*                   THE RUN TO RunLedger FIRST, SO CycleStatus
008860*                   SHOWS THE JOB FAILED INSTEAD OF NOT ENDED AND
008870*                   ITS DEPENDENTS ARE NOT HELD AS STILL RUNNING.
008880*****************************************************************
008900 ENVIRONMENT DIVISION.
009000 INPUT-OUTPUT SECTION.
009100 FILE-CONTROL.
009200     SELECT COUNTRY-MASTER ASSIGN TO CTRYMST
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS SEQUENTIAL
009500         RECORD KEY IS CTRY-MASTER-KEY
009600         FILE STATUS IS CTRY-MASTER-STATUS.
009700
009800     SELECT EMPLOYEE-ROSTER ASSIGN TO ROSTERIN
010200     SELECT SESSION-LOG ASSIGN TO SESSNLOG
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS SESS-LOG-STATUS.
010410
010420     SELECT COUNTRY-STATS ASSIGN TO CTRYSTAT
010430         ORGANIZATION IS INDEXED
010440         ACCESS MODE IS RANDOM
010450         RECORD KEY IS CSTA-COUNTRY-NAME
010460         FILE STATUS IS CSTA-IO-STATUS.
010500
010600     SELECT BATCH-REPORT ASSIGN TO CTRYBRPT
010700         ORGANIZATION IS LINE SEQUENTIAL
011400     SELECT BATCH-RESTART ASSIGN TO ROSTCKPT
011500         ORGANIZATION IS LINE SEQUENTIAL
011600         FILE STATUS IS BATCH-RESTART-STATUS.
011610
011620     SELECT COURSE-MASTER ASSIGN TO CRSMST
011630         ORGANIZATION IS INDEXED
011640         ACCESS MODE IS RANDOM
011650         RECORD KEY IS CRS-COURSE-CODE
011660         FILE STATUS IS CRS-MASTER-STATUS.
011700
011800 DATA DIVISION.
011900 FILE SECTION.
012000 FD  COUNTRY-MASTER
012100     RECORD CONTAINS 82 CHARACTERS.
012200 COPY CTRYMST.
012300
012400 FD  EMPLOYEE-ROSTER
012800 FD  SESSION-LOG
012900     RECORD CONTAINS 221 CHARACTERS.
013000 COPY SESSLOG.
013020
013040 FD  COUNTRY-STATS
013060     RECORD CONTAINS 45 CHARACTERS.
013080 COPY CTRYSTAT.
013100
013200 FD  BATCH-REPORT
013300     RECORD CONTAINS 80 CHARACTERS.
014500     05  RSTRT-STATUS-CODE           PIC X(01).
014600         88  RSTRT-IN-PROGRESS           VALUE 'P'.
014700         88  RSTRT-COMPLETE              VALUE 'C'.
014720
014740 FD  COURSE-MASTER
014760     RECORD CONTAINS 66 CHARACTERS.
014780 COPY COURSMST.
014800
014900 WORKING-STORAGE SECTION.
015000 01  CTRY-MASTER-STATUS          PIC XX     VALUE '00'.
015600     88  BATCH-ROSTER-MISSING                VALUE 'Y'.
015700 01  SESS-LOG-STATUS             PIC XX     VALUE '00'.
015800     88  SESS-LOG-EOF                        VALUE '10'.
015830 01  CSTA-IO-STATUS              PIC XX     VALUE '00'.
015860     88  CSTA-IO-OK                          VALUE '00'.
015900 01  BATCH-REPORT-STATUS         PIC XX     VALUE '00'.
016000 01  CTL-FILE-STATUS             PIC XX     VALUE '00'.
016030 01  CRS-MASTER-STATUS           PIC XX     VALUE '00'.
016060     88  CRS-MASTER-OK                      VALUE '00'.
016100
016200 01  TABLE-OF-COUNTRIES.
016300     05  EACH-COUNTRY OCCURS 250 TIMES.
019000 77  BATCH-WEIGHT-TOTAL          PIC 9(08)  VALUE ZERO.
019100 77  BATCH-WEIGHT-PICK           PIC 9(08)  VALUE ZERO.
019200 77  BATCH-WEIGHT-IDX            PIC 999    VALUE ZERO.
019800
019900 01  BATCH-COURSE-CODE           PIC X(10)  VALUE 'EUROCAP01'.
019910 01  BATCH-REGION-SCOPE          PIC X(15)  VALUE SPACES.
019920*QUESTIONS PER EMPLOYEE - THE COURSE'S COUNT, BUT NEVER MORE THAN
019930*THE FIVE ANSWER COLUMNS ON THE ROSTER RECORD.
019940 77  BATCH-QUESTION-COUNT        PIC 9      VALUE 5.
019950 77  BATCH-MODE-HITS             PIC 9(02)  VALUE ZERO.
020000 01  BATCH-MODE-FLAG             PIC X(01)  VALUE 'F'.
020100     88  BATCH-MODE-IS-FORWARD       VALUE 'F'.
020200     88  BATCH-MODE-IS-CHOICE        VALUE 'C'.
022200     88  BATCH-PASS-SAME-REGION      VALUE 'R'.
022300     88  BATCH-PASS-ANY-REGION       VALUE 'A'.
022400
022500*PERCENT BELOW WHICH AN EMPLOYEE'S RUN IS COUNTED "FAIL" ON
022600*THE SUMMARY REPORT - TAKEN FROM THE COURSE'S CRS-PASS-PERCENT.
022700 77  BATCH-PASS-PERCENT          PIC 999    VALUE 60.
022750 77  BATCH-SCORE-PERCENT         PIC 999    VALUE ZERO.
022800 77  BATCH-PASS-COUNT            PIC 9(05)  VALUE ZERO.
022900 77  BATCH-FAIL-COUNT            PIC 9(05)  VALUE ZERO.
023000
024900     05  FILLER                      PIC X(05) VALUE SPACES.
025000     05  BRD-RESULT                  PIC X(04).
025100
025130 COPY RUNLCALL.
025160
025200 PROCEDURE DIVISION.
025300 0000-MAINLINE.
025330     PERFORM 0500-CHECK-RUN-LEDGER
025360         THRU 0500-CHECK-RUN-LEDGER-EXIT
025400     PERFORM 1000-INITIALIZE
025500         THRU 1000-INITIALIZE-EXIT
025600     PERFORM 2000-PROCESS-ROSTER
025800         UNTIL ROSTER-EOF
025900     PERFORM 9000-TERMINATE
026000         THRU 9000-TERMINATE-EXIT
026030     PERFORM 9900-POST-RUN-LEDGER
026060         THRU 9900-POST-RUN-LEDGER-EXIT
026100     STOP RUN.
026104
026108*****************************************************************
026112*THE RUN LEDGER REFUSES THE JOB WHEN A PREREQUISITE HAS NOT
026116*FINISHED CLEANLY FOR THE CYCLE (SEE RunLedger AND RUNDEPS).
026120*****************************************************************
026124 0500-CHECK-RUN-LEDGER.
026128     INITIALIZE RUNL-CALL-AREA
026132     SET RUNL-CALL-START TO TRUE
026136     MOVE 'CTRYBTCH' TO RUNL-CALL-JOB-NAME
026140     CALL 'RunLedger' USING RUNL-CALL-AREA
026144     END-CALL
026148     IF RUNL-CALL-BLOCKED
026152         DISPLAY "CTRYBTCH NOT RUN FOR CYCLE "
026156                 RUNL-CALL-CYCLE-DATE " - " RUNL-CALL-MESSAGE
026160         MOVE 16 TO RETURN-CODE
026164         STOP RUN
026168     END-IF
026172     .
026176 0500-CHECK-RUN-LEDGER-EXIT.
026180     EXIT.
026200
026300 1000-INITIALIZE.
026400     PERFORM 1050-READ-CONTROL-CARD
026500         THRU 1050-READ-CONTROL-CARD-EXIT
026530     PERFORM 1070-READ-COURSE-MASTER
026560         THRU 1070-READ-COURSE-MASTER-EXIT
026570     ACCEPT BATCH-CURRENT-DATE FROM DATE YYYYMMDD
026580     ACCEPT BATCH-CURRENT-TIME FROM TIME
026600     PERFORM 1100-LOAD-COUNTRY-TABLE
026700         THRU 1100-LOAD-COUNTRY-TABLE-EXIT
026720     IF BATCH-QUESTION-COUNT > TABLE-ENTRY-COUNT
026740         MOVE TABLE-ENTRY-COUNT TO BATCH-QUESTION-COUNT
026760     END-IF
027000     COMPUTE BATCH-RANDOM-SINK =
027100         FUNCTION RANDOM(BATCH-CURRENT-TIME)
027200     IF BATCH-MODE-IS-WEIGHTED
032500     .
032600 1050-READ-CONTROL-CARD-EXIT.
032700     EXIT.
032701
032702*****************************************************************
032703*LOOKS THE RUN'S COURSE UP ON THE COURSE-MASTER CATALOG.  AN
032704*UNKNOWN OR RETIRED COURSE, OR A CARD MODE THE COURSE DOES NOT
032705*ALLOW, ENDS THE RUN WITH RETURN CODE 8 BEFORE ANY ROSTER RECORD
032706*IS READ.  OTHERWISE THE COURSE SETS THE PASS PERCENT, THE
032707*REGION SCOPE AND THE NUMBER OF QUESTIONS.
032708*****************************************************************
032709 1070-READ-COURSE-MASTER.
032710     OPEN INPUT COURSE-MASTER
032711     IF CRS-MASTER-STATUS = '35'
032712         DISPLAY "COURSE-MASTER FILE NOT FOUND - RUN "
032713                 "CourseMaint TO ESTABLISH IT FIRST"
032714         MOVE 16 TO RETURN-CODE
032715         PERFORM 9900-POST-RUN-LEDGER
032716             THRU 9900-POST-RUN-LEDGER-EXIT
032717         STOP RUN
032718     END-IF
032719     MOVE BATCH-COURSE-CODE TO CRS-COURSE-CODE
032720     READ COURSE-MASTER
032721         INVALID KEY
032722             MOVE '23' TO CRS-MASTER-STATUS
032723     END-READ
032724     CLOSE COURSE-MASTER
032725     IF NOT CRS-MASTER-OK OR CRS-RETIRED
032726         DISPLAY "COURSE " BATCH-COURSE-CODE
032727                 " IS NOT ON THE COURSE CATALOG - RUN REJECTED"
032728         MOVE 8 TO RETURN-CODE
032729         PERFORM 9900-POST-RUN-LEDGER
032730             THRU 9900-POST-RUN-LEDGER-EXIT
032731         STOP RUN
032732     END-IF
032733     IF CRS-ALLOWED-MODES NOT = SPACES
032734         MOVE ZERO TO BATCH-MODE-HITS
032735         INSPECT CRS-ALLOWED-MODES
032736             TALLYING BATCH-MODE-HITS FOR ALL BATCH-MODE-FLAG
032737         IF BATCH-MODE-HITS = ZERO
032738             DISPLAY "QUIZ MODE " BATCH-MODE-FLAG
032739                     " IS NOT ALLOWED FOR COURSE "
032740                     BATCH-COURSE-CODE " - RUN REJECTED"
032741             MOVE 8 TO RETURN-CODE
032742             PERFORM 9900-POST-RUN-LEDGER
032743                 THRU 9900-POST-RUN-LEDGER-EXIT
032744             STOP RUN
032745         END-IF
032746     END-IF
032747     MOVE CRS-PASS-PERCENT TO BATCH-PASS-PERCENT
032748     MOVE CRS-REGION-SCOPE TO BATCH-REGION-SCOPE
032749     IF CRS-QUESTION-COUNT > 0
032750         AND CRS-QUESTION-COUNT < 5
032751         MOVE CRS-QUESTION-COUNT TO BATCH-QUESTION-COUNT
032752     END-IF
032753     .
032754 1070-READ-COURSE-MASTER-EXIT.
032755     EXIT.
032800
032900 1100-LOAD-COUNTRY-TABLE.
033000     MOVE ZERO TO TABLE-ENTRY-COUNT
033200     IF CTRY-MASTER-STATUS = '35'
033300         DISPLAY "COUNTRY-MASTER FILE NOT FOUND - RUN "
033400                 "CountryMaint TO ESTABLISH IT FIRST"
033420         MOVE 16 TO RETURN-CODE
033440         PERFORM 9900-POST-RUN-LEDGER
033460             THRU 9900-POST-RUN-LEDGER-EXIT
033500         STOP RUN
033600     END-IF
033610     IF CTRY-MASTER-STATUS = '39'
033620         DISPLAY "COUNTRY-MASTER OPENED WITH STATUS 39 - THE "
033630                 "FILE IS STILL THE OLD 66-BYTE LAYOUT - RUN "
033640                 "THE CTRYMCNV CONVERSION ONCE BEFORE THIS JOB"
033650         MOVE 16 TO RETURN-CODE
033653         PERFORM 9900-POST-RUN-LEDGER
033656             THRU 9900-POST-RUN-LEDGER-EXIT
033660         STOP RUN
033670     END-IF
033700     PERFORM 1110-READ-COUNTRY-MASTER
033800         THRU 1110-READ-COUNTRY-MASTER-EXIT
033900     PERFORM UNTIL CTRY-MASTER-EOF
034000         IF CTRY-ACTIVE
034010             AND CTRY-EFFECTIVE-FROM NOT > BATCH-CURRENT-DATE
034020             AND CTRY-EFFECTIVE-TO NOT < BATCH-CURRENT-DATE
034030             AND (BATCH-REGION-SCOPE = SPACES
034060                  OR CTRY-REGION-CODE = BATCH-REGION-SCOPE)
034100             IF TABLE-ENTRY-COUNT < 250
034200                 ADD 1 TO TABLE-ENTRY-COUNT
034300                 MOVE CTRY-COUNTRY-NAME
036800 1110-READ-COUNTRY-MASTER-EXIT.
036900     EXIT.
037000
037180*****************************************************************
037360*THE POPULATION'S ASKED/WRONG TOTALS COME FROM THE NIGHTLY
037540*COUNTRY-STATISTICS INDEX (CTRYSTAT, BUILT BY StatsIndexBuild) -
037720*ONE KEYED READ PER COUNTRY IN THE TABLE.  A COUNTRY NOT ON THE
037900*INDEX HAS NEVER BEEN ASKED AND KEEPS THE BASE WEIGHT OF 1.
038080*****************************************************************
038260 1200-LOAD-MISS-WEIGHTS.
038440     OPEN INPUT COUNTRY-STATS
038620     EVALUATE TRUE
038800         WHEN CSTA-IO-STATUS = '35'
038980             DISPLAY "NO COUNTRY STATISTICS INDEX YET - WEIGHTED "
039160                     "DRAW WILL BE UNIFORM"
039340         WHEN NOT CSTA-IO-OK
039520             DISPLAY "COUNTRY STATISTICS INDEX NOT AVAILABLE - "
039700                     "STATUS " CSTA-IO-STATUS " - WEIGHTED DRAW "
039880                     "WILL BE UNIFORM"
040060         WHEN OTHER
040240             PERFORM 1210-READ-COUNTRY-STAT
040420                 THRU 1210-READ-COUNTRY-STAT-EXIT
040600                 VARYING BATCH-WEIGHT-IDX FROM 1 BY 1
040780                 UNTIL BATCH-WEIGHT-IDX > TABLE-ENTRY-COUNT
040960             CLOSE COUNTRY-STATS
041140     END-EVALUATE
041320     MOVE ZERO TO BATCH-WEIGHT-TOTAL
041500     PERFORM 1250-COMPUTE-ONE-WEIGHT
041680         THRU 1250-COMPUTE-ONE-WEIGHT-EXIT
041860         VARYING BATCH-WEIGHT-IDX FROM 1 BY 1
042040         UNTIL BATCH-WEIGHT-IDX > TABLE-ENTRY-COUNT
042220     .
042400 1200-LOAD-MISS-WEIGHTS-EXIT.
042580     EXIT.
042760
042940 1210-READ-COUNTRY-STAT.
043120     MOVE COUNTRY(BATCH-WEIGHT-IDX) TO CSTA-COUNTRY-NAME
043300     READ COUNTRY-STATS
043480         INVALID KEY
043660             CONTINUE
043840         NOT INVALID KEY
044020             MOVE CSTA-ASKED-COUNT
044200                 TO BATCH-WT-ASKED(BATCH-WEIGHT-IDX)
044380             MOVE CSTA-WRONG-COUNT
044560                 TO BATCH-WT-WRONG(BATCH-WEIGHT-IDX)
044740     END-READ
044920     .
045100 1210-READ-COUNTRY-STAT-EXIT.
045280     EXIT.
045400
045500 1250-COMPUTE-ONE-WEIGHT.
045600     IF BATCH-WT-ASKED(BATCH-WEIGHT-IDX) > 0
049000         THRU 2200-START-EMP-LOG-EXIT
049100     PERFORM 2250-ASK-EMPLOYEE-QUESTION
049200         THRU 2250-ASK-EMPLOYEE-QUESTION-EXIT
049300         VARYING QNUM FROM 1 BY 1
049350         UNTIL QNUM > BATCH-QUESTION-COUNT
049400     PERFORM 2400-END-EMP-LOG
049500         THRU 2400-END-EMP-LOG-EXIT
049600     PERFORM 2500-WRITE-REPORT-LINE
075100     MOVE BATCH-CURRENT-DATE TO SESS-SESSION-DATE
075200     MOVE BATCH-CURRENT-TIME TO SESS-SESSION-TIME
075300     MOVE BATCH-SCORE        TO SESS-FINAL-SCORE
075400     MOVE BATCH-QUESTION-COUNT TO SESS-QUESTION-COUNT
075500     MOVE BATCH-MODE-FLAG    TO SESS-QUIZ-MODE
075600     MOVE BATCH-COURSE-CODE  TO SESS-COURSE-CODE
075700     WRITE SESS-LOG-RECORD
076300     MOVE SPACES           TO BATCH-REPORT-DETAIL
076400     MOVE ROST-EMPLOYEE-ID TO BRD-EMPLOYEE-ID
076500     MOVE BATCH-SCORE      TO BRD-SCORE
076520     MOVE BATCH-QUESTION-COUNT TO BRD-MAX-SCORE
076530     MOVE ZERO TO BATCH-SCORE-PERCENT
076540     IF BATCH-QUESTION-COUNT > 0
076550         COMPUTE BATCH-SCORE-PERCENT ROUNDED =
076560             (BATCH-SCORE * 100) / BATCH-QUESTION-COUNT
076570     END-IF
076600     IF BATCH-SCORE-PERCENT >= BATCH-PASS-PERCENT
076700         MOVE 'PASS' TO BRD-RESULT
076800         ADD 1 TO BATCH-PASS-COUNT
076900     ELSE
086800     .
086900 9000-TERMINATE-EXIT.
087000     EXIT.
087100
087200*****************************************************************
087300*RECORDS THE END OF THE RUN, THE RETURN CODE AND THE HIGH-WATER
087400*MARKS ON THE RUN LEDGER.  RunLedger HANDS THE RETURN CODE BACK
087500*UNCHANGED.
087600*****************************************************************
087700 9900-POST-RUN-LEDGER.
087800     SET RUNL-CALL-END TO TRUE
087900     MOVE RETURN-CODE TO RUNL-CALL-RETURN-CODE
088000     MOVE 'SESSIONS'       TO RUNL-CALL-HWM-1-LABEL
088100     COMPUTE RUNL-CALL-HWM-1 = BATCH-PASS-COUNT + BATCH-FAIL-COUNT
088200     MOVE 'ROSTER READ'    TO RUNL-CALL-HWM-2-LABEL
088300     MOVE BATCH-ROSTER-READ-COUNT TO RUNL-CALL-HWM-2
088400     CALL 'RunLedger' USING RUNL-CALL-AREA
088500     END-CALL
088600     .
088700 9900-POST-RUN-LEDGER-EXIT.
088800     EXIT.

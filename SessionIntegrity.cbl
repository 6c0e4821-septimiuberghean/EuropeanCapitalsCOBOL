000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SessionIntegrity.
000300 AUTHOR.        R L BERGHEAN.
000400 INSTALLATION.  TRAINING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*SessionIntegrity IS THE NIGHTLY SUSPICIOUS-SESSION REVIEW.  IT
000900*SCANS THE SESSION-LOG HEADER/DETAIL/TRAILER GROUPS AND PRINTS,
001000*WITH THE EVIDENCE FOR EACH, THE SESSIONS AN EXAMINER SHOULD LOOK
001100*AT BEFORE CTRYLMS SENDS THE RESULT TO THE LMS:
001200*  - TIMED SESSIONS WHERE MOST ANSWERS CAME BACK IMPLAUSIBLY FAST
001300*    (SESS-RESPONSE-SECS AT OR UNDER THE CARD LIMIT ON THE CARD
001400*    PERCENTAGE OF QUESTIONS).  A GROUP WHOSE DETAILS ALL CARRY
001500*    ZERO SECONDS IS A BATCH ROSTER SESSION, WHERE NO TIME IS
001600*    MEASURABLE, AND IS NOT TIMED;
001700*  - MULTIPLE-CHOICE SESSIONS WHERE THE SAME LETTER WAS PICKED ON
001800*    EVERY QUESTION;
001900*  - SEVERAL SESSIONS STARTED BY ONE EMPLOYEE ID IN THE SAME
002000*    MINUTE;
002100*  - BATCH ROSTER ANSWER SHEETS (ROSTERIN, THE CLEAN ROSTER THE
002200*    QUIZ STEP READ) IDENTICAL TO ANOTHER EMPLOYEE'S.  EVERY
002300*    EMPLOYEE DRAWS DIFFERENT QUESTIONS, SO A COPIED SHEET SHOWS
002400*    UP AS THE SAME ANSWERS - AND THE SAME WRONG ANSWERS - ON
002500*    DIFFERENT QUESTIONS.  THE RIGHT/WRONG EVIDENCE COMES FROM THE
002600*    SESSION-LOG GROUP WHOSE ANSWERS MATCH THE SHEET.  SHEETS OF
002700*    MULTIPLE-CHOICE LETTERS MATCH BY CHANCE TOO OFTEN TO FLAG ON
002800*    THE LETTERS ALONE, SO THOSE ARE FLAGGED ONLY WHEN BOTH LOGGED
002900*    SESSIONS ALSO GOT THE SAME QUESTIONS WRONG.
003000*THE THRESHOLDS COME FROM THE INTGCTL CARD (SEE INTGCTL.CPY).
003100*NOTHING IS CHANGED ON ANY FILE - THE REPORT IS FOR THE EXAMINERS
003200*TO DECIDE ON.  RC 4 = SESSIONS FLAGGED.
003300*
003400*MODIFICATION HISTORY
003500*  2026-10-15  RLB  ORIGINAL PROGRAM.
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT SESSION-LOG ASSIGN TO SESSNLOG
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS SESS-LOG-STATUS.
004300
004400     SELECT INTEGRITY-CONTROL ASSIGN TO INTGCTL
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS INTG-CTL-STATUS.
004700
004800     SELECT ROSTER-FILE ASSIGN TO ROSTERIN
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS ROSTER-FILE-STATUS.
005100
005200     SELECT INTEGRITY-REPORT ASSIGN TO INTGRPT
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS INTG-REPORT-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  SESSION-LOG
005900     RECORD CONTAINS 221 CHARACTERS.
006000 COPY SESSLOG.
006100
006200 FD  INTEGRITY-CONTROL
006300     RECORD CONTAINS 18 CHARACTERS.
006400 COPY INTGCTL.
006500
006600 FD  ROSTER-FILE
006700     RECORD CONTAINS 135 CHARACTERS.
006800 COPY ROSTER.
006900
007000 FD  INTEGRITY-REPORT
007100     RECORD CONTAINS 80 CHARACTERS.
007200 01  INTG-REPORT-LINE            PIC X(80).
007300
007400 WORKING-STORAGE SECTION.
007500 01  SESS-LOG-STATUS             PIC XX     VALUE '00'.
007600     88  SESS-LOG-EOF                       VALUE '10'.
007700 01  INTG-CTL-STATUS             PIC XX     VALUE '00'.
007800 01  ROSTER-FILE-STATUS          PIC XX     VALUE '00'.
007900     88  ROSTER-FILE-EOF                    VALUE '10'.
008000 01  INTG-REPORT-STATUS          PIC XX     VALUE '00'.
008100
008200*    THRESHOLDS IN EFFECT - DEFAULTS, OVERRIDDEN FROM INTGCTL
008300 01  INTG-FAST-SECS              PIC 9(03)  VALUE 2.
008400 01  INTG-FAST-PERCENT           PIC 9(03)  VALUE 60.
008500 01  INTG-MIN-QUESTIONS          PIC 9(02)  VALUE 3.
008600 01  INTG-MINUTE-SESSIONS        PIC 9(02)  VALUE 2.
008700 01  INTG-FROM-DATE              PIC 9(08)  VALUE ZERO.
008800
008900*    THE SESSION GROUP BEING READ
009000 01  INTG-IN-GROUP-FLAG          PIC X(01)  VALUE 'N'.
009100     88  INTG-IN-A-GROUP                 VALUE 'Y'.
009200 01  INTG-GROUP-AREA.
009300     05  INTG-GROUP-EMPLOYEE-ID  PIC X(10).
009400     05  INTG-GROUP-DATE         PIC 9(08).
009500     05  INTG-GROUP-TIME         PIC 9(06).
009600     05  INTG-GROUP-COURSE       PIC X(10).
009700     05  INTG-GROUP-MODE         PIC X(01).
009800     05  INTG-GROUP-SCORE        PIC 9(02).
009900     05  INTG-GROUP-QUESTIONS    PIC 9(02).
010000 01  INTG-DETAIL-TABLE.
010100     05  INTG-DETAIL-ENTRY OCCURS 100 TIMES.
010200         10  INTG-DET-ANSWER     PIC X(25).
010300         10  INTG-DET-FLAG       PIC X(01).
010400         10  INTG-DET-LETTER     PIC X(01).
010500         10  INTG-DET-SECS       PIC 9(03).
010600 77  INTG-DETAIL-COUNT           PIC 9(03)  VALUE ZERO.
010700 77  INTG-TIMED-COUNT            PIC 9(03)  VALUE ZERO.
010800 77  INTG-MC-COUNT               PIC 9(03)  VALUE ZERO.
010900 77  INTG-RIGHT-COUNT            PIC 9(03)  VALUE ZERO.
011000 77  INTG-FAST-COUNT             PIC 9(03)  VALUE ZERO.
011100 77  INTG-FAST-PCT               PIC 9(03)  VALUE ZERO.
011200 01  INTG-SAME-LETTER-FLAG       PIC X(01)  VALUE 'N'.
011300     88  INTG-ALL-SAME-LETTER            VALUE 'Y'.
011400 01  INTG-FIRST-LETTER           PIC X(01)  VALUE SPACE.
011500 01  INTG-SESSION-PRINTED-FLAG   PIC X(01)  VALUE 'N'.
011600     88  INTG-SESSION-PRINTED            VALUE 'Y'.
011700
011800*    SESSIONS STARTED, BY EMPLOYEE ID AND MINUTE.  ONLY THE FIRST
011900*    NINE START TIMES OF A MINUTE ARE KEPT FOR THE EVIDENCE LINE.
012000 01  INTG-MINUTE-TABLE.
012100     05  INTG-MINUTE-ENTRY OCCURS 5000 TIMES.
012200         10  INTG-MIN-EMPLOYEE-ID PIC X(10).
012300         10  INTG-MIN-DATE       PIC 9(08).
012400         10  INTG-MIN-HHMM       PIC 9(04).
012500         10  INTG-MIN-COUNT      PIC 9(03).
012600         10  INTG-MIN-START-TIME OCCURS 9 TIMES
012700                                 PIC 9(06).
012800 77  INTG-MINUTE-COUNT           PIC 9(04)  VALUE ZERO.
012900 77  INTG-MINUTE-HIT             PIC 9(04)  VALUE ZERO.
013000 77  INTG-MINUTE-OVERFLOW        PIC 9(07)  VALUE ZERO.
013100 01  INTG-MINUTE-FOUND-FLAG      PIC X(01)  VALUE 'N'.
013200     88  INTG-MINUTE-FOUND               VALUE 'Y'.
013300 01  INTG-WORK-TIME              PIC 9(06)  VALUE ZERO.
013400 01  INTG-WORK-TIME-R REDEFINES INTG-WORK-TIME.
013500     05  INTG-WORK-HHMM          PIC 9(04).
013600     05  INTG-WORK-HHMM-R REDEFINES INTG-WORK-HHMM.
013700         10  INTG-WORK-HH        PIC 9(02).
013800         10  INTG-WORK-MM        PIC 9(02).
013900     05  INTG-WORK-SS            PIC 9(02).
014000
014100*    THE BATCH ROSTER ANSWER SHEETS, WITH THE RIGHT/WRONG FLAGS
014200*    OF THE SESSION-LOG GROUP THAT MATCHES EACH SHEET
014300 01  INTG-ROSTER-TABLE.
014400     05  INTG-ROSTER-ENTRY OCCURS 1000 TIMES.
014500         10  INTG-ROST-EMPLOYEE-ID PIC X(10).
014600         10  INTG-ROST-ANSWERS.
014700             15  INTG-ROST-ANSWER OCCURS 5 TIMES
014800                                 PIC X(25).
014900         10  INTG-ROST-ANSWERED  PIC 9(01).
015000         10  INTG-ROST-LETTERS-FLAG PIC X(01).
015100             88  INTG-ROST-LETTERS-ONLY      VALUE 'Y'.
015200         10  INTG-ROST-LOG-FLAG  PIC X(01).
015300             88  INTG-ROST-LOG-FOUND         VALUE 'Y'.
015400         10  INTG-ROST-LOG-DATE  PIC 9(08).
015500         10  INTG-ROST-LOG-TIME  PIC 9(06).
015600         10  INTG-ROST-RESULTS.
015700             15  INTG-ROST-RESULT OCCURS 5 TIMES
015800                                 PIC X(01).
015900         10  INTG-ROST-MATCHED-FLAG PIC X(01).
016000             88  INTG-ROST-MATCHED           VALUE 'Y'.
016100 77  INTG-ROSTER-COUNT           PIC 9(04)  VALUE ZERO.
016200 77  INTG-ROSTER-SKIPPED         PIC 9(05)  VALUE ZERO.
016300 77  INTG-ROSTER-HIT             PIC 9(04)  VALUE ZERO.
016400 01  INTG-SHEET-MATCH-FLAG       PIC X(01)  VALUE 'N'.
016500     88  INTG-SHEET-MATCHES              VALUE 'Y'.
016600 77  INTG-COMMON-WRONG           PIC 9(01)  VALUE ZERO.
016700 77  INTG-WRONG-COUNT            PIC 9(01)  VALUE ZERO.
016800
016900*    SUBSCRIPTS
017000 77  INTG-DX                     PIC 9(03)  VALUE ZERO.
017100 77  INTG-MX                     PIC 9(04)  VALUE ZERO.
017200 77  INTG-RX                     PIC 9(04)  VALUE ZERO.
017300 77  INTG-RY                     PIC 9(04)  VALUE ZERO.
017400 77  INTG-RY-START               PIC 9(04)  VALUE ZERO.
017500 77  INTG-QX                     PIC 9(02)  VALUE ZERO.
017600 77  INTG-SLOT                   PIC 9(02)  VALUE ZERO.
017700
017800*    TOTALS
017900 77  INTG-SESSIONS-EXAMINED      PIC 9(07)  VALUE ZERO.
018000 77  INTG-SESSIONS-FLAGGED       PIC 9(07)  VALUE ZERO.
018100 77  INTG-FAST-FLAGS             PIC 9(07)  VALUE ZERO.
018200 77  INTG-LETTER-FLAGS           PIC 9(07)  VALUE ZERO.
018300 77  INTG-MINUTE-FLAGS           PIC 9(07)  VALUE ZERO.
018400 77  INTG-SHEET-FLAGS            PIC 9(07)  VALUE ZERO.
018500 77  INTG-TOTAL-FLAGS            PIC 9(07)  VALUE ZERO.
018600
018700 01  INTG-THRESHOLD-LINE.
018800     05  FILLER                  PIC X(16)
018900                                 VALUE 'THRESHOLDS: FAST'.
019000     05  FILLER                  PIC X(01)  VALUE SPACE.
019100     05  ITL-FAST-SECS           PIC ZZ9.
019200     05  FILLER                  PIC X(13)
019300                                 VALUE ' SECS OR LESS'.
019400     05  FILLER                  PIC X(04)  VALUE ' ON '.
019500     05  ITL-FAST-PERCENT        PIC ZZ9.
019600     05  FILLER                  PIC X(03)  VALUE '%, '.
019700     05  FILLER                  PIC X(15)
019800                                 VALUE 'MIN QUESTIONS: '.
019900     05  ITL-MIN-QUESTIONS       PIC Z9.
020000     05  FILLER                  PIC X(02)  VALUE ', '.
020100     05  FILLER                  PIC X(11)
020200                                 VALUE 'PER MINUTE:'.
020300     05  FILLER                  PIC X(01)  VALUE SPACE.
020400     05  ITL-MINUTE-SESSIONS     PIC Z9.
020500     05  FILLER                  PIC X(04)  VALUE SPACES.
020600
020700 01  INTG-SESSION-HEADING.
020800     05  FILLER                  PIC X(12)  VALUE 'EMPLOYEE ID'.
020900     05  FILLER                  PIC X(10)  VALUE 'DATE'.
021000     05  FILLER                  PIC X(08)  VALUE 'TIME'.
021100     05  FILLER                  PIC X(12)  VALUE 'COURSE'.
021200     05  FILLER                  PIC X(06)  VALUE 'MODE'.
021300     05  FILLER                  PIC X(32)  VALUE 'SCORE'.
021400
021500 01  INTG-SESSION-LINE.
021600     05  ISL-EMPLOYEE-ID         PIC X(10).
021700     05  FILLER                  PIC X(02)  VALUE SPACES.
021800     05  ISL-DATE                PIC 9(08).
021900     05  FILLER                  PIC X(02)  VALUE SPACES.
022000     05  ISL-TIME                PIC 9(06).
022100     05  FILLER                  PIC X(02)  VALUE SPACES.
022200     05  ISL-COURSE              PIC X(10).
022300     05  FILLER                  PIC X(02)  VALUE SPACES.
022400     05  ISL-MODE                PIC X(01).
022500     05  FILLER                  PIC X(05)  VALUE SPACES.
022600     05  ISL-SCORE               PIC Z9.
022700     05  FILLER                  PIC X(01)  VALUE '/'.
022800     05  ISL-QUESTIONS           PIC 99.
022900     05  FILLER                  PIC X(27)  VALUE SPACES.
023000
023100 01  INTG-EVIDENCE-LINE.
023200     05  FILLER                  PIC X(04)  VALUE SPACES.
023300     05  IEL-TEXT                PIC X(76).
023400
023500 01  INTG-SECS-LINE.
023600     05  FILLER                  PIC X(04)  VALUE SPACES.
023700     05  ISC-LABEL               PIC X(14).
023800     05  ISC-ENTRY OCCURS 15 TIMES.
023900         10  ISC-SECS            PIC ZZ9.
024000         10  FILLER              PIC X(01).
024100     05  FILLER                  PIC X(02).
024200
024300 01  INTG-MINUTE-LINE.
024400     05  IMN-EMPLOYEE-ID         PIC X(10).
024500     05  FILLER                  PIC X(02)  VALUE SPACES.
024600     05  IMN-DATE                PIC 9(08).
024700     05  FILLER                  PIC X(02)  VALUE SPACES.
024800     05  IMN-HH                  PIC 9(02).
024900     05  FILLER                  PIC X(01)  VALUE ':'.
025000     05  IMN-MM                  PIC 9(02).
025100     05  FILLER                  PIC X(02)  VALUE SPACES.
025200     05  IMN-COUNT               PIC ZZ9.
025300     05  FILLER                  PIC X(31)
025400                       VALUE ' SESSIONS STARTED IN THE MINUTE'.
025500     05  FILLER                  PIC X(17)  VALUE SPACES.
025600
025700 01  INTG-TIMES-LINE.
025800     05  FILLER                  PIC X(04)  VALUE SPACES.
025900     05  ITM-LABEL               PIC X(12).
026000     05  ITM-ENTRY OCCURS 9 TIMES.
026100         10  ITM-START-TIME      PIC 9(06).
026200         10  FILLER              PIC X(01).
026300     05  FILLER                  PIC X(01).
026400
026500 01  INTG-PAIR-LINE.
026600     05  IPR-EMPLOYEE-A          PIC X(10).
026700     05  FILLER                  PIC X(02)  VALUE SPACES.
026800     05  FILLER                  PIC X(14)  VALUE 'SAME SHEET AS'.
026900     05  IPR-EMPLOYEE-B          PIC X(10).
027000     05  FILLER                  PIC X(02)  VALUE SPACES.
027100     05  FILLER                  PIC X(24)
027200                                 VALUE 'WRONG ANSWERS IN COMMON:'.
027300     05  FILLER                  PIC X(01)  VALUE SPACE.
027400     05  IPR-COMMON-WRONG        PIC 9(01).
027500     05  FILLER                  PIC X(16)  VALUE SPACES.
027600
027700 01  INTG-QUESTION-LINE.
027800     05  FILLER                  PIC X(04)  VALUE SPACES.
027900     05  FILLER                  PIC X(01)  VALUE 'Q'.
028000     05  IQL-NUMBER              PIC 9(01).
028100     05  FILLER                  PIC X(02)  VALUE SPACES.
028200     05  IQL-ANSWER              PIC X(25).
028300     05  FILLER                  PIC X(02)  VALUE SPACES.
028400     05  IQL-EMPLOYEE-A          PIC X(10).
028500     05  FILLER                  PIC X(01)  VALUE SPACE.
028600     05  IQL-RESULT-A            PIC X(06).
028700     05  FILLER                  PIC X(02)  VALUE SPACES.
028800     05  IQL-EMPLOYEE-B          PIC X(10).
028900     05  FILLER                  PIC X(01)  VALUE SPACE.
029000     05  IQL-RESULT-B            PIC X(06).
029100     05  FILLER                  PIC X(09)  VALUE SPACES.
029200 01  INTG-RESULT-WORD            PIC X(06)  VALUE SPACES.
029300
029400 COPY RUNLCALL.
029500
029600 PROCEDURE DIVISION.
029700 0000-MAINLINE.
029800     PERFORM 0500-CHECK-RUN-LEDGER
029900         THRU 0500-CHECK-RUN-LEDGER-EXIT
030000     PERFORM 1000-INITIALIZE
030100         THRU 1000-INITIALIZE-EXIT
030200     PERFORM 2000-REVIEW-LOG-RECORD
030300         THRU 2000-REVIEW-LOG-RECORD-EXIT
030400         UNTIL SESS-LOG-EOF
030500     PERFORM 6000-REPORT-SAME-MINUTE
030600         THRU 6000-REPORT-SAME-MINUTE-EXIT
030700     PERFORM 7000-COMPARE-ROSTER-SHEETS
030800         THRU 7000-COMPARE-ROSTER-SHEETS-EXIT
030900     PERFORM 9000-TERMINATE
031000         THRU 9000-TERMINATE-EXIT
031100     PERFORM 9900-POST-RUN-LEDGER
031200         THRU 9900-POST-RUN-LEDGER-EXIT
031300     STOP RUN.
031400
031500*****************************************************************
031600*THE RUN LEDGER REFUSES THE JOB WHEN A PREREQUISITE HAS NOT
031700*FINISHED CLEANLY FOR THE CYCLE (SEE RunLedger AND RUNDEPS).
031800*****************************************************************
031900 0500-CHECK-RUN-LEDGER.
032000     INITIALIZE RUNL-CALL-AREA
032100     SET RUNL-CALL-START TO TRUE
032200     MOVE 'CTRYINTG' TO RUNL-CALL-JOB-NAME
032300     CALL 'RunLedger' USING RUNL-CALL-AREA
032400     END-CALL
032500     IF RUNL-CALL-BLOCKED
032600         DISPLAY "CTRYINTG NOT RUN FOR CYCLE "
032700                 RUNL-CALL-CYCLE-DATE " - " RUNL-CALL-MESSAGE
032800         MOVE 16 TO RETURN-CODE
032900         STOP RUN
033000     END-IF
033100     .
033200 0500-CHECK-RUN-LEDGER-EXIT.
033300     EXIT.
033400
033500 1000-INITIALIZE.
033600     PERFORM 1100-READ-CONTROL-CARD
033700         THRU 1100-READ-CONTROL-CARD-EXIT
033800     PERFORM 1200-LOAD-ROSTER
033900         THRU 1200-LOAD-ROSTER-EXIT
034000     OPEN INPUT SESSION-LOG
034100     IF SESS-LOG-STATUS = '35'
034200         DISPLAY "SESSION-LOG FILE NOT FOUND - NOTHING TO REVIEW"
034300         SET SESS-LOG-EOF TO TRUE
034400     END-IF
034500     OPEN OUTPUT INTEGRITY-REPORT
034600     MOVE SPACES TO INTG-REPORT-LINE
034700     MOVE 'SESSION INTEGRITY REVIEW - SUSPICIOUS SESSIONS'
034800         TO INTG-REPORT-LINE
034900     WRITE INTG-REPORT-LINE
035000     MOVE INTG-FAST-SECS       TO ITL-FAST-SECS
035100     MOVE INTG-FAST-PERCENT    TO ITL-FAST-PERCENT
035200     MOVE INTG-MIN-QUESTIONS   TO ITL-MIN-QUESTIONS
035300     MOVE INTG-MINUTE-SESSIONS TO ITL-MINUTE-SESSIONS
035400     WRITE INTG-REPORT-LINE FROM INTG-THRESHOLD-LINE
035500     IF INTG-FROM-DATE > ZERO
035600         MOVE SPACES TO INTG-REPORT-LINE
035700         STRING 'SESSIONS ON OR AFTER ' INTG-FROM-DATE
035800             DELIMITED BY SIZE INTO INTG-REPORT-LINE
035900         WRITE INTG-REPORT-LINE
036000     END-IF
036100     MOVE SPACES TO INTG-REPORT-LINE
036200     WRITE INTG-REPORT-LINE
036300     MOVE 'SESSIONS FLAGGED ON THEIR ANSWERS'
036400         TO INTG-REPORT-LINE
036500     WRITE INTG-REPORT-LINE
036600     WRITE INTG-REPORT-LINE FROM INTG-SESSION-HEADING
036700     IF NOT SESS-LOG-EOF
036800         PERFORM 2900-READ-SESSION-LOG
036900             THRU 2900-READ-SESSION-LOG-EXIT
037000     END-IF
037100     .
037200 1000-INITIALIZE-EXIT.
037300     EXIT.
037400
037500*****************************************************************
037600*THE THRESHOLD CARD IS OPTIONAL - A MISSING CARD OR A BLANK
037700*FIELD LEAVES THE DEFAULT IN PLACE.
037800*****************************************************************
037900 1100-READ-CONTROL-CARD.
038000     OPEN INPUT INTEGRITY-CONTROL
038100     IF INTG-CTL-STATUS NOT = '00'
038200         DISPLAY "INTGCTL CARD NOT FOUND - DEFAULT "
038300                 "THRESHOLDS APPLY"
038400         GO TO 1100-READ-CONTROL-CARD-EXIT
038500     END-IF
038600     READ INTEGRITY-CONTROL
038700         AT END
038800             MOVE '10' TO INTG-CTL-STATUS
038900     END-READ
039000     IF INTG-CTL-STATUS = '00'
039100         IF INTC-FAST-SECS NUMERIC
039200             AND INTC-FAST-SECS > ZERO
039300             MOVE INTC-FAST-SECS TO INTG-FAST-SECS
039400         END-IF
039500         IF INTC-FAST-PERCENT NUMERIC
039600             AND INTC-FAST-PERCENT > ZERO
039700             AND INTC-FAST-PERCENT NOT > 100
039800             MOVE INTC-FAST-PERCENT TO INTG-FAST-PERCENT
039900         END-IF
040000         IF INTC-MIN-QUESTIONS NUMERIC
040100             AND INTC-MIN-QUESTIONS > ZERO
040200             MOVE INTC-MIN-QUESTIONS TO INTG-MIN-QUESTIONS
040300         END-IF
040400         IF INTC-MINUTE-SESSIONS NUMERIC
040500             AND INTC-MINUTE-SESSIONS > 1
040600             MOVE INTC-MINUTE-SESSIONS TO INTG-MINUTE-SESSIONS
040700         END-IF
040800         IF INTC-FROM-DATE NUMERIC
040900             MOVE INTC-FROM-DATE TO INTG-FROM-DATE
041000         END-IF
041100     END-IF
041200     CLOSE INTEGRITY-CONTROL
041300     .
041400 1100-READ-CONTROL-CARD-EXIT.
041500     EXIT.
041600
041700*****************************************************************
041800*LOAD THE BATCH ROSTER ANSWER SHEETS.  WITHOUT A ROSTER THE
041900*IDENTICAL-SHEET CHECK IS SIMPLY SKIPPED.
042000*****************************************************************
042100 1200-LOAD-ROSTER.
042200     OPEN INPUT ROSTER-FILE
042300     IF ROSTER-FILE-STATUS NOT = '00'
042400         DISPLAY "ROSTERIN NOT AVAILABLE - BATCH ANSWER SHEETS "
042500                 "ARE NOT COMPARED THIS RUN"
042600         GO TO 1200-LOAD-ROSTER-EXIT
042700     END-IF
042800     PERFORM 1210-READ-ROSTER
042900         THRU 1210-READ-ROSTER-EXIT
043000     PERFORM 1220-STORE-ROSTER-SHEET
043100         THRU 1220-STORE-ROSTER-SHEET-EXIT
043200         UNTIL ROSTER-FILE-EOF
043300     CLOSE ROSTER-FILE
043400     IF INTG-ROSTER-SKIPPED > ZERO
043500         DISPLAY "ROSTER TABLE FULL AT 1000 - "
043600                 INTG-ROSTER-SKIPPED " SHEETS NOT COMPARED"
043700     END-IF
043800     .
043900 1200-LOAD-ROSTER-EXIT.
044000     EXIT.
044100
044200 1210-READ-ROSTER.
044300     READ ROSTER-FILE
044400         AT END
044500             SET ROSTER-FILE-EOF TO TRUE
044600     END-READ
044700     .
044800 1210-READ-ROSTER-EXIT.
044900     EXIT.
045000
045100 1220-STORE-ROSTER-SHEET.
045200     IF INTG-ROSTER-COUNT = 1000
045300         ADD 1 TO INTG-ROSTER-SKIPPED
045400     ELSE
045500         ADD 1 TO INTG-ROSTER-COUNT
045600         MOVE INTG-ROSTER-COUNT TO INTG-RX
045700         MOVE ROST-EMPLOYEE-ID  TO INTG-ROST-EMPLOYEE-ID(INTG-RX)
045800         MOVE ROST-ANSWER-TABLE TO INTG-ROST-ANSWERS(INTG-RX)
045900         MOVE ZERO   TO INTG-ROST-ANSWERED(INTG-RX)
046000         MOVE 'Y'    TO INTG-ROST-LETTERS-FLAG(INTG-RX)
046100         MOVE 'N'    TO INTG-ROST-LOG-FLAG(INTG-RX)
046200         MOVE ZERO   TO INTG-ROST-LOG-DATE(INTG-RX)
046300         MOVE ZERO   TO INTG-ROST-LOG-TIME(INTG-RX)
046400         MOVE SPACES TO INTG-ROST-RESULTS(INTG-RX)
046500         MOVE 'N'    TO INTG-ROST-MATCHED-FLAG(INTG-RX)
046600         PERFORM 1230-COUNT-SHEET-ANSWER
046700             THRU 1230-COUNT-SHEET-ANSWER-EXIT
046800             VARYING INTG-QX FROM 1 BY 1 UNTIL INTG-QX > 5
046900     END-IF
047000     PERFORM 1210-READ-ROSTER
047100         THRU 1210-READ-ROSTER-EXIT
047200     .
047300 1220-STORE-ROSTER-SHEET-EXIT.
047400     EXIT.
047500
047600 1230-COUNT-SHEET-ANSWER.
047700     IF INTG-ROST-ANSWER(INTG-RX, INTG-QX) = SPACES
047800         GO TO 1230-COUNT-SHEET-ANSWER-EXIT
047900     END-IF
048000     ADD 1 TO INTG-ROST-ANSWERED(INTG-RX)
048100     IF INTG-ROST-ANSWER(INTG-RX, INTG-QX) (2:24) NOT = SPACES
048200         MOVE 'N' TO INTG-ROST-LETTERS-FLAG(INTG-RX)
048300     END-IF
048400     .
048500 1230-COUNT-SHEET-ANSWER-EXIT.
048600     EXIT.
048700
048800 2000-REVIEW-LOG-RECORD.
048900     EVALUATE TRUE
049000         WHEN SESS-TYPE-HEADER
049100             PERFORM 3000-HANDLE-HEADER
049200                 THRU 3000-HANDLE-HEADER-EXIT
049300         WHEN SESS-TYPE-DETAIL
049400             PERFORM 3100-HANDLE-DETAIL
049500                 THRU 3100-HANDLE-DETAIL-EXIT
049600         WHEN SESS-TYPE-TRAILER
049700             PERFORM 3200-HANDLE-TRAILER
049800                 THRU 3200-HANDLE-TRAILER-EXIT
049900         WHEN OTHER
050000             CONTINUE
050100     END-EVALUATE
050200     PERFORM 2900-READ-SESSION-LOG
050300         THRU 2900-READ-SESSION-LOG-EXIT
050400     .
050500 2000-REVIEW-LOG-RECORD-EXIT.
050600     EXIT.
050700
050800 2900-READ-SESSION-LOG.
050900     READ SESSION-LOG
051000         AT END
051100             SET SESS-LOG-EOF TO TRUE
051200     END-READ
051300     .
051400 2900-READ-SESSION-LOG-EXIT.
051500     EXIT.
051600
051700*****************************************************************
051800*A HEADER OPENS THE GROUP (UNLESS IT IS BEFORE THE CARD'S FROM
051900*DATE) AND COUNTS TOWARD ITS EMPLOYEE'S SESSIONS IN THAT MINUTE.
052000*AN UNFINISHED GROUP IS DROPPED - SessionAudit REPORTS THOSE.
052100*****************************************************************
052200 3000-HANDLE-HEADER.
052300     MOVE 'N' TO INTG-IN-GROUP-FLAG
052400     IF SESS-SESSION-DATE < INTG-FROM-DATE
052500         GO TO 3000-HANDLE-HEADER-EXIT
052600     END-IF
052700     SET INTG-IN-A-GROUP TO TRUE
052800     MOVE SESS-EMPLOYEE-ID   TO INTG-GROUP-EMPLOYEE-ID
052900     MOVE SESS-SESSION-DATE  TO INTG-GROUP-DATE
053000     MOVE SESS-SESSION-TIME  TO INTG-GROUP-TIME
053100     MOVE SESS-COURSE-CODE   TO INTG-GROUP-COURSE
053200     MOVE SESS-QUIZ-MODE     TO INTG-GROUP-MODE
053300     MOVE ZERO TO INTG-DETAIL-COUNT
053400     MOVE ZERO TO INTG-TIMED-COUNT
053500     MOVE ZERO TO INTG-MC-COUNT
053600     MOVE ZERO TO INTG-RIGHT-COUNT
053700     PERFORM 3050-TALLY-SESSION-MINUTE
053800         THRU 3050-TALLY-SESSION-MINUTE-EXIT
053900     .
054000 3000-HANDLE-HEADER-EXIT.
054100     EXIT.
054200
054300 3050-TALLY-SESSION-MINUTE.
054400     MOVE SESS-SESSION-TIME TO INTG-WORK-TIME
054500     MOVE 'N' TO INTG-MINUTE-FOUND-FLAG
054600     PERFORM 3060-FIND-MINUTE-ENTRY
054700         THRU 3060-FIND-MINUTE-ENTRY-EXIT
054800         VARYING INTG-MX FROM 1 BY 1
054900         UNTIL INTG-MX > INTG-MINUTE-COUNT
055000            OR INTG-MINUTE-FOUND
055100     IF NOT INTG-MINUTE-FOUND
055200         IF INTG-MINUTE-COUNT = 5000
055300             ADD 1 TO INTG-MINUTE-OVERFLOW
055400             GO TO 3050-TALLY-SESSION-MINUTE-EXIT
055500         END-IF
055600         ADD 1 TO INTG-MINUTE-COUNT
055700         MOVE INTG-MINUTE-COUNT TO INTG-MINUTE-HIT
055800         MOVE SESS-EMPLOYEE-ID
055900             TO INTG-MIN-EMPLOYEE-ID(INTG-MINUTE-HIT)
056000         MOVE SESS-SESSION-DATE TO INTG-MIN-DATE(INTG-MINUTE-HIT)
056100         MOVE INTG-WORK-HHMM    TO INTG-MIN-HHMM(INTG-MINUTE-HIT)
056200         MOVE ZERO              TO INTG-MIN-COUNT(INTG-MINUTE-HIT)
056300     END-IF
056400     IF INTG-MIN-COUNT(INTG-MINUTE-HIT) < 999
056500         ADD 1 TO INTG-MIN-COUNT(INTG-MINUTE-HIT)
056600     END-IF
056700     IF INTG-MIN-COUNT(INTG-MINUTE-HIT) NOT > 9
056800         MOVE SESS-SESSION-TIME
056900             TO INTG-MIN-START-TIME(INTG-MINUTE-HIT,
057000                                 INTG-MIN-COUNT(INTG-MINUTE-HIT))
057100     END-IF
057200     .
057300 3050-TALLY-SESSION-MINUTE-EXIT.
057400     EXIT.
057500
057600 3060-FIND-MINUTE-ENTRY.
057700     IF INTG-MIN-EMPLOYEE-ID(INTG-MX) = SESS-EMPLOYEE-ID
057800         AND INTG-MIN-DATE(INTG-MX) = SESS-SESSION-DATE
057900         AND INTG-MIN-HHMM(INTG-MX) = INTG-WORK-HHMM
058000         SET INTG-MINUTE-FOUND TO TRUE
058100         MOVE INTG-MX TO INTG-MINUTE-HIT
058200     END-IF
058300     .
058400 3060-FIND-MINUTE-ENTRY-EXIT.
058500     EXIT.
058600
058700 3100-HANDLE-DETAIL.
058800     IF NOT INTG-IN-A-GROUP
058900         GO TO 3100-HANDLE-DETAIL-EXIT
059000     END-IF
059100     IF INTG-DETAIL-COUNT = 100
059200         GO TO 3100-HANDLE-DETAIL-EXIT
059300     END-IF
059400     ADD 1 TO INTG-DETAIL-COUNT
059500     MOVE INTG-DETAIL-COUNT TO INTG-DX
059600     MOVE SESS-PLAYER-ANSWER    TO INTG-DET-ANSWER(INTG-DX)
059700     MOVE SESS-ANSWER-FLAG      TO INTG-DET-FLAG(INTG-DX)
059800     MOVE SESS-MC-PICKED-LETTER TO INTG-DET-LETTER(INTG-DX)
059900     MOVE SESS-RESPONSE-SECS    TO INTG-DET-SECS(INTG-DX)
060000     IF SESS-RESPONSE-SECS > ZERO
060100         ADD 1 TO INTG-TIMED-COUNT
060200     END-IF
060300     IF SESS-MODE-CHOICE
060400         AND SESS-MC-PICKED-LETTER NOT = SPACE
060500         ADD 1 TO INTG-MC-COUNT
060600     END-IF
060700     IF SESS-ANSWER-CORRECT
060800         ADD 1 TO INTG-RIGHT-COUNT
060900     END-IF
061000     .
061100 3100-HANDLE-DETAIL-EXIT.
061200     EXIT.
061300
061400*****************************************************************
061500*A TRAILER CLOSES THE GROUP - RUN THE PER-SESSION CHECKS.
061600*****************************************************************
061700 3200-HANDLE-TRAILER.
061800     IF NOT INTG-IN-A-GROUP
061900         GO TO 3200-HANDLE-TRAILER-EXIT
062000     END-IF
062100     MOVE 'N' TO INTG-IN-GROUP-FLAG
062200     ADD 1 TO INTG-SESSIONS-EXAMINED
062300     MOVE SESS-FINAL-SCORE    TO INTG-GROUP-SCORE
062400     MOVE SESS-QUESTION-COUNT TO INTG-GROUP-QUESTIONS
062500     MOVE 'N' TO INTG-SESSION-PRINTED-FLAG
062600     PERFORM 4000-CHECK-FAST-ANSWERS
062700         THRU 4000-CHECK-FAST-ANSWERS-EXIT
062800     PERFORM 4100-CHECK-SAME-LETTER
062900         THRU 4100-CHECK-SAME-LETTER-EXIT
063000     PERFORM 4200-NOTE-ROSTER-RESULTS
063100         THRU 4200-NOTE-ROSTER-RESULTS-EXIT
063200     .
063300 3200-HANDLE-TRAILER-EXIT.
063400     EXIT.
063500
063600*****************************************************************
063700*IMPLAUSIBLY FAST ANSWERS ON MOST OF A TIMED SESSION.  A ZERO IN
063800*A TIMED SESSION IS AN ANSWER UNDER A SECOND AND COUNTS AS FAST.
063900*****************************************************************
064000 4000-CHECK-FAST-ANSWERS.
064100     IF INTG-TIMED-COUNT = ZERO
064200         OR INTG-DETAIL-COUNT < INTG-MIN-QUESTIONS
064300         GO TO 4000-CHECK-FAST-ANSWERS-EXIT
064400     END-IF
064500     MOVE ZERO TO INTG-FAST-COUNT
064600     PERFORM 4010-COUNT-FAST-ANSWER
064700         THRU 4010-COUNT-FAST-ANSWER-EXIT
064800         VARYING INTG-DX FROM 1 BY 1
064900         UNTIL INTG-DX > INTG-DETAIL-COUNT
065000     COMPUTE INTG-FAST-PCT =
065100         (INTG-FAST-COUNT * 100) / INTG-DETAIL-COUNT
065200     IF INTG-FAST-PCT < INTG-FAST-PERCENT
065300         GO TO 4000-CHECK-FAST-ANSWERS-EXIT
065400     END-IF
065500     ADD 1 TO INTG-FAST-FLAGS
065600     PERFORM 4800-PRINT-SESSION
065700         THRU 4800-PRINT-SESSION-EXIT
065800     MOVE SPACES TO IEL-TEXT
065900     STRING 'FAST ANSWERS: ' INTG-FAST-COUNT ' OF '
066000            INTG-DETAIL-COUNT ' QUESTIONS IN ' INTG-FAST-SECS
066100            ' SECS OR LESS (' INTG-FAST-PCT '%)'
066200         DELIMITED BY SIZE INTO IEL-TEXT
066300     WRITE INTG-REPORT-LINE FROM INTG-EVIDENCE-LINE
066400     MOVE SPACES TO INTG-SECS-LINE
066500     MOVE 'RESPONSE SECS:' TO ISC-LABEL
066600     MOVE ZERO TO INTG-SLOT
066700     PERFORM 4020-LIST-RESPONSE-SECS
066800         THRU 4020-LIST-RESPONSE-SECS-EXIT
066900         VARYING INTG-DX FROM 1 BY 1
067000         UNTIL INTG-DX > INTG-DETAIL-COUNT
067100     IF INTG-SLOT > ZERO
067200         WRITE INTG-REPORT-LINE FROM INTG-SECS-LINE
067300     END-IF
067400     .
067500 4000-CHECK-FAST-ANSWERS-EXIT.
067600     EXIT.
067700
067800 4010-COUNT-FAST-ANSWER.
067900     IF INTG-DET-SECS(INTG-DX) NOT > INTG-FAST-SECS
068000         ADD 1 TO INTG-FAST-COUNT
068100     END-IF
068200     .
068300 4010-COUNT-FAST-ANSWER-EXIT.
068400     EXIT.
068500
068600 4020-LIST-RESPONSE-SECS.
068700     IF INTG-SLOT = 15
068800         WRITE INTG-REPORT-LINE FROM INTG-SECS-LINE
068900         MOVE SPACES TO INTG-SECS-LINE
069000         MOVE ZERO TO INTG-SLOT
069100     END-IF
069200     ADD 1 TO INTG-SLOT
069300     MOVE INTG-DET-SECS(INTG-DX) TO ISC-SECS(INTG-SLOT)
069400     .
069500 4020-LIST-RESPONSE-SECS-EXIT.
069600     EXIT.
069700
069800*****************************************************************
069900*THE SAME LETTER PICKED ON EVERY MULTIPLE-CHOICE QUESTION.
070000*****************************************************************
070100 4100-CHECK-SAME-LETTER.
070200     IF INTG-DETAIL-COUNT < INTG-MIN-QUESTIONS
070300         OR INTG-MC-COUNT NOT = INTG-DETAIL-COUNT
070400         GO TO 4100-CHECK-SAME-LETTER-EXIT
070500     END-IF
070600     MOVE INTG-DET-LETTER(1) TO INTG-FIRST-LETTER
070700     MOVE 'Y' TO INTG-SAME-LETTER-FLAG
070800     PERFORM 4110-COMPARE-LETTER
070900         THRU 4110-COMPARE-LETTER-EXIT
071000         VARYING INTG-DX FROM 2 BY 1
071100         UNTIL INTG-DX > INTG-DETAIL-COUNT
071200     IF NOT INTG-ALL-SAME-LETTER
071300         GO TO 4100-CHECK-SAME-LETTER-EXIT
071400     END-IF
071500     ADD 1 TO INTG-LETTER-FLAGS
071600     PERFORM 4800-PRINT-SESSION
071700         THRU 4800-PRINT-SESSION-EXIT
071800     MOVE SPACES TO IEL-TEXT
071900     STRING 'SAME LETTER ' INTG-FIRST-LETTER ' PICKED ON ALL '
072000            INTG-DETAIL-COUNT ' CHOICE QUESTIONS - '
072100            INTG-RIGHT-COUNT ' OF THEM RIGHT'
072200         DELIMITED BY SIZE INTO IEL-TEXT
072300     WRITE INTG-REPORT-LINE FROM INTG-EVIDENCE-LINE
072400     .
072500 4100-CHECK-SAME-LETTER-EXIT.
072600     EXIT.
072700
072800 4110-COMPARE-LETTER.
072900     IF INTG-DET-LETTER(INTG-DX) NOT = INTG-FIRST-LETTER
073000         MOVE 'N' TO INTG-SAME-LETTER-FLAG
073100     END-IF
073200     .
073300 4110-COMPARE-LETTER-EXIT.
073400     EXIT.
073500
073600*****************************************************************
073700*AN UNTIMED GROUP WHOSE ANSWERS ARE EXACTLY ITS EMPLOYEE'S ROSTER
073800*SHEET IS THAT SHEET'S BATCH SESSION - KEEP ITS RIGHT/WRONG FLAGS
073900*FOR THE IDENTICAL-SHEET EVIDENCE.  A LATER MATCH REPLACES AN
074000*EARLIER ONE.
074100*****************************************************************
074200 4200-NOTE-ROSTER-RESULTS.
074300     IF INTG-TIMED-COUNT > ZERO
074400         OR INTG-ROSTER-COUNT = ZERO
074500         OR INTG-DETAIL-COUNT = ZERO
074600         OR INTG-DETAIL-COUNT > 5
074700         GO TO 4200-NOTE-ROSTER-RESULTS-EXIT
074800     END-IF
074900     MOVE ZERO TO INTG-ROSTER-HIT
075000     PERFORM 4210-FIND-ROSTER-SHEET
075100         THRU 4210-FIND-ROSTER-SHEET-EXIT
075200         VARYING INTG-RX FROM 1 BY 1
075300         UNTIL INTG-RX > INTG-ROSTER-COUNT
075400            OR INTG-ROSTER-HIT > ZERO
075500     IF INTG-ROSTER-HIT = ZERO
075600         GO TO 4200-NOTE-ROSTER-RESULTS-EXIT
075700     END-IF
075800     MOVE 'Y' TO INTG-SHEET-MATCH-FLAG
075900     PERFORM 4220-COMPARE-SHEET-ANSWER
076000         THRU 4220-COMPARE-SHEET-ANSWER-EXIT
076100         VARYING INTG-DX FROM 1 BY 1
076200         UNTIL INTG-DX > INTG-DETAIL-COUNT
076300     IF NOT INTG-SHEET-MATCHES
076400         GO TO 4200-NOTE-ROSTER-RESULTS-EXIT
076500     END-IF
076600     MOVE 'Y' TO INTG-ROST-LOG-FLAG(INTG-ROSTER-HIT)
076700     MOVE INTG-GROUP-DATE TO INTG-ROST-LOG-DATE(INTG-ROSTER-HIT)
076800     MOVE INTG-GROUP-TIME TO INTG-ROST-LOG-TIME(INTG-ROSTER-HIT)
076900     MOVE SPACES TO INTG-ROST-RESULTS(INTG-ROSTER-HIT)
077000     PERFORM 4230-KEEP-SHEET-RESULT
077100         THRU 4230-KEEP-SHEET-RESULT-EXIT
077200         VARYING INTG-DX FROM 1 BY 1
077300         UNTIL INTG-DX > INTG-DETAIL-COUNT
077400     .
077500 4200-NOTE-ROSTER-RESULTS-EXIT.
077600     EXIT.
077700
077800 4210-FIND-ROSTER-SHEET.
077900     IF INTG-ROST-EMPLOYEE-ID(INTG-RX) = INTG-GROUP-EMPLOYEE-ID
078000         MOVE INTG-RX TO INTG-ROSTER-HIT
078100     END-IF
078200     .
078300 4210-FIND-ROSTER-SHEET-EXIT.
078400     EXIT.
078500
078600 4220-COMPARE-SHEET-ANSWER.
078700     IF INTG-DET-ANSWER(INTG-DX) NOT =
078800        INTG-ROST-ANSWER(INTG-ROSTER-HIT, INTG-DX)
078900         MOVE 'N' TO INTG-SHEET-MATCH-FLAG
079000     END-IF
079100     .
079200 4220-COMPARE-SHEET-ANSWER-EXIT.
079300     EXIT.
079400
079500 4230-KEEP-SHEET-RESULT.
079600     MOVE INTG-DET-FLAG(INTG-DX)
079700         TO INTG-ROST-RESULT(INTG-ROSTER-HIT, INTG-DX)
079800     .
079900 4230-KEEP-SHEET-RESULT-EXIT.
080000     EXIT.
080100
080200*****************************************************************
080300*THE SESSION LINE IS PRINTED ONCE, AHEAD OF ITS FIRST EVIDENCE.
080400*****************************************************************
080500 4800-PRINT-SESSION.
080600     IF INTG-SESSION-PRINTED
080700         GO TO 4800-PRINT-SESSION-EXIT
080800     END-IF
080900     SET INTG-SESSION-PRINTED TO TRUE
081000     ADD 1 TO INTG-SESSIONS-FLAGGED
081100     MOVE INTG-GROUP-EMPLOYEE-ID TO ISL-EMPLOYEE-ID
081200     MOVE INTG-GROUP-DATE        TO ISL-DATE
081300     MOVE INTG-GROUP-TIME        TO ISL-TIME
081400     MOVE INTG-GROUP-COURSE      TO ISL-COURSE
081500     MOVE INTG-GROUP-MODE        TO ISL-MODE
081600     MOVE INTG-GROUP-SCORE       TO ISL-SCORE
081700     MOVE INTG-GROUP-QUESTIONS   TO ISL-QUESTIONS
081800     WRITE INTG-REPORT-LINE FROM INTG-SESSION-LINE
081900     .
082000 4800-PRINT-SESSION-EXIT.
082100     EXIT.
082200
082300*****************************************************************
082400*SEVERAL SESSIONS STARTED BY ONE EMPLOYEE ID IN ONE MINUTE.
082500*****************************************************************
082600 6000-REPORT-SAME-MINUTE.
082700     MOVE SPACES TO INTG-REPORT-LINE
082800     WRITE INTG-REPORT-LINE
082900     MOVE 'SESSIONS STARTED IN THE SAME MINUTE BY ONE EMPLOYEE ID'
083000         TO INTG-REPORT-LINE
083100     WRITE INTG-REPORT-LINE
083200     PERFORM 6100-CHECK-MINUTE-ENTRY
083300         THRU 6100-CHECK-MINUTE-ENTRY-EXIT
083400         VARYING INTG-MX FROM 1 BY 1
083500         UNTIL INTG-MX > INTG-MINUTE-COUNT
083600     IF INTG-MINUTE-OVERFLOW > ZERO
083700         MOVE SPACES TO IEL-TEXT
083800         STRING 'MINUTE TABLE FULL AT 5000 - '
083900                INTG-MINUTE-OVERFLOW ' LATER SESSIONS NOT CHECKED'
084000             DELIMITED BY SIZE INTO IEL-TEXT
084100         WRITE INTG-REPORT-LINE FROM INTG-EVIDENCE-LINE
084200     END-IF
084300     .
084400 6000-REPORT-SAME-MINUTE-EXIT.
084500     EXIT.
084600
084700 6100-CHECK-MINUTE-ENTRY.
084800     IF INTG-MIN-COUNT(INTG-MX) < INTG-MINUTE-SESSIONS
084900         GO TO 6100-CHECK-MINUTE-ENTRY-EXIT
085000     END-IF
085100     ADD 1 TO INTG-MINUTE-FLAGS
085200     MOVE INTG-MIN-EMPLOYEE-ID(INTG-MX) TO IMN-EMPLOYEE-ID
085300     MOVE INTG-MIN-DATE(INTG-MX)        TO IMN-DATE
085400     MOVE INTG-MIN-HHMM(INTG-MX)        TO INTG-WORK-HHMM
085500     MOVE INTG-WORK-HH                  TO IMN-HH
085600     MOVE INTG-WORK-MM                  TO IMN-MM
085700     MOVE INTG-MIN-COUNT(INTG-MX)       TO IMN-COUNT
085800     WRITE INTG-REPORT-LINE FROM INTG-MINUTE-LINE
085900     MOVE SPACES TO INTG-TIMES-LINE
086000     MOVE 'STARTED AT:' TO ITM-LABEL
086100     PERFORM 6110-LIST-START-TIME
086200         THRU 6110-LIST-START-TIME-EXIT
086300         VARYING INTG-SLOT FROM 1 BY 1
086400         UNTIL INTG-SLOT > 9
086500            OR INTG-SLOT > INTG-MIN-COUNT(INTG-MX)
086600     WRITE INTG-REPORT-LINE FROM INTG-TIMES-LINE
086700     .
086800 6100-CHECK-MINUTE-ENTRY-EXIT.
086900     EXIT.
087000
087100 6110-LIST-START-TIME.
087200     MOVE INTG-MIN-START-TIME(INTG-MX, INTG-SLOT)
087300         TO ITM-START-TIME(INTG-SLOT)
087400     .
087500 6110-LIST-START-TIME-EXIT.
087600     EXIT.
087700
087800*****************************************************************
087900*ROSTER ANSWER SHEETS IDENTICAL TO ANOTHER EMPLOYEE'S.  A SHEET
088000*ALREADY LISTED UNDER AN EARLIER EMPLOYEE IS NOT LISTED AGAIN, SO
088100*A RING OF COPIED SHEETS PRINTS UNDER ITS FIRST MEMBER.
088200*****************************************************************
088300 7000-COMPARE-ROSTER-SHEETS.
088400     MOVE SPACES TO INTG-REPORT-LINE
088500     WRITE INTG-REPORT-LINE
088600     MOVE 'BATCH ROSTER SHEETS IDENTICAL TO ANOTHER EMPLOYEE'
088700         TO INTG-REPORT-LINE
088800     WRITE INTG-REPORT-LINE
088900     PERFORM 7100-CHECK-ROSTER-SHEET
089000         THRU 7100-CHECK-ROSTER-SHEET-EXIT
089100         VARYING INTG-RX FROM 1 BY 1
089200         UNTIL INTG-RX > INTG-ROSTER-COUNT
089300     .
089400 7000-COMPARE-ROSTER-SHEETS-EXIT.
089500     EXIT.
089600
089700 7100-CHECK-ROSTER-SHEET.
089800     IF INTG-ROST-MATCHED(INTG-RX)
089900         OR INTG-ROST-ANSWERED(INTG-RX) < INTG-MIN-QUESTIONS
090000         GO TO 7100-CHECK-ROSTER-SHEET-EXIT
090100     END-IF
090200     COMPUTE INTG-RY-START = INTG-RX + 1
090300     PERFORM 7200-COMPARE-TWO-SHEETS
090400         THRU 7200-COMPARE-TWO-SHEETS-EXIT
090500         VARYING INTG-RY FROM INTG-RY-START BY 1
090600         UNTIL INTG-RY > INTG-ROSTER-COUNT
090700     .
090800 7100-CHECK-ROSTER-SHEET-EXIT.
090900     EXIT.
091000
091100 7200-COMPARE-TWO-SHEETS.
091200     IF INTG-ROST-MATCHED(INTG-RY)
091300         OR INTG-ROST-ANSWERS(INTG-RY) NOT =
091400            INTG-ROST-ANSWERS(INTG-RX)
091500         GO TO 7200-COMPARE-TWO-SHEETS-EXIT
091600     END-IF
091700     MOVE ZERO TO INTG-COMMON-WRONG
091800     PERFORM 7210-COUNT-COMMON-WRONG
091900         THRU 7210-COUNT-COMMON-WRONG-EXIT
092000         VARYING INTG-QX FROM 1 BY 1 UNTIL INTG-QX > 5
092100     IF INTG-ROST-LETTERS-ONLY(INTG-RX)
092200         IF NOT INTG-ROST-LOG-FOUND(INTG-RX)
092300             OR NOT INTG-ROST-LOG-FOUND(INTG-RY)
092400             OR INTG-ROST-RESULTS(INTG-RX) NOT =
092500                INTG-ROST-RESULTS(INTG-RY)
092600             OR INTG-COMMON-WRONG = ZERO
092700             GO TO 7200-COMPARE-TWO-SHEETS-EXIT
092800         END-IF
092900     END-IF
093000     MOVE 'Y' TO INTG-ROST-MATCHED-FLAG(INTG-RY)
093100     ADD 1 TO INTG-SHEET-FLAGS
093200     MOVE INTG-ROST-EMPLOYEE-ID(INTG-RX) TO IPR-EMPLOYEE-A
093300     MOVE INTG-ROST-EMPLOYEE-ID(INTG-RY) TO IPR-EMPLOYEE-B
093400     MOVE INTG-COMMON-WRONG              TO IPR-COMMON-WRONG
093500     WRITE INTG-REPORT-LINE FROM INTG-PAIR-LINE
093600     MOVE INTG-RX TO INTG-ROSTER-HIT
093700     PERFORM 7300-PRINT-SHEET-SESSION
093800         THRU 7300-PRINT-SHEET-SESSION-EXIT
093900     MOVE INTG-RY TO INTG-ROSTER-HIT
094000     PERFORM 7300-PRINT-SHEET-SESSION
094100         THRU 7300-PRINT-SHEET-SESSION-EXIT
094200     MOVE INTG-ROST-EMPLOYEE-ID(INTG-RX) TO IQL-EMPLOYEE-A
094300     MOVE INTG-ROST-EMPLOYEE-ID(INTG-RY) TO IQL-EMPLOYEE-B
094400     PERFORM 7400-PRINT-SHEET-QUESTION
094500         THRU 7400-PRINT-SHEET-QUESTION-EXIT
094600         VARYING INTG-QX FROM 1 BY 1 UNTIL INTG-QX > 5
094700     .
094800 7200-COMPARE-TWO-SHEETS-EXIT.
094900     EXIT.
095000
095100 7210-COUNT-COMMON-WRONG.
095200     IF INTG-ROST-RESULT(INTG-RX, INTG-QX) = 'N'
095300         AND INTG-ROST-RESULT(INTG-RY, INTG-QX) = 'N'
095400         ADD 1 TO INTG-COMMON-WRONG
095500     END-IF
095600     .
095700 7210-COUNT-COMMON-WRONG-EXIT.
095800     EXIT.
095900
096000 7300-PRINT-SHEET-SESSION.
096100     MOVE SPACES TO IEL-TEXT
096200     IF INTG-ROST-LOG-FOUND(INTG-ROSTER-HIT)
096300         MOVE ZERO TO INTG-WRONG-COUNT
096400         INSPECT INTG-ROST-RESULTS(INTG-ROSTER-HIT)
096500             TALLYING INTG-WRONG-COUNT FOR ALL 'N'
096600         STRING 'SESSION OF '
096700                INTG-ROST-EMPLOYEE-ID(INTG-ROSTER-HIT)
096800                ' ' INTG-ROST-LOG-DATE(INTG-ROSTER-HIT)
096900                ' ' INTG-ROST-LOG-TIME(INTG-ROSTER-HIT)
097000                ' - ' INTG-WRONG-COUNT ' WRONG'
097100             DELIMITED BY SIZE INTO IEL-TEXT
097200     ELSE
097300         STRING 'NO SESSION-LOG GROUP MATCHES THE SHEET OF '
097400                INTG-ROST-EMPLOYEE-ID(INTG-ROSTER-HIT)
097500             DELIMITED BY SIZE INTO IEL-TEXT
097600     END-IF
097700     WRITE INTG-REPORT-LINE FROM INTG-EVIDENCE-LINE
097800     .
097900 7300-PRINT-SHEET-SESSION-EXIT.
098000     EXIT.
098100
098200 7400-PRINT-SHEET-QUESTION.
098300     IF INTG-ROST-ANSWER(INTG-RX, INTG-QX) = SPACES
098400         GO TO 7400-PRINT-SHEET-QUESTION-EXIT
098500     END-IF
098600     MOVE INTG-QX TO IQL-NUMBER
098700     MOVE INTG-ROST-ANSWER(INTG-RX, INTG-QX) TO IQL-ANSWER
098800     MOVE INTG-ROST-RESULT(INTG-RX, INTG-QX) TO INTG-RESULT-WORD
098900     PERFORM 7410-NAME-RESULT
099000         THRU 7410-NAME-RESULT-EXIT
099100     MOVE INTG-RESULT-WORD TO IQL-RESULT-A
099200     MOVE INTG-ROST-RESULT(INTG-RY, INTG-QX) TO INTG-RESULT-WORD
099300     PERFORM 7410-NAME-RESULT
099400         THRU 7410-NAME-RESULT-EXIT
099500     MOVE INTG-RESULT-WORD TO IQL-RESULT-B
099600     WRITE INTG-REPORT-LINE FROM INTG-QUESTION-LINE
099700     .
099800 7400-PRINT-SHEET-QUESTION-EXIT.
099900     EXIT.
100000
100100 7410-NAME-RESULT.
100200     EVALUATE INTG-RESULT-WORD (1:1)
100300         WHEN 'Y'
100400             MOVE 'RIGHT' TO INTG-RESULT-WORD
100500         WHEN 'N'
100600             MOVE 'WRONG' TO INTG-RESULT-WORD
100700         WHEN OTHER
100800             MOVE 'NO LOG' TO INTG-RESULT-WORD
100900     END-EVALUATE
101000     .
101100 7410-NAME-RESULT-EXIT.
101200     EXIT.
101300
101400 9000-TERMINATE.
101500     IF SESS-LOG-STATUS NOT = '35'
101600         CLOSE SESSION-LOG
101700     END-IF
101800     COMPUTE INTG-TOTAL-FLAGS = INTG-FAST-FLAGS
101900                            + INTG-LETTER-FLAGS
102000                            + INTG-MINUTE-FLAGS + INTG-SHEET-FLAGS
102100     MOVE SPACES TO INTG-REPORT-LINE
102200     WRITE INTG-REPORT-LINE
102300     MOVE SPACES TO INTG-REPORT-LINE
102400     STRING 'SESSIONS EXAMINED:      ' INTG-SESSIONS-EXAMINED
102500         DELIMITED BY SIZE INTO INTG-REPORT-LINE
102600     WRITE INTG-REPORT-LINE
102700     MOVE SPACES TO INTG-REPORT-LINE
102800     STRING 'SESSIONS FLAGGED:       ' INTG-SESSIONS-FLAGGED
102900         DELIMITED BY SIZE INTO INTG-REPORT-LINE
103000     WRITE INTG-REPORT-LINE
103100     MOVE SPACES TO INTG-REPORT-LINE
103200     STRING '  FAST ANSWERS:         ' INTG-FAST-FLAGS
103300         DELIMITED BY SIZE INTO INTG-REPORT-LINE
103400     WRITE INTG-REPORT-LINE
103500     MOVE SPACES TO INTG-REPORT-LINE
103600     STRING '  SAME LETTER:          ' INTG-LETTER-FLAGS
103700         DELIMITED BY SIZE INTO INTG-REPORT-LINE
103800     WRITE INTG-REPORT-LINE
103900     MOVE SPACES TO INTG-REPORT-LINE
104000     STRING 'SAME-MINUTE RUNS:       ' INTG-MINUTE-FLAGS
104100         DELIMITED BY SIZE INTO INTG-REPORT-LINE
104200     WRITE INTG-REPORT-LINE
104300     MOVE SPACES TO INTG-REPORT-LINE
104400     STRING 'IDENTICAL ROSTER PAIRS: ' INTG-SHEET-FLAGS
104500         DELIMITED BY SIZE INTO INTG-REPORT-LINE
104600     WRITE INTG-REPORT-LINE
104700     CLOSE INTEGRITY-REPORT
104800     IF INTG-TOTAL-FLAGS > ZERO
104900         MOVE 4 TO RETURN-CODE
105000     ELSE
105100         MOVE ZERO TO RETURN-CODE
105200     END-IF
105300     .
105400 9000-TERMINATE-EXIT.
105500     EXIT.
105600
105700*****************************************************************
105800*RECORD THE END OF THE JOB AND ITS RETURN CODE ON THE RUN LEDGER.
105900*****************************************************************
106000 9900-POST-RUN-LEDGER.
106100     SET RUNL-CALL-END TO TRUE
106200     MOVE RETURN-CODE TO RUNL-CALL-RETURN-CODE
106300     MOVE 'SESSIONS'             TO RUNL-CALL-HWM-1-LABEL
106400     MOVE INTG-SESSIONS-EXAMINED TO RUNL-CALL-HWM-1
106500     MOVE 'FLAGS'                TO RUNL-CALL-HWM-2-LABEL
106600     MOVE INTG-TOTAL-FLAGS       TO RUNL-CALL-HWM-2
106700     CALL 'RunLedger' USING RUNL-CALL-AREA
106800     END-CALL
106900     .
107000 9900-POST-RUN-LEDGER-EXIT.
107100     EXIT.

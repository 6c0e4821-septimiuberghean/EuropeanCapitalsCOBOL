000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ExamScore.
000300 AUTHOR.        R L BERGHEAN.
000400 INSTALLATION.  TRAINING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*ExamScore MARKS THE PAPER EXAMS SAT AT SITES WITH NO TERMINALS.
000900*IT READS THE OPTICAL SCANNER'S ANSWER-SHEET FILE (SCANSHT - SEE
001000*EXAMSHT.CPY), LOOKS EACH SHEET'S FORM UP ON THE ANSWER-KEY FILE
001100*ExamFormPrint WROTE WHEN THE FORMS WERE PRINTED, AND SCORES THE
001200*LETTERS MARKED AGAINST THE KEY.  EVERY SCORED SHEET BECOMES AN
001300*ORDINARY MULTIPLE-CHOICE SESSION-LOG GROUP (HEADER, ONE DETAIL
001400*PER QUESTION, TRAILER) STAMPED WITH THE FORM'S COURSE, SO
001500*HistoryPost, THE LMS EXPORT AND EVERY REPORT TAKE PAPER SITTINGS
001600*EXACTLY AS THEY TAKE TERMINAL AND ROSTER SESSIONS.  A PRINTED
001700*REPORT LISTS EACH SHEET'S SCORE AGAINST THE COURSE PASS PERCENT.
001800*
001900*A SHEET THAT CANNOT BE USED GOES TO THE REJECTS FILE (SCANREJ)
002000*WITH A ONE-BYTE REASON CODE, AS RosterEdit DOES FOR ROSTERIN:
002100*    B - EMPLOYEE ID BLANK
002200*    F - EMPLOYEE ID NOT ALL DIGITS
002300*    R - FORM NUMBER UNREADABLE (BLANK OR NOT ALL DIGITS)
002400*    K - FORM NUMBER NOT ON THE ANSWER-KEY FILE
002500*    U - EMPLOYEE ID NOT ON THE EMPLOYEE-MASTER
002600*    S - EMPLOYEE SEPARATED ON THE EMPLOYEE-MASTER
002700*    D - SAME EMPLOYEE AND FORM ALREADY SCORED IN THIS RUN
002800*    M - A MARK THE SCANNER COULD NOT READ, OR A MARK PAST THE
002900*        FORM'S LAST QUESTION
003000*    N - NO QUESTION MARKED AT ALL
003100*U AND S REJECTS ARE ALSO WRITTEN TO THE SIGN-ON REJECTS LOG
003200*(SIGNREJ).  THE SESSION DATE IS THE SCORING RUN DATE; PAPER
003300*SITTINGS CARRY ZERO RESPONSE SECONDS, LIKE ROSTER SESSIONS.
003400*
003500*RESTART: A ONE-RECORD EXAMCKPT FILE IS REWRITTEN AFTER EVERY
003600*SHEET, AS ROSTCKPT IS FOR THE ROSTER QUIZ, SO A RERUN AFTER AN
003700*ABEND RE-EDITS THE WHOLE FILE BUT WRITES NO SESSION GROUP TWICE.
003800*RETURN CODE:  0 = ALL SHEETS SCORED,  4 = SOME REJECTED,
003900*8 = NOTHING SCORED,  16 = REFUSED BY THE RUN LEDGER OR A
004000*REQUIRED FILE IS MISSING.
004100*
004200*MODIFICATION HISTORY
004300*  2026-10-15  RLB  ORIGINAL PROGRAM.
004320*  2026-10-15  RLB  A STARTUP STOP WITH RC 16 NOW POSTS THE END OF
004340*                   THE RUN TO RunLedger FIRST, SO CycleStatus
004360*                   SHOWS THE JOB FAILED INSTEAD OF NOT ENDED AND
004380*                   ITS DEPENDENTS ARE NOT HELD AS STILL RUNNING.
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT ANSWER-SHEETS ASSIGN TO SCANSHT
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS SHEET-STATUS.
005100
005200     SELECT ANSWER-KEY ASSIGN TO EXAMKEY
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS EXKY-KEY
005600         FILE STATUS IS EXAM-KEY-STATUS.
005700
005800     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS EMPM-EMPLOYEE-ID
006200         FILE STATUS IS EMPM-MASTER-STATUS.
006300
006400     SELECT COURSE-MASTER ASSIGN TO CRSMST
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS CRS-COURSE-CODE
006800         FILE STATUS IS CRS-MASTER-STATUS.
006900
007000     SELECT SESSION-LOG ASSIGN TO SESSNLOG
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS SESS-LOG-STATUS.
007300
007400     SELECT SHEET-REJECTS ASSIGN TO SCANREJ
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS SHEET-REJECT-STATUS.
007700
007800     SELECT SIGNON-REJECTS ASSIGN TO SIGNREJ
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS SIGNON-REJECT-STATUS.
008100
008200     SELECT EXAM-REPORT ASSIGN TO EXAMRPT
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS EXAM-REPORT-STATUS.
008500
008600     SELECT EXAM-RESTART ASSIGN TO EXAMCKPT
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS EXAM-RESTART-STATUS.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  ANSWER-SHEETS
009300     RECORD CONTAINS 66 CHARACTERS.
009400 COPY EXAMSHT.
009500
009600 FD  ANSWER-KEY
009700     RECORD CONTAINS 194 CHARACTERS.
009800 COPY EXAMKEY.
009900
010000 FD  EMPLOYEE-MASTER
010100     RECORD CONTAINS 80 CHARACTERS.
010200 COPY EMPMAST.
010300
010400 FD  COURSE-MASTER
010500     RECORD CONTAINS 66 CHARACTERS.
010600 COPY COURSMST.
010700
010800 FD  SESSION-LOG
010900     RECORD CONTAINS 221 CHARACTERS.
011000 COPY SESSLOG.
011100
011200 FD  SHEET-REJECTS
011300     RECORD CONTAINS 67 CHARACTERS.
011400 01  SHEET-REJECT-RECORD.
011500     05  SREJ-SHEET-REASON-CODE      PIC X(01).
011600         88  SHEET-REASON-BLANK-ID       VALUE 'B'.
011700         88  SHEET-REASON-BAD-FORMAT     VALUE 'F'.
011800         88  SHEET-REASON-BAD-FORM       VALUE 'R'.
011900         88  SHEET-REASON-NO-KEY         VALUE 'K'.
012000         88  SHEET-REASON-UNKNOWN-ID     VALUE 'U'.
012100         88  SHEET-REASON-SEPARATED      VALUE 'S'.
012200         88  SHEET-REASON-DUPLICATE      VALUE 'D'.
012300         88  SHEET-REASON-BAD-MARK       VALUE 'M'.
012400         88  SHEET-REASON-NO-MARKS       VALUE 'N'.
012500     05  SREJ-SHEET-IMAGE            PIC X(66).
012600
012700 FD  SIGNON-REJECTS
012800     RECORD CONTAINS 53 CHARACTERS.
012900 COPY SIGNREJ.
013000
013100 FD  EXAM-REPORT
013200     RECORD CONTAINS 80 CHARACTERS.
013300 01  EXAM-REPORT-LINE            PIC X(80).
013400
013500 FD  EXAM-RESTART
013600     RECORD CONTAINS 14 CHARACTERS.
013700 01  XRST-RECORD.
013800     05  XRST-RUN-DATE               PIC 9(08).
013900     05  XRST-DONE-COUNT             PIC 9(05).
014000     05  XRST-STATUS-CODE            PIC X(01).
014100         88  XRST-IN-PROGRESS            VALUE 'P'.
014200         88  XRST-COMPLETE               VALUE 'C'.
014300
014400 WORKING-STORAGE SECTION.
014500 01  SHEET-STATUS                PIC XX     VALUE '00'.
014600     88  SHEET-EOF                           VALUE '10'.
014700 01  EXAM-KEY-STATUS             PIC XX     VALUE '00'.
014800     88  EXAM-KEY-OK                        VALUE '00'.
014900 01  EMPM-MASTER-STATUS          PIC XX     VALUE '00'.
015000     88  EMPM-MASTER-OK                     VALUE '00'.
015100 01  CRS-MASTER-STATUS           PIC XX     VALUE '00'.
015200     88  CRS-MASTER-OK                      VALUE '00'.
015300 01  SESS-LOG-STATUS             PIC XX     VALUE '00'.
015400 01  SHEET-REJECT-STATUS         PIC XX     VALUE '00'.
015500 01  SIGNON-REJECT-STATUS        PIC XX     VALUE '00'.
015600 01  EXAM-REPORT-STATUS          PIC XX     VALUE '00'.
015700 01  EXAM-RESTART-STATUS         PIC XX     VALUE '00'.
015800 01  EXSC-SHEETS-MISSING-FLAG    PIC X(01)  VALUE 'N'.
015900     88  EXSC-SHEETS-MISSING                 VALUE 'Y'.
016000
016100*THE ANSWER KEY OF THE FORM ON THE SHEET BEING SCORED.
016200 01  EXSC-FORM-KEY-TABLE.
016300     05  EXSC-FORM-KEY OCCURS 50 TIMES.
016400         10  EXSC-KEY-COUNTRY        PIC X(25).
016500         10  EXSC-KEY-CAPITAL        PIC X(25).
016600         10  EXSC-KEY-CHOICE OCCURS 4 TIMES
016700                                     PIC X(25).
016800         10  EXSC-KEY-LETTER         PIC X(01).
016900 77  EXSC-FORM-QUESTIONS         PIC 99     VALUE ZERO.
017000 01  EXSC-FORM-COURSE-CODE       PIC X(10)  VALUE SPACES.
017100 01  EXSC-KEY-MISSING-FLAG       PIC X(01)  VALUE 'N'.
017200     88  EXSC-KEY-IS-MISSING                 VALUE 'Y'.
017300
017400 77  QNUM                        PIC 99     VALUE ZERO.
017500 77  EXSC-SLOT                   PIC 9      VALUE ZERO.
017600 77  EXSC-PICKED-SLOT            PIC 9      VALUE ZERO.
017700 77  EXSC-SCORE                  PIC 99     VALUE ZERO.
017800 77  EXSC-MARK-COUNT             PIC 99     VALUE ZERO.
017900 01  EXSC-ANSWER-FLAG            PIC X(01)  VALUE 'N'.
018000     88  EXSC-ANSWER-WAS-CORRECT         VALUE 'Y'.
018100 01  EXSC-BAD-MARK-FLAG          PIC X(01)  VALUE 'N'.
018200     88  EXSC-HAS-BAD-MARK               VALUE 'Y'.
018300
018400*COURSE PASS PERCENT, REREAD ONLY WHEN THE FORM'S COURSE CHANGES.
018500 01  EXSC-PASS-COURSE-CODE       PIC X(10)  VALUE SPACES.
018600 77  EXSC-PASS-PERCENT           PIC 999    VALUE 60.
018700 77  EXSC-SCORE-PERCENT          PIC 999    VALUE ZERO.
018800
018900 01  EXSC-SEEN-TABLE.
019000     05  EXSC-SEEN-SHEET OCCURS 1000 TIMES.
019100         10  EXSC-SEEN-EMPLOYEE-ID   PIC X(10).
019200         10  EXSC-SEEN-FORM-NUMBER   PIC X(06).
019300 77  EXSC-SEEN-COUNT             PIC 9(04)  VALUE ZERO.
019400 77  EXSC-SEEN-IDX               PIC 9(04)  VALUE ZERO.
019500 01  EXSC-DUP-FLAG               PIC X(01)  VALUE 'N'.
019600     88  EXSC-SHEET-IS-DUPLICATE         VALUE 'Y'.
019700 01  EXSC-SEEN-FULL-FLAG         PIC X(01)  VALUE 'N'.
019800     88  EXSC-SEEN-TABLE-FULL            VALUE 'Y'.
019900 01  EXSC-REASON-WORK            PIC X(01)  VALUE SPACE.
020000
020100 77  EXSC-SKIP-TARGET            PIC 9(05)  VALUE ZERO.
020200 77  EXSC-READ-COUNT             PIC 9(05)  VALUE ZERO.
020300 77  EXSC-SCORED-COUNT           PIC 9(05)  VALUE ZERO.
020400 77  EXSC-REJECT-COUNT           PIC 9(05)  VALUE ZERO.
020500 77  EXSC-SKIPPED-COUNT          PIC 9(05)  VALUE ZERO.
020600 77  EXSC-SIGNON-REJECT-COUNT    PIC 9(05)  VALUE ZERO.
020700 77  EXSC-PASS-COUNT             PIC 9(05)  VALUE ZERO.
020800 77  EXSC-FAIL-COUNT             PIC 9(05)  VALUE ZERO.
020900
021000 01  EXSC-CURRENT-DATE-TIME.
021100     05  EXSC-CURRENT-DATE           PIC 9(08).
021200     05  EXSC-CURRENT-TIME           PIC 9(06).
021300     05  FILLER                      PIC X(09).
021400
021500 01  EXSC-REPORT-DETAIL.
021600     05  ERD-EMPLOYEE-ID             PIC X(10).
021700     05  FILLER                      PIC X(03) VALUE SPACES.
021800     05  FILLER                      PIC X(06) VALUE 'FORM: '.
021900     05  ERD-FORM-NUMBER             PIC X(06).
022000     05  FILLER                      PIC X(03) VALUE SPACES.
022100     05  ERD-COURSE-CODE             PIC X(10).
022200     05  FILLER                      PIC X(03) VALUE SPACES.
022300     05  FILLER                      PIC X(07) VALUE 'SCORE: '.
022400     05  ERD-SCORE                   PIC Z9.
022500     05  FILLER                      PIC X(01) VALUE '/'.
022600     05  ERD-MAX-SCORE               PIC 99.
022700     05  FILLER                      PIC X(05) VALUE SPACES.
022800     05  ERD-RESULT                  PIC X(04).
022900     05  FILLER                      PIC X(18) VALUE SPACES.
023000
023100 COPY RUNLCALL.
023200
023300 PROCEDURE DIVISION.
023400 0000-MAINLINE.
023500     PERFORM 0500-CHECK-RUN-LEDGER
023600         THRU 0500-CHECK-RUN-LEDGER-EXIT
023700     PERFORM 1000-INITIALIZE
023800         THRU 1000-INITIALIZE-EXIT
023900     PERFORM 2000-PROCESS-SHEET
024000         THRU 2000-PROCESS-SHEET-EXIT
024100         UNTIL SHEET-EOF
024200     PERFORM 9000-TERMINATE
024300         THRU 9000-TERMINATE-EXIT
024400     PERFORM 9900-POST-RUN-LEDGER
024500         THRU 9900-POST-RUN-LEDGER-EXIT
024600     STOP RUN.
024700
024800*****************************************************************
024900*THE RUN LEDGER REFUSES THE JOB WHEN A PREREQUISITE HAS NOT
025000*FINISHED CLEANLY FOR THE CYCLE (SEE RunLedger AND RUNDEPS).
025100*****************************************************************
025200 0500-CHECK-RUN-LEDGER.
025300     INITIALIZE RUNL-CALL-AREA
025400     SET RUNL-CALL-START TO TRUE
025500     MOVE 'CTRYEXSC' TO RUNL-CALL-JOB-NAME
025600     CALL 'RunLedger' USING RUNL-CALL-AREA
025700     END-CALL
025800     IF RUNL-CALL-BLOCKED
025900         DISPLAY "CTRYEXSC NOT RUN FOR CYCLE "
026000                 RUNL-CALL-CYCLE-DATE " - " RUNL-CALL-MESSAGE
026100         MOVE 16 TO RETURN-CODE
026200         STOP RUN
026300     END-IF
026400     .
026500 0500-CHECK-RUN-LEDGER-EXIT.
026600     EXIT.
026700
026800 1000-INITIALIZE.
026900     ACCEPT EXSC-CURRENT-DATE FROM DATE YYYYMMDD
027000     ACCEPT EXSC-CURRENT-TIME FROM TIME
027100     OPEN INPUT ANSWER-KEY
027200     IF EXAM-KEY-STATUS = '35'
027300         DISPLAY "ANSWER-KEY FILE NOT FOUND - RUN "
027400                 "ExamFormPrint TO PRINT THE FORMS FIRST"
027500         MOVE 16 TO RETURN-CODE
027530         PERFORM 9900-POST-RUN-LEDGER
027560             THRU 9900-POST-RUN-LEDGER-EXIT
027600         STOP RUN
027700     END-IF
027800     OPEN INPUT EMPLOYEE-MASTER
027900     IF EMPM-MASTER-STATUS = '35'
028000         DISPLAY "EMPLOYEE-MASTER FILE NOT FOUND - RUN "
028100                 "EmpMasterMaint TO ESTABLISH IT FIRST"
028200         MOVE 16 TO RETURN-CODE
028230         PERFORM 9900-POST-RUN-LEDGER
028260             THRU 9900-POST-RUN-LEDGER-EXIT
028300         STOP RUN
028400     END-IF
028500     OPEN INPUT COURSE-MASTER
028600     IF CRS-MASTER-STATUS = '35'
028700         DISPLAY "COURSE-MASTER FILE NOT FOUND - RUN "
028800                 "CourseMaint TO ESTABLISH IT FIRST"
028900         MOVE 16 TO RETURN-CODE
028930         PERFORM 9900-POST-RUN-LEDGER
028960             THRU 9900-POST-RUN-LEDGER-EXIT
029000         STOP RUN
029100     END-IF
029200     OPEN INPUT ANSWER-SHEETS
029300     IF SHEET-STATUS = '35'
029400         DISPLAY "ANSWER-SHEET FILE NOT FOUND - NO SHEETS TO "
029500                 "SCORE"
029600         SET EXSC-SHEETS-MISSING TO TRUE
029700         SET SHEET-EOF TO TRUE
029800     END-IF
029900     PERFORM 1300-READ-RESTART-CHECKPOINT
030000         THRU 1300-READ-RESTART-CHECKPOINT-EXIT
030100     OPEN EXTEND SESSION-LOG
030200     IF SESS-LOG-STATUS = '35' OR SESS-LOG-STATUS = '05'
030300         CLOSE SESSION-LOG
030400         OPEN OUTPUT SESSION-LOG
030500     END-IF
030600     OPEN EXTEND SIGNON-REJECTS
030700     IF SIGNON-REJECT-STATUS = '35' OR SIGNON-REJECT-STATUS = '05'
030800         CLOSE SIGNON-REJECTS
030900         OPEN OUTPUT SIGNON-REJECTS
031000     END-IF
031100     OPEN OUTPUT SHEET-REJECTS
031200     OPEN OUTPUT EXAM-REPORT
031300     MOVE SPACES TO EXAM-REPORT-LINE
031400     MOVE 'EUROPEAN CAPITALS QUIZ - PAPER EXAM RESULTS'
031500         TO EXAM-REPORT-LINE
031600     WRITE EXAM-REPORT-LINE
031700     MOVE SPACES TO EXAM-REPORT-LINE
031800     WRITE EXAM-REPORT-LINE
031900     IF NOT SHEET-EOF
032000         PERFORM 2900-READ-SHEET
032100             THRU 2900-READ-SHEET-EXIT
032200     END-IF
032300     .
032400 1000-INITIALIZE-EXIT.
032500     EXIT.
032600
032700 1300-READ-RESTART-CHECKPOINT.
032800     OPEN INPUT EXAM-RESTART
032900     IF EXAM-RESTART-STATUS = '35'
033000         GO TO 1300-READ-RESTART-CHECKPOINT-EXIT
033100     END-IF
033200     READ EXAM-RESTART
033300         AT END
033400             CONTINUE
033500     END-READ
033600     IF EXAM-RESTART-STATUS = '00'
033700         AND XRST-IN-PROGRESS
033800         MOVE XRST-DONE-COUNT TO EXSC-SKIP-TARGET
033900         DISPLAY "RESTARTING AFTER INTERRUPTED RUN OF "
034000                 XRST-RUN-DATE " - NOT RESCORING FIRST "
034100                 EXSC-SKIP-TARGET " SHEETS"
034200     END-IF
034300     CLOSE EXAM-RESTART
034400     .
034500 1300-READ-RESTART-CHECKPOINT-EXIT.
034600     EXIT.
034700
034800*****************************************************************
034900*EVERY SHEET IS EDITED, SO THE REJECTS FILE IS COMPLETE EVEN ON A
035000*RESTART; ONLY A GOOD SHEET PAST THE CHECKPOINT IS SCORED.
035100*****************************************************************
035200 2000-PROCESS-SHEET.
035300     ADD 1 TO EXSC-READ-COUNT
035400     MOVE SPACE TO EXSC-REASON-WORK
035500     PERFORM 3000-VALIDATE-SHEET
035600         THRU 3000-VALIDATE-SHEET-EXIT
035700     IF EXSC-REASON-WORK NOT = SPACE
035800         PERFORM 5000-WRITE-REJECT-RECORD
035900             THRU 5000-WRITE-REJECT-RECORD-EXIT
036000     ELSE
036100         IF EXSC-READ-COUNT NOT > EXSC-SKIP-TARGET
036200             ADD 1 TO EXSC-SKIPPED-COUNT
036300         ELSE
036400             PERFORM 4000-SCORE-SHEET
036500                 THRU 4000-SCORE-SHEET-EXIT
036600         END-IF
036700     END-IF
036800     IF EXSC-READ-COUNT > EXSC-SKIP-TARGET
036900         PERFORM 2950-WRITE-RESTART-CHECKPOINT
037000             THRU 2950-WRITE-RESTART-CHECKPOINT-EXIT
037100     END-IF
037200     PERFORM 2900-READ-SHEET
037300         THRU 2900-READ-SHEET-EXIT
037400     .
037500 2000-PROCESS-SHEET-EXIT.
037600     EXIT.
037700
037800 2900-READ-SHEET.
037900     READ ANSWER-SHEETS
038000         AT END
038100             SET SHEET-EOF TO TRUE
038200     END-READ
038300     .
038400 2900-READ-SHEET-EXIT.
038500     EXIT.
038600
038700 2950-WRITE-RESTART-CHECKPOINT.
038800     OPEN OUTPUT EXAM-RESTART
038900     MOVE EXSC-CURRENT-DATE TO XRST-RUN-DATE
039000     MOVE EXSC-READ-COUNT TO XRST-DONE-COUNT
039100     SET XRST-IN-PROGRESS TO TRUE
039200     WRITE XRST-RECORD
039300     CLOSE EXAM-RESTART
039400     .
039500 2950-WRITE-RESTART-CHECKPOINT-EXIT.
039600     EXIT.
039700
039800 3000-VALIDATE-SHEET.
039900     IF SCAN-EMPLOYEE-ID = SPACES
040000         MOVE 'B' TO EXSC-REASON-WORK
040100         GO TO 3000-VALIDATE-SHEET-EXIT
040200     END-IF
040300     IF SCAN-EMPLOYEE-ID NOT NUMERIC
040400         MOVE 'F' TO EXSC-REASON-WORK
040500         GO TO 3000-VALIDATE-SHEET-EXIT
040600     END-IF
040700     IF SCAN-FORM-NUMBER NOT NUMERIC
040800         OR SCAN-FORM-NUMBER-NUM = ZERO
040900         MOVE 'R' TO EXSC-REASON-WORK
041000         GO TO 3000-VALIDATE-SHEET-EXIT
041100     END-IF
041200     PERFORM 3100-LOAD-FORM-KEY
041300         THRU 3100-LOAD-FORM-KEY-EXIT
041400     IF EXSC-KEY-IS-MISSING
041500         MOVE 'K' TO EXSC-REASON-WORK
041600         GO TO 3000-VALIDATE-SHEET-EXIT
041700     END-IF
041800     PERFORM 3200-CHECK-EMPLOYEE-MASTER
041900         THRU 3200-CHECK-EMPLOYEE-MASTER-EXIT
042000     IF EXSC-REASON-WORK NOT = SPACE
042100         GO TO 3000-VALIDATE-SHEET-EXIT
042200     END-IF
042300     PERFORM 3300-CHECK-DUPLICATE-SHEET
042400         THRU 3300-CHECK-DUPLICATE-SHEET-EXIT
042500     IF EXSC-SHEET-IS-DUPLICATE
042600         MOVE 'D' TO EXSC-REASON-WORK
042700         GO TO 3000-VALIDATE-SHEET-EXIT
042800     END-IF
042900     PERFORM 3400-CHECK-MARKS
043000         THRU 3400-CHECK-MARKS-EXIT
043100     EVALUATE TRUE
043200         WHEN EXSC-HAS-BAD-MARK
043300             MOVE 'M' TO EXSC-REASON-WORK
043400         WHEN EXSC-MARK-COUNT = ZERO
043500             MOVE 'N' TO EXSC-REASON-WORK
043600         WHEN OTHER
043700             PERFORM 3350-REMEMBER-SHEET
043800                 THRU 3350-REMEMBER-SHEET-EXIT
043900     END-EVALUATE
044000     .
044100 3000-VALIDATE-SHEET-EXIT.
044200     EXIT.
044300
044400*****************************************************************
044500*READS THE FORM'S ANSWER KEY INTO EXSC-FORM-KEY-TABLE.  QUESTION
044600*01 CARRIES THE FORM'S COURSE AND QUESTION COUNT; EVERY QUESTION
044700*UP TO THAT COUNT MUST BE ON FILE OR THE FORM IS TREATED AS
044800*UNKEYED.
044900*****************************************************************
045000 3100-LOAD-FORM-KEY.
045100     MOVE 'N' TO EXSC-KEY-MISSING-FLAG
045200     MOVE SCAN-FORM-NUMBER-NUM TO EXKY-FORM-NUMBER
045300     MOVE 1 TO EXKY-QUESTION-NUMBER
045400     READ ANSWER-KEY
045500         INVALID KEY
045600             MOVE '23' TO EXAM-KEY-STATUS
045700     END-READ
045800     IF NOT EXAM-KEY-OK
045900         OR EXKY-QUESTION-COUNT NOT NUMERIC
046000         OR EXKY-QUESTION-COUNT = ZERO
046100         OR EXKY-QUESTION-COUNT > 50
046200         SET EXSC-KEY-IS-MISSING TO TRUE
046300         GO TO 3100-LOAD-FORM-KEY-EXIT
046400     END-IF
046500     MOVE EXKY-QUESTION-COUNT TO EXSC-FORM-QUESTIONS
046600     MOVE EXKY-COURSE-CODE    TO EXSC-FORM-COURSE-CODE
046700     PERFORM 3110-LOAD-ONE-KEY
046800         THRU 3110-LOAD-ONE-KEY-EXIT
046900         VARYING QNUM FROM 1 BY 1
047000         UNTIL QNUM > EXSC-FORM-QUESTIONS
047100            OR EXSC-KEY-IS-MISSING
047200     .
047300 3100-LOAD-FORM-KEY-EXIT.
047400     EXIT.
047500
047600 3110-LOAD-ONE-KEY.
047700     MOVE SCAN-FORM-NUMBER-NUM TO EXKY-FORM-NUMBER
047800     MOVE QNUM TO EXKY-QUESTION-NUMBER
047900     READ ANSWER-KEY
048000         INVALID KEY
048100             MOVE '23' TO EXAM-KEY-STATUS
048200     END-READ
048300     IF NOT EXAM-KEY-OK
048400         SET EXSC-KEY-IS-MISSING TO TRUE
048500         GO TO 3110-LOAD-ONE-KEY-EXIT
048600     END-IF
048700     MOVE EXKY-COUNTRY-NAME   TO EXSC-KEY-COUNTRY(QNUM)
048800     MOVE EXKY-CAPITAL-NAME   TO EXSC-KEY-CAPITAL(QNUM)
048900     MOVE EXKY-CHOICE(1)      TO EXSC-KEY-CHOICE(QNUM 1)
049000     MOVE EXKY-CHOICE(2)      TO EXSC-KEY-CHOICE(QNUM 2)
049100     MOVE EXKY-CHOICE(3)      TO EXSC-KEY-CHOICE(QNUM 3)
049200     MOVE EXKY-CHOICE(4)      TO EXSC-KEY-CHOICE(QNUM 4)
049300     MOVE EXKY-CORRECT-LETTER TO EXSC-KEY-LETTER(QNUM)
049400     .
049500 3110-LOAD-ONE-KEY-EXIT.
049600     EXIT.
049700
049800*****************************************************************
049900* THE SHEET'S ID MUST BELONG TO A CURRENT EMPLOYEE.  THE REASON
050000* TEXT IS SET HERE FOR THE SIGN-ON REJECTS LOG.
050100*****************************************************************
050200 3200-CHECK-EMPLOYEE-MASTER.
050300     MOVE SCAN-EMPLOYEE-ID TO EMPM-EMPLOYEE-ID
050400     READ EMPLOYEE-MASTER
050500         INVALID KEY
050600             MOVE '23' TO EMPM-MASTER-STATUS
050700     END-READ
050800     MOVE SPACES TO SREJ-LOG-RECORD
050900     EVALUATE TRUE
051000         WHEN NOT EMPM-MASTER-OK
051100             MOVE 'U' TO EXSC-REASON-WORK
051200             SET SREJ-REASON-UNKNOWN TO TRUE
051300             MOVE 'NOT ON EMPLOYEE FILE' TO SREJ-REASON-TEXT
051400         WHEN EMPM-SEPARATED
051500             MOVE 'S' TO EXSC-REASON-WORK
051600             SET SREJ-REASON-SEPARATED TO TRUE
051700             MOVE 'EMPLOYEE SEPARATED' TO SREJ-REASON-TEXT
051800     END-EVALUATE
051900     .
052000 3200-CHECK-EMPLOYEE-MASTER-EXIT.
052100     EXIT.
052200
052300 3300-CHECK-DUPLICATE-SHEET.
052400     MOVE 'N' TO EXSC-DUP-FLAG
052500     PERFORM 3310-SCAN-SEEN-SHEETS
052600         THRU 3310-SCAN-SEEN-SHEETS-EXIT
052700         VARYING EXSC-SEEN-IDX FROM 1 BY 1
052800         UNTIL EXSC-SEEN-IDX > EXSC-SEEN-COUNT
052900            OR EXSC-SHEET-IS-DUPLICATE
053000     .
053100 3300-CHECK-DUPLICATE-SHEET-EXIT.
053200     EXIT.
053300
053400 3310-SCAN-SEEN-SHEETS.
053500     IF EXSC-SEEN-EMPLOYEE-ID(EXSC-SEEN-IDX) = SCAN-EMPLOYEE-ID
053600         AND EXSC-SEEN-FORM-NUMBER(EXSC-SEEN-IDX)
053700             = SCAN-FORM-NUMBER
053800         MOVE 'Y' TO EXSC-DUP-FLAG
053900     END-IF
054000     .
054100 3310-SCAN-SEEN-SHEETS-EXIT.
054200     EXIT.
054300
054400 3350-REMEMBER-SHEET.
054500     IF EXSC-SEEN-COUNT < 1000
054600         ADD 1 TO EXSC-SEEN-COUNT
054700         MOVE SCAN-EMPLOYEE-ID
054800             TO EXSC-SEEN-EMPLOYEE-ID(EXSC-SEEN-COUNT)
054900         MOVE SCAN-FORM-NUMBER
055000             TO EXSC-SEEN-FORM-NUMBER(EXSC-SEEN-COUNT)
055100     ELSE
055200         IF NOT EXSC-SEEN-TABLE-FULL
055300             DISPLAY "WARNING - MORE THAN 1000 GOOD SHEETS - "
055400                     "DUPLICATE CHECKING STOPPED AT THE 1000TH"
055500             SET EXSC-SEEN-TABLE-FULL TO TRUE
055600         END-IF
055700     END-IF
055800     .
055900 3350-REMEMBER-SHEET-EXIT.
056000     EXIT.
056100
056200*****************************************************************
056300*COUNTS THE QUESTIONS MARKED AND FLAGS ANY MARK THAT IS NOT A
056400*LETTER, BLANK OR THE SCANNER'S MULTIPLE-MARK ASTERISK, AND ANY
056500*MARK AT ALL PAST THE FORM'S LAST QUESTION.
056600*****************************************************************
056700 3400-CHECK-MARKS.
056800     MOVE ZERO TO EXSC-MARK-COUNT
056900     MOVE 'N' TO EXSC-BAD-MARK-FLAG
057000     PERFORM 3410-CHECK-ONE-MARK
057100         THRU 3410-CHECK-ONE-MARK-EXIT
057200         VARYING QNUM FROM 1 BY 1
057300         UNTIL QNUM > 50
057400     .
057500 3400-CHECK-MARKS-EXIT.
057600     EXIT.
057700
057800 3410-CHECK-ONE-MARK.
057900     IF SCAN-MARK-BLANK(QNUM)
058000         GO TO 3410-CHECK-ONE-MARK-EXIT
058100     END-IF
058200     IF QNUM > EXSC-FORM-QUESTIONS
058300         MOVE 'Y' TO EXSC-BAD-MARK-FLAG
058400         GO TO 3410-CHECK-ONE-MARK-EXIT
058500     END-IF
058600     IF SCAN-MARK-LETTER(QNUM) OR SCAN-MARK-MULTIPLE(QNUM)
058700         ADD 1 TO EXSC-MARK-COUNT
058800     ELSE
058900         MOVE 'Y' TO EXSC-BAD-MARK-FLAG
059000     END-IF
059100     .
059200 3410-CHECK-ONE-MARK-EXIT.
059300     EXIT.
059400
059500*****************************************************************
059600*WRITES THE SHEET'S SESSION-LOG GROUP AND ITS REPORT LINE.
059700*****************************************************************
059800 4000-SCORE-SHEET.
059900     MOVE ZERO TO EXSC-SCORE
060000     PERFORM 4050-GET-PASS-PERCENT
060100         THRU 4050-GET-PASS-PERCENT-EXIT
060200     MOVE SPACES             TO SESS-LOG-RECORD
060300     SET SESS-TYPE-HEADER    TO TRUE
060400     MOVE SCAN-EMPLOYEE-ID   TO SESS-EMPLOYEE-ID
060500     MOVE EXSC-CURRENT-DATE  TO SESS-SESSION-DATE
060600     MOVE EXSC-CURRENT-TIME  TO SESS-SESSION-TIME
060700     SET SESS-MODE-CHOICE    TO TRUE
060800     MOVE EXSC-FORM-COURSE-CODE TO SESS-COURSE-CODE
060900     WRITE SESS-LOG-RECORD
061000     PERFORM 4100-SCORE-QUESTION
061100         THRU 4100-SCORE-QUESTION-EXIT
061200         VARYING QNUM FROM 1 BY 1
061300         UNTIL QNUM > EXSC-FORM-QUESTIONS
061400     MOVE SPACES             TO SESS-LOG-RECORD
061500     SET SESS-TYPE-TRAILER   TO TRUE
061600     MOVE SCAN-EMPLOYEE-ID   TO SESS-EMPLOYEE-ID
061700     MOVE EXSC-CURRENT-DATE  TO SESS-SESSION-DATE
061800     MOVE EXSC-CURRENT-TIME  TO SESS-SESSION-TIME
061900     MOVE EXSC-SCORE         TO SESS-FINAL-SCORE
062000     MOVE EXSC-FORM-QUESTIONS TO SESS-QUESTION-COUNT
062100     SET SESS-MODE-CHOICE    TO TRUE
062200     MOVE EXSC-FORM-COURSE-CODE TO SESS-COURSE-CODE
062300     WRITE SESS-LOG-RECORD
062400     ADD 1 TO EXSC-SCORED-COUNT
062500     PERFORM 4500-WRITE-REPORT-LINE
062600         THRU 4500-WRITE-REPORT-LINE-EXIT
062700     .
062800 4000-SCORE-SHEET-EXIT.
062900     EXIT.
063000
063100 4050-GET-PASS-PERCENT.
063200     IF EXSC-FORM-COURSE-CODE = EXSC-PASS-COURSE-CODE
063300         GO TO 4050-GET-PASS-PERCENT-EXIT
063400     END-IF
063500     MOVE EXSC-FORM-COURSE-CODE TO EXSC-PASS-COURSE-CODE
063600     MOVE 60 TO EXSC-PASS-PERCENT
063700     MOVE EXSC-FORM-COURSE-CODE TO CRS-COURSE-CODE
063800     READ COURSE-MASTER
063900         INVALID KEY
064000             MOVE '23' TO CRS-MASTER-STATUS
064100     END-READ
064200     IF CRS-MASTER-OK
064300         MOVE CRS-PASS-PERCENT TO EXSC-PASS-PERCENT
064400     ELSE
064500         DISPLAY "COURSE " EXSC-FORM-COURSE-CODE
064600                 " NO LONGER ON THE COURSE CATALOG - PASS MARK "
064700                 "TAKEN AS 60 PERCENT ON THE REPORT"
064800     END-IF
064900     .
065000 4050-GET-PASS-PERCENT-EXIT.
065100     EXIT.
065200
065300*****************************************************************
065400*ONE DETAIL RECORD PER QUESTION, LAID OUT AS A TERMINAL
065500*MULTIPLE-CHOICE DETAIL: THE CAPITAL PICKED IS THE PLAYER ANSWER,
065600*OR THE RAW MARK WHEN NOTHING OR SEVERAL LETTERS WERE MARKED.
065700*****************************************************************
065800 4100-SCORE-QUESTION.
065900     EVALUATE SCAN-MARK(QNUM)
066000         WHEN 'A'
066100             MOVE 1 TO EXSC-PICKED-SLOT
066200         WHEN 'B'
066300             MOVE 2 TO EXSC-PICKED-SLOT
066400         WHEN 'C'
066500             MOVE 3 TO EXSC-PICKED-SLOT
066600         WHEN 'D'
066700             MOVE 4 TO EXSC-PICKED-SLOT
066800         WHEN OTHER
066900             MOVE 0 TO EXSC-PICKED-SLOT
067000     END-EVALUATE
067100     IF EXSC-PICKED-SLOT > 0
067200         AND SCAN-MARK(QNUM) = EXSC-KEY-LETTER(QNUM)
067300         MOVE 'Y' TO EXSC-ANSWER-FLAG
067400         ADD 1 TO EXSC-SCORE
067500     ELSE
067600         MOVE 'N' TO EXSC-ANSWER-FLAG
067700     END-IF
067800     MOVE SPACES             TO SESS-LOG-RECORD
067900     SET SESS-TYPE-DETAIL    TO TRUE
068000     MOVE SCAN-EMPLOYEE-ID   TO SESS-EMPLOYEE-ID
068100     MOVE EXSC-CURRENT-DATE  TO SESS-SESSION-DATE
068200     MOVE EXSC-CURRENT-TIME  TO SESS-SESSION-TIME
068300     MOVE EXSC-KEY-COUNTRY(QNUM) TO SESS-COUNTRY-NAME
068400     MOVE EXSC-KEY-CAPITAL(QNUM) TO SESS-CAPITAL-NAME
068500     IF EXSC-PICKED-SLOT > 0
068600         MOVE EXSC-KEY-CHOICE(QNUM EXSC-PICKED-SLOT)
068700             TO SESS-PLAYER-ANSWER
068800     ELSE
068900         MOVE SCAN-MARK(QNUM) TO SESS-PLAYER-ANSWER
069000     END-IF
069100     MOVE EXSC-ANSWER-FLAG   TO SESS-ANSWER-FLAG
069200     SET SESS-MODE-CHOICE    TO TRUE
069300     PERFORM 4110-LOG-ONE-CHOICE
069400         THRU 4110-LOG-ONE-CHOICE-EXIT
069500         VARYING EXSC-SLOT FROM 1 BY 1
069600         UNTIL EXSC-SLOT > 4
069700     MOVE EXSC-KEY-LETTER(QNUM) TO SESS-MC-CORRECT-LETTER
069800     MOVE SCAN-MARK(QNUM)    TO SESS-MC-PICKED-LETTER
069900     MOVE ZERO               TO SESS-RESPONSE-SECS
070000     MOVE EXSC-FORM-COURSE-CODE TO SESS-COURSE-CODE
070100     WRITE SESS-LOG-RECORD
070200     .
070300 4100-SCORE-QUESTION-EXIT.
070400     EXIT.
070500
070600 4110-LOG-ONE-CHOICE.
070700     MOVE EXSC-KEY-CHOICE(QNUM EXSC-SLOT)
070800         TO SESS-MC-CHOICE(EXSC-SLOT)
070900     .
071000 4110-LOG-ONE-CHOICE-EXIT.
071100     EXIT.
071200
071300 4500-WRITE-REPORT-LINE.
071400     MOVE SCAN-EMPLOYEE-ID      TO ERD-EMPLOYEE-ID
071500     MOVE SCAN-FORM-NUMBER      TO ERD-FORM-NUMBER
071600     MOVE EXSC-FORM-COURSE-CODE TO ERD-COURSE-CODE
071700     MOVE EXSC-SCORE            TO ERD-SCORE
071800     MOVE EXSC-FORM-QUESTIONS   TO ERD-MAX-SCORE
071900     COMPUTE EXSC-SCORE-PERCENT ROUNDED =
072000         (EXSC-SCORE * 100) / EXSC-FORM-QUESTIONS
072100     IF EXSC-SCORE-PERCENT >= EXSC-PASS-PERCENT
072200         MOVE 'PASS' TO ERD-RESULT
072300         ADD 1 TO EXSC-PASS-COUNT
072400     ELSE
072500         MOVE 'FAIL' TO ERD-RESULT
072600         ADD 1 TO EXSC-FAIL-COUNT
072700     END-IF
072800     MOVE EXSC-REPORT-DETAIL TO EXAM-REPORT-LINE
072900     WRITE EXAM-REPORT-LINE
073000     .
073100 4500-WRITE-REPORT-LINE-EXIT.
073200     EXIT.
073300
073400 5000-WRITE-REJECT-RECORD.
073500     MOVE EXSC-REASON-WORK   TO SREJ-SHEET-REASON-CODE
073600     MOVE SCAN-SHEET-RECORD  TO SREJ-SHEET-IMAGE
073700     WRITE SHEET-REJECT-RECORD
073800     ADD 1 TO EXSC-REJECT-COUNT
073900     IF (SHEET-REASON-UNKNOWN-ID OR SHEET-REASON-SEPARATED)
074000         AND EXSC-READ-COUNT > EXSC-SKIP-TARGET
074100         MOVE EXSC-CURRENT-DATE TO SREJ-LOG-DATE
074200         MOVE EXSC-CURRENT-TIME TO SREJ-LOG-TIME
074300         MOVE SCAN-EMPLOYEE-ID  TO SREJ-EMPLOYEE-ID
074400         MOVE 'CTRYEXSC'        TO SREJ-SOURCE
074500         WRITE SREJ-LOG-RECORD
074600         ADD 1 TO EXSC-SIGNON-REJECT-COUNT
074700     END-IF
074800     .
074900 5000-WRITE-REJECT-RECORD-EXIT.
075000     EXIT.
075100
075200 9000-TERMINATE.
075300     MOVE SPACES TO EXAM-REPORT-LINE
075400     WRITE EXAM-REPORT-LINE
075500     STRING 'TOTAL PASS: '     DELIMITED BY SIZE
075600            EXSC-PASS-COUNT    DELIMITED BY SIZE
075700         INTO EXAM-REPORT-LINE
075800     END-STRING
075900     WRITE EXAM-REPORT-LINE
076000     MOVE SPACES TO EXAM-REPORT-LINE
076100     STRING 'TOTAL FAIL: '     DELIMITED BY SIZE
076200            EXSC-FAIL-COUNT    DELIMITED BY SIZE
076300         INTO EXAM-REPORT-LINE
076400     END-STRING
076500     WRITE EXAM-REPORT-LINE
076600     MOVE SPACES TO EXAM-REPORT-LINE
076700     STRING 'SHEETS READ:         ' DELIMITED BY SIZE
076800            EXSC-READ-COUNT         DELIMITED BY SIZE
076900         INTO EXAM-REPORT-LINE
077000     END-STRING
077100     WRITE EXAM-REPORT-LINE
077200     MOVE SPACES TO EXAM-REPORT-LINE
077300     STRING 'SHEETS SCORED:       ' DELIMITED BY SIZE
077400            EXSC-SCORED-COUNT       DELIMITED BY SIZE
077500         INTO EXAM-REPORT-LINE
077600     END-STRING
077700     WRITE EXAM-REPORT-LINE
077800     MOVE SPACES TO EXAM-REPORT-LINE
077900     STRING 'SHEETS REJECTED:     ' DELIMITED BY SIZE
078000            EXSC-REJECT-COUNT       DELIMITED BY SIZE
078100         INTO EXAM-REPORT-LINE
078200     END-STRING
078300     WRITE EXAM-REPORT-LINE
078400     MOVE SPACES TO EXAM-REPORT-LINE
078500     STRING 'SKIPPED (PRIOR RUN): ' DELIMITED BY SIZE
078600            EXSC-SKIPPED-COUNT      DELIMITED BY SIZE
078700         INTO EXAM-REPORT-LINE
078800     END-STRING
078900     WRITE EXAM-REPORT-LINE
079000*AS IN GuessCapitalsBatch, A RUN THAT NEVER OPENED THE SHEET FILE
079100*LEAVES ANY INTERRUPTED RUN'S CHECKPOINT IN PLACE FOR THE REAL
079200*RESTART.
079300     IF NOT EXSC-SHEETS-MISSING
079400         OPEN OUTPUT EXAM-RESTART
079500         MOVE EXSC-CURRENT-DATE TO XRST-RUN-DATE
079600         MOVE EXSC-READ-COUNT TO XRST-DONE-COUNT
079700         SET XRST-COMPLETE TO TRUE
079800         WRITE XRST-RECORD
079900         CLOSE EXAM-RESTART
080000     END-IF
080100     CLOSE ANSWER-SHEETS
080200           ANSWER-KEY
080300           EMPLOYEE-MASTER
080400           COURSE-MASTER
080500           SESSION-LOG
080600           SHEET-REJECTS
080700           SIGNON-REJECTS
080800           EXAM-REPORT
080900     DISPLAY "ANSWER SHEETS READ:      " EXSC-READ-COUNT
081000     DISPLAY "ANSWER SHEETS SCORED:    " EXSC-SCORED-COUNT
081100     DISPLAY "ANSWER SHEETS REJECTED:  " EXSC-REJECT-COUNT
081200     DISPLAY "SIGN-ON REJECTS LOGGED:  " EXSC-SIGNON-REJECT-COUNT
081300     EVALUATE TRUE
081400         WHEN EXSC-SCORED-COUNT + EXSC-SKIPPED-COUNT = ZERO
081500             MOVE 8 TO RETURN-CODE
081600         WHEN EXSC-REJECT-COUNT > ZERO
081700             MOVE 4 TO RETURN-CODE
081800         WHEN EXSC-SEEN-TABLE-FULL
081900             MOVE 4 TO RETURN-CODE
082000         WHEN OTHER
082100             MOVE 0 TO RETURN-CODE
082200     END-EVALUATE
082300     .
082400 9000-TERMINATE-EXIT.
082500     EXIT.
082600
082700*****************************************************************
082800*RECORDS THE END OF THE RUN, THE RETURN CODE AND THE HIGH-WATER
082900*MARKS ON THE RUN LEDGER.  RunLedger HANDS THE RETURN CODE BACK
083000*UNCHANGED.
083100*****************************************************************
083200 9900-POST-RUN-LEDGER.
083300     SET RUNL-CALL-END TO TRUE
083400     MOVE RETURN-CODE TO RUNL-CALL-RETURN-CODE
083500     MOVE 'SESSIONS'       TO RUNL-CALL-HWM-1-LABEL
083600     MOVE EXSC-SCORED-COUNT TO RUNL-CALL-HWM-1
083700     MOVE 'SHEETS READ'    TO RUNL-CALL-HWM-2-LABEL
083800     MOVE EXSC-READ-COUNT  TO RUNL-CALL-HWM-2
083900     CALL 'RunLedger' USING RUNL-CALL-AREA
084000     END-CALL
084100     .
084200 9900-POST-RUN-LEDGER-EXIT.
084300     EXIT.

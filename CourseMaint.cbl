000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CourseMaint.
000300 AUTHOR.        R L BERGHEAN.
000400 INSTALLATION.  TRAINING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*CourseMaint APPLIES ADD/CHANGE/RETIRE TRANSACTIONS AGAINST THE
000900*COURSE-MASTER INDEXED FILE (SEE COURSMST.CPY) - THE CATALOG OF
001000*COURSES THE QUIZ SUITE RUNS, EACH WITH ITS PASS PERCENT,
001100*REQUALIFICATION PERIOD, DEFAULT QUESTION COUNT, ALLOWED QUIZ
001200*MODES AND REGION SCOPE.  A NEW COURSE OR A CHANGED PASS MARK IS
001300*NOW A TRANSACTION INSTEAD OF A RECOMPILE OF EVERY PROGRAM THAT
001400*USED TO CARRY ITS OWN COPY OF THE RULE.
001500*
001600*ON AN ADD EVERY RULE FIELD MUST BE PRESENT AND VALID.  ON A
001700*CHANGE A BLANK FIELD LEAVES THE MASTER VALUE ALONE.  A RETIRED
001800*COURSE STAYS ON FILE FOR THE HISTORY BUT NO NEW SESSION CAN BE
001900*STARTED ON IT.  EVERY APPLIED TRANSACTION WRITES A CHANGE-HISTORY
002000*RECORD (FILE ID 'K') WITH THE BEFORE AND AFTER IMAGES, THE SAME
002100*AS CountryMaint.
002200*
002300*MODIFICATION HISTORY
002400*  2026-10-15  RLB  ORIGINAL PROGRAM.
002420*  2026-10-15  RLB  CHANGE-HISTORY RECORD GREW FROM 198 TO 230
002440*                   BYTES WHEN THE IMAGES WERE WIDENED FOR THE
002460*                   EFFECTIVE-DATED COUNTRY-MASTER - FD UPDATED
002480*                   TO MATCH.
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CRS-TRANS-FILE ASSIGN TO CRSTRN
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS CRS-TRANS-STATUS.
003200
003300     SELECT COURSE-MASTER ASSIGN TO CRSMST
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS CRS-COURSE-CODE
003700         FILE STATUS IS CRS-MASTER-STATUS.
003800
003900     SELECT MAINT-REPORT ASSIGN TO CRSRPT
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS MAINT-REPORT-STATUS.
004200
004300     SELECT CHANGE-HISTORY ASSIGN TO CHGHIST
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS CHG-HIST-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CRS-TRANS-FILE
005000     RECORD CONTAINS 66 CHARACTERS.
005100 COPY CRSTRN.
005200
005300 FD  COURSE-MASTER
005400     RECORD CONTAINS 66 CHARACTERS.
005500 COPY COURSMST.
005600
005700 FD  MAINT-REPORT
005800     RECORD CONTAINS 80 CHARACTERS.
005900 01  MAINT-REPORT-LINE          PIC X(80).
006000
006100 FD  CHANGE-HISTORY
006200     RECORD CONTAINS 230 CHARACTERS.
006300 COPY CHGHIST.
006400
006500 WORKING-STORAGE SECTION.
006600 01  CRS-TRANS-STATUS            PIC XX     VALUE '00'.
006700     88  CRS-TRANS-EOF                      VALUE '10'.
006800 01  CRS-MASTER-STATUS           PIC XX     VALUE '00'.
006900     88  CRS-MASTER-OK                      VALUE '00'.
007000     88  CRS-MASTER-NOTFOUND                 VALUE '23'.
007100     88  CRS-MASTER-DUPLICATE                VALUE '22'.
007200 01  MAINT-REPORT-STATUS         PIC XX     VALUE '00'.
007300 01  CHG-HIST-STATUS             PIC XX     VALUE '00'.
007400
007500 01  CMNT-CURRENT-DATE-TIME.
007600     05  CMNT-CURRENT-DATE           PIC 9(08).
007700     05  CMNT-CURRENT-TIME           PIC 9(06).
007800     05  FILLER                      PIC X(09).
007900 01  CMNT-HISTORY-ACTION         PIC X(01)  VALUE SPACE.
008000 01  CMNT-BEFORE-IMAGE           PIC X(66)  VALUE SPACES.
008100
008200 01  CMNT-VALID-FLAG             PIC X(01)  VALUE 'Y'.
008300     88  CMNT-TRANS-VALID                VALUE 'Y'.
008400 01  CMNT-REJECT-REASON          PIC X(15)  VALUE SPACES.
008500 77  CMNT-MODE-SUB               PIC 9(02)  VALUE ZERO.
008600 01  CMNT-MODE-LETTER            PIC X(01)  VALUE SPACE.
008700     88  CMNT-MODE-LETTER-OK             VALUE 'F' 'R' 'M' 'C' 'W'
008800                                               ' '.
008900
009000 77  CMNT-ADD-COUNT              PIC 9(05)  VALUE ZERO.
009100 77  CMNT-CHANGE-COUNT           PIC 9(05)  VALUE ZERO.
009200 77  CMNT-RETIRE-COUNT           PIC 9(05)  VALUE ZERO.
009300 77  CMNT-ERROR-COUNT            PIC 9(05)  VALUE ZERO.
009400
009500 01  CMNT-DETAIL-LINE.
009600     05  CMNT-DL-ACTION           PIC X(10).
009700     05  CMNT-DL-COURSE           PIC X(12).
009800     05  CMNT-DL-DESCRIPTION      PIC X(30).
009900     05  CMNT-DL-RESULT           PIC X(15).
010000
010100 PROCEDURE DIVISION.
010200 0000-MAINLINE.
010300     PERFORM 1000-INITIALIZE
010400         THRU 1000-INITIALIZE-EXIT
010500     PERFORM 2000-PROCESS-TRANSACTIONS
010600         THRU 2000-PROCESS-TRANSACTIONS-EXIT
010700         UNTIL CRS-TRANS-EOF
010800     PERFORM 9000-TERMINATE
010900         THRU 9000-TERMINATE-EXIT
011000     STOP RUN.
011100
011200 1000-INITIALIZE.
011300     OPEN INPUT  CRS-TRANS-FILE
011400     IF CRS-TRANS-STATUS = '35'
011500         DISPLAY "CRS-TRANS-FILE NOT FOUND - STAGE THE "
011600                 "TRANSACTION FILE BEFORE RUNNING CourseMaint"
011700         STOP RUN
011800     END-IF
011900     OPEN I-O    COURSE-MASTER
012000     IF NOT CRS-MASTER-OK
012100         CLOSE COURSE-MASTER
012200         OPEN OUTPUT COURSE-MASTER
012300         CLOSE COURSE-MASTER
012400         OPEN I-O COURSE-MASTER
012500     END-IF
012600     ACCEPT CMNT-CURRENT-DATE FROM DATE YYYYMMDD
012700     ACCEPT CMNT-CURRENT-TIME FROM TIME
012800     OPEN EXTEND CHANGE-HISTORY
012900     IF CHG-HIST-STATUS = '35' OR CHG-HIST-STATUS = '05'
013000         CLOSE CHANGE-HISTORY
013100         OPEN OUTPUT CHANGE-HISTORY
013200     END-IF
013300     OPEN OUTPUT MAINT-REPORT
013400     MOVE 'COURSE MASTER MAINTENANCE REPORT' TO MAINT-REPORT-LINE
013500     WRITE MAINT-REPORT-LINE
013600     MOVE SPACES TO MAINT-REPORT-LINE
013700     WRITE MAINT-REPORT-LINE
013800     PERFORM 2100-READ-TRANSACTION
013900         THRU 2100-READ-TRANSACTION-EXIT
014000     .
014100 1000-INITIALIZE-EXIT.
014200     EXIT.
014300
014400 2000-PROCESS-TRANSACTIONS.
014500     PERFORM 3000-APPLY-TRANSACTION
014600         THRU 3000-APPLY-TRANSACTION-EXIT
014700     PERFORM 2100-READ-TRANSACTION
014800         THRU 2100-READ-TRANSACTION-EXIT
014900     .
015000 2000-PROCESS-TRANSACTIONS-EXIT.
015100     EXIT.
015200
015300 2100-READ-TRANSACTION.
015400     READ CRS-TRANS-FILE
015500         AT END
015600             SET CRS-TRANS-EOF TO TRUE
015700     END-READ
015800     .
015900 2100-READ-TRANSACTION-EXIT.
016000     EXIT.
016100
016200 3000-APPLY-TRANSACTION.
016300     EVALUATE TRUE
016400         WHEN CRS-ACTION-ADD
016500             PERFORM 3100-APPLY-ADD
016600                 THRU 3100-APPLY-ADD-EXIT
016700         WHEN CRS-ACTION-CHANGE
016800             PERFORM 3200-APPLY-CHANGE
016900                 THRU 3200-APPLY-CHANGE-EXIT
017000         WHEN CRS-ACTION-RETIRE
017100             PERFORM 3300-APPLY-RETIRE
017200                 THRU 3300-APPLY-RETIRE-EXIT
017300         WHEN OTHER
017400             MOVE 'UNKNOWN'        TO CMNT-DL-ACTION
017500             MOVE CRS-TRANS-CODE   TO CMNT-DL-COURSE
017600             MOVE SPACES           TO CMNT-DL-DESCRIPTION
017700             MOVE 'REJECTED'       TO CMNT-DL-RESULT
017800             ADD 1 TO CMNT-ERROR-COUNT
017900             PERFORM 8000-WRITE-DETAIL-LINE
018000                 THRU 8000-WRITE-DETAIL-LINE-EXIT
018100     END-EVALUATE
018200     .
018300 3000-APPLY-TRANSACTION-EXIT.
018400     EXIT.
018500
018600 3100-APPLY-ADD.
018700     MOVE 'ADD'                 TO CMNT-DL-ACTION
018800     MOVE CRS-TRANS-CODE        TO CMNT-DL-COURSE
018900     MOVE CRS-TRANS-DESCRIPTION TO CMNT-DL-DESCRIPTION
019000     PERFORM 3500-EDIT-TRANSACTION
019100         THRU 3500-EDIT-TRANSACTION-EXIT
019200     IF CMNT-TRANS-VALID
019300         IF CRS-TRANS-PASS-PERCENT = SPACES
019400             OR CRS-TRANS-REQUAL-MONTHS = SPACES
019500             OR CRS-TRANS-QUESTION-COUNT = SPACES
019600             OR CRS-TRANS-CODE = SPACES
019700             MOVE 'N' TO CMNT-VALID-FLAG
019800             MOVE 'MISSING FIELD' TO CMNT-REJECT-REASON
019900         END-IF
020000     END-IF
020100     IF NOT CMNT-TRANS-VALID
020200         ADD 1 TO CMNT-ERROR-COUNT
020300         MOVE CMNT-REJECT-REASON TO CMNT-DL-RESULT
020400         PERFORM 8000-WRITE-DETAIL-LINE
020500             THRU 8000-WRITE-DETAIL-LINE-EXIT
020600         GO TO 3100-APPLY-ADD-EXIT
020700     END-IF
020800     MOVE CRS-TRANS-CODE            TO CRS-COURSE-CODE
020900     MOVE CRS-TRANS-DESCRIPTION     TO CRS-DESCRIPTION
021000     MOVE CRS-TRANS-PASS-PERCENT-N  TO CRS-PASS-PERCENT
021100     MOVE CRS-TRANS-REQUAL-MONTHS-N TO CRS-REQUAL-MONTHS
021200     MOVE CRS-TRANS-QUESTION-COUNT-N TO CRS-QUESTION-COUNT
021300     MOVE CRS-TRANS-ALLOWED-MODES   TO CRS-ALLOWED-MODES
021400     MOVE CRS-TRANS-REGION-SCOPE    TO CRS-REGION-SCOPE
021500     SET CRS-ACTIVE                 TO TRUE
021600     WRITE CRS-MASTER-RECORD
021700     IF CRS-MASTER-OK
021800         ADD 1 TO CMNT-ADD-COUNT
021900         MOVE 'APPLIED'       TO CMNT-DL-RESULT
022000         MOVE SPACES          TO CMNT-BEFORE-IMAGE
022100         MOVE 'A'             TO CMNT-HISTORY-ACTION
022200         PERFORM 8100-WRITE-CHANGE-HISTORY
022300             THRU 8100-WRITE-CHANGE-HISTORY-EXIT
022400     ELSE
022500         ADD 1 TO CMNT-ERROR-COUNT
022600         MOVE 'DUPLICATE'     TO CMNT-DL-RESULT
022700     END-IF
022800     PERFORM 8000-WRITE-DETAIL-LINE
022900         THRU 8000-WRITE-DETAIL-LINE-EXIT
023000     .
023100 3100-APPLY-ADD-EXIT.
023200     EXIT.
023300
023400 3200-APPLY-CHANGE.
023500     MOVE 'CHANGE'              TO CMNT-DL-ACTION
023600     MOVE CRS-TRANS-CODE        TO CMNT-DL-COURSE
023700     MOVE CRS-TRANS-DESCRIPTION TO CMNT-DL-DESCRIPTION
023800     PERFORM 3500-EDIT-TRANSACTION
023900         THRU 3500-EDIT-TRANSACTION-EXIT
024000     IF NOT CMNT-TRANS-VALID
024100         ADD 1 TO CMNT-ERROR-COUNT
024200         MOVE CMNT-REJECT-REASON TO CMNT-DL-RESULT
024300         PERFORM 8000-WRITE-DETAIL-LINE
024400             THRU 8000-WRITE-DETAIL-LINE-EXIT
024500         GO TO 3200-APPLY-CHANGE-EXIT
024600     END-IF
024700     MOVE CRS-TRANS-CODE TO CRS-COURSE-CODE
024800     READ COURSE-MASTER
024900         INVALID KEY
025000             CONTINUE
025100     END-READ
025200     IF CRS-MASTER-OK
025300         MOVE CRS-MASTER-RECORD TO CMNT-BEFORE-IMAGE
025400         IF CRS-TRANS-DESCRIPTION NOT = SPACES
025500             MOVE CRS-TRANS-DESCRIPTION TO CRS-DESCRIPTION
025600         END-IF
025700         IF CRS-TRANS-PASS-PERCENT NOT = SPACES
025800             MOVE CRS-TRANS-PASS-PERCENT-N TO CRS-PASS-PERCENT
025900         END-IF
026000         IF CRS-TRANS-REQUAL-MONTHS NOT = SPACES
026100             MOVE CRS-TRANS-REQUAL-MONTHS-N TO CRS-REQUAL-MONTHS
026200         END-IF
026300         IF CRS-TRANS-QUESTION-COUNT NOT = SPACES
026400             MOVE CRS-TRANS-QUESTION-COUNT-N TO CRS-QUESTION-COUNT
026500         END-IF
026600         IF CRS-TRANS-ALLOWED-MODES NOT = SPACES
026700             MOVE CRS-TRANS-ALLOWED-MODES TO CRS-ALLOWED-MODES
026800         END-IF
026900         IF CRS-TRANS-REGION-SCOPE NOT = SPACES
027000             MOVE CRS-TRANS-REGION-SCOPE TO CRS-REGION-SCOPE
027100         END-IF
027200         SET CRS-ACTIVE     TO TRUE
027300         REWRITE CRS-MASTER-RECORD
027400         ADD 1 TO CMNT-CHANGE-COUNT
027500         MOVE 'APPLIED'       TO CMNT-DL-RESULT
027600         MOVE 'C'             TO CMNT-HISTORY-ACTION
027700         PERFORM 8100-WRITE-CHANGE-HISTORY
027800             THRU 8100-WRITE-CHANGE-HISTORY-EXIT
027900     ELSE
028000         ADD 1 TO CMNT-ERROR-COUNT
028100         MOVE 'NOT FOUND'     TO CMNT-DL-RESULT
028200     END-IF
028300     PERFORM 8000-WRITE-DETAIL-LINE
028400         THRU 8000-WRITE-DETAIL-LINE-EXIT
028500     .
028600 3200-APPLY-CHANGE-EXIT.
028700     EXIT.
028800
028900 3300-APPLY-RETIRE.
029000     MOVE CRS-TRANS-CODE TO CRS-COURSE-CODE
029100     READ COURSE-MASTER
029200         INVALID KEY
029300             CONTINUE
029400     END-READ
029500     MOVE 'RETIRE'           TO CMNT-DL-ACTION
029600     MOVE CRS-TRANS-CODE     TO CMNT-DL-COURSE
029700     MOVE SPACES             TO CMNT-DL-DESCRIPTION
029800     IF CRS-MASTER-OK
029900         MOVE CRS-MASTER-RECORD TO CMNT-BEFORE-IMAGE
030000         MOVE CRS-DESCRIPTION   TO CMNT-DL-DESCRIPTION
030100         SET CRS-RETIRED    TO TRUE
030200         REWRITE CRS-MASTER-RECORD
030300         ADD 1 TO CMNT-RETIRE-COUNT
030400         MOVE 'APPLIED'       TO CMNT-DL-RESULT
030500         MOVE 'R'             TO CMNT-HISTORY-ACTION
030600         PERFORM 8100-WRITE-CHANGE-HISTORY
030700             THRU 8100-WRITE-CHANGE-HISTORY-EXIT
030800     ELSE
030900         ADD 1 TO CMNT-ERROR-COUNT
031000         MOVE 'NOT FOUND'     TO CMNT-DL-RESULT
031100     END-IF
031200     PERFORM 8000-WRITE-DETAIL-LINE
031300         THRU 8000-WRITE-DETAIL-LINE-EXIT
031400     .
031500 3300-APPLY-RETIRE-EXIT.
031600     EXIT.
031700
031800*****************************************************************
031900*EDITS THE RULE FIELDS THAT ARE PRESENT ON THE TRANSACTION.  A
032000*PASS PERCENT MUST BE 1-100, THE REQUALIFICATION MONTHS AND THE
032100*QUESTION COUNT MUST BE NON-ZERO, AND EVERY ALLOWED-MODE LETTER
032200*MUST BE ONE OF THE CTL-QUIZ-MODE VALUES.
032300*****************************************************************
032400 3500-EDIT-TRANSACTION.
032500     MOVE 'Y'    TO CMNT-VALID-FLAG
032600     MOVE SPACES TO CMNT-REJECT-REASON
032700     IF CRS-TRANS-PASS-PERCENT NOT = SPACES
032800         IF CRS-TRANS-PASS-PERCENT NOT NUMERIC
032900             OR CRS-TRANS-PASS-PERCENT-N = ZERO
033000             OR CRS-TRANS-PASS-PERCENT-N > 100
033100             MOVE 'N' TO CMNT-VALID-FLAG
033200             MOVE 'BAD PASS PCT' TO CMNT-REJECT-REASON
033300             GO TO 3500-EDIT-TRANSACTION-EXIT
033400         END-IF
033500     END-IF
033600     IF CRS-TRANS-REQUAL-MONTHS NOT = SPACES
033700         IF CRS-TRANS-REQUAL-MONTHS NOT NUMERIC
033800             OR CRS-TRANS-REQUAL-MONTHS-N = ZERO
033900             MOVE 'N' TO CMNT-VALID-FLAG
034000             MOVE 'BAD MONTHS' TO CMNT-REJECT-REASON
034100             GO TO 3500-EDIT-TRANSACTION-EXIT
034200         END-IF
034300     END-IF
034400     IF CRS-TRANS-QUESTION-COUNT NOT = SPACES
034500         IF CRS-TRANS-QUESTION-COUNT NOT NUMERIC
034600             OR CRS-TRANS-QUESTION-COUNT-N = ZERO
034700             MOVE 'N' TO CMNT-VALID-FLAG
034800             MOVE 'BAD QUESTIONS' TO CMNT-REJECT-REASON
034900             GO TO 3500-EDIT-TRANSACTION-EXIT
035000         END-IF
035100     END-IF
035200     PERFORM 3510-EDIT-MODE-LETTER
035300         THRU 3510-EDIT-MODE-LETTER-EXIT
035400         VARYING CMNT-MODE-SUB FROM 1 BY 1
035500         UNTIL CMNT-MODE-SUB > 5
035600     .
035700 3500-EDIT-TRANSACTION-EXIT.
035800     EXIT.
035900
036000 3510-EDIT-MODE-LETTER.
036100     MOVE CRS-TRANS-ALLOWED-MODES(CMNT-MODE-SUB:1)
036200         TO CMNT-MODE-LETTER
036300     IF NOT CMNT-MODE-LETTER-OK
036400         MOVE 'N' TO CMNT-VALID-FLAG
036500         MOVE 'BAD MODES' TO CMNT-REJECT-REASON
036600     END-IF
036700     .
036800 3510-EDIT-MODE-LETTER-EXIT.
036900     EXIT.
037000
037100 8000-WRITE-DETAIL-LINE.
037200     MOVE SPACES TO MAINT-REPORT-LINE
037300     STRING CMNT-DL-ACTION      DELIMITED BY SIZE
037400            CMNT-DL-COURSE      DELIMITED BY SIZE
037500            CMNT-DL-DESCRIPTION DELIMITED BY SIZE
037600            CMNT-DL-RESULT      DELIMITED BY SIZE
037700         INTO MAINT-REPORT-LINE
037800     END-STRING
037900     WRITE MAINT-REPORT-LINE
038000     .
038100 8000-WRITE-DETAIL-LINE-EXIT.
038200     EXIT.
038300
038400 8100-WRITE-CHANGE-HISTORY.
038500     MOVE SPACES              TO CHG-HISTORY-RECORD
038600     SET CHG-FILE-COURSE      TO TRUE
038700     MOVE CMNT-HISTORY-ACTION TO CHG-ACTION
038800     MOVE CMNT-CURRENT-DATE   TO CHG-RUN-DATE
038900     MOVE CMNT-CURRENT-TIME   TO CHG-RUN-TIME
039000     MOVE CRS-TRANS-CODE      TO CHG-KEY
039100     MOVE CMNT-BEFORE-IMAGE   TO CHG-BEFORE-IMAGE
039200     MOVE CRS-MASTER-RECORD   TO CHG-AFTER-IMAGE
039300     WRITE CHG-HISTORY-RECORD
039400     .
039500 8100-WRITE-CHANGE-HISTORY-EXIT.
039600     EXIT.
039700
039800 9000-TERMINATE.
039900     MOVE SPACES TO MAINT-REPORT-LINE
040000     WRITE MAINT-REPORT-LINE
040100     STRING 'ADDS: '       DELIMITED BY SIZE
040200            CMNT-ADD-COUNT DELIMITED BY SIZE
040300         INTO MAINT-REPORT-LINE
040400     END-STRING
040500     WRITE MAINT-REPORT-LINE
040550     MOVE SPACES TO MAINT-REPORT-LINE
040600     STRING 'CHANGES: '       DELIMITED BY SIZE
040700            CMNT-CHANGE-COUNT DELIMITED BY SIZE
040800         INTO MAINT-REPORT-LINE
040900     END-STRING
041000     WRITE MAINT-REPORT-LINE
041050     MOVE SPACES TO MAINT-REPORT-LINE
041100     STRING 'RETIRES: '       DELIMITED BY SIZE
041200            CMNT-RETIRE-COUNT DELIMITED BY SIZE
041300         INTO MAINT-REPORT-LINE
041400     END-STRING
041500     WRITE MAINT-REPORT-LINE
041550     MOVE SPACES TO MAINT-REPORT-LINE
041600     STRING 'ERRORS: '       DELIMITED BY SIZE
041700            CMNT-ERROR-COUNT DELIMITED BY SIZE
041800         INTO MAINT-REPORT-LINE
041900     END-STRING
042000     WRITE MAINT-REPORT-LINE
042100     CLOSE CRS-TRANS-FILE
042200           COURSE-MASTER
042300           CHANGE-HISTORY
042400           MAINT-REPORT
042500     .
042600 9000-TERMINATE-EXIT.
042700     EXIT.

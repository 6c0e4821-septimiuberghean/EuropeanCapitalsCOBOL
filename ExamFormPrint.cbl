000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ExamFormPrint.
000300 AUTHOR.        R L BERGHEAN.
000400 INSTALLATION.  TRAINING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*ExamFormPrint PRINTS NUMBERED PAPER EXAM FORMS FOR SITES WITH NO
000900*TERMINALS.  THE EXAM CONTROL CARD (EXAMCTL) NAMES THE COURSE,
001000*THE NUMBER OF FORMS, THE QUESTIONS PER FORM AND AN OPTIONAL
001100*REGION.  EACH FORM IS A MULTIPLE-CHOICE PAPER DRAWN AT RANDOM
001200*FROM THE COUNTRY-MASTER VERSIONS IN FORCE ON THE PRINT DATE,
001300*WITH THE SAME DISTRACTOR RULES AS GuessEuropeanCapital (SAME
001400*REGION PREFERRED, NO CAPITAL OFFERED TWICE).  EVERY QUESTION OF
001500*EVERY FORM IS WRITTEN TO THE ANSWER-KEY FILE (EXAMKEY) UNDER ITS
001600*FORM NUMBER FOR ExamScore, AND A KEY LISTING (EXAMKLST) GOES TO
001700*THE COORDINATOR.  FORM NUMBERS CONTINUE FROM THE HIGHEST ALREADY
001800*ON THE ANSWER-KEY FILE.
001900*
002000*THE COURSE MUST BE ON THE COURSE CATALOG, ACTIVE, AND ALLOW THE
002100*MULTIPLE-CHOICE MODE; A CARD REGION MUST LIE WITHIN THE COURSE'S
002200*REGION SCOPE.  ANYTHING ELSE STOPS THE RUN BEFORE A FORM IS
002300*PRINTED.
002400*RETURN CODE:  0 = FORMS PRINTED,  8 = CARD OR COURSE REJECTED,
002500*16 = A REQUIRED FILE IS MISSING OR UNCONVERTED.
002600*
002700*MODIFICATION HISTORY
002800*  2026-10-15  RLB  ORIGINAL PROGRAM.
002830*  2026-10-15  RLB  EACH FORM NOW OPENS WITH A ROW OF ASTERISKS TO
002860*                   CUT ON INSTEAD OF A PAGE EJECT.
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT EXAM-CONTROL ASSIGN TO EXAMCTL
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS EXAM-CTL-STATUS.
003600
003700     SELECT COURSE-MASTER ASSIGN TO CRSMST
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS CRS-COURSE-CODE
004100         FILE STATUS IS CRS-MASTER-STATUS.
004200
004300     SELECT COUNTRY-MASTER ASSIGN TO CTRYMST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS CTRY-MASTER-KEY
004700         FILE STATUS IS CTRY-MASTER-STATUS.
004800
004900     SELECT ANSWER-KEY ASSIGN TO EXAMKEY
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS EXKY-KEY
005300         FILE STATUS IS EXAM-KEY-STATUS.
005400
005500     SELECT EXAM-FORMS ASSIGN TO EXAMFORM
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS EXAM-FORM-STATUS.
005800
005900     SELECT KEY-LISTING ASSIGN TO EXAMKLST
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS KEY-LISTING-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  EXAM-CONTROL
006600     RECORD CONTAINS 30 CHARACTERS.
006700 COPY EXAMCTL.
006800
006900 FD  COURSE-MASTER
007000     RECORD CONTAINS 66 CHARACTERS.
007100 COPY COURSMST.
007200
007300 FD  COUNTRY-MASTER
007400     RECORD CONTAINS 82 CHARACTERS.
007500 COPY CTRYMST.
007600
007700 FD  ANSWER-KEY
007800     RECORD CONTAINS 194 CHARACTERS.
007900 COPY EXAMKEY.
008000
008100 FD  EXAM-FORMS
008200     RECORD CONTAINS 80 CHARACTERS.
008300 01  EXAM-FORM-LINE              PIC X(80).
008400
008500 FD  KEY-LISTING
008600     RECORD CONTAINS 80 CHARACTERS.
008700 01  KEY-LISTING-LINE            PIC X(80).
008800
008900 WORKING-STORAGE SECTION.
009000 01  EXAM-CTL-STATUS             PIC XX     VALUE '00'.
009100 01  CRS-MASTER-STATUS           PIC XX     VALUE '00'.
009200     88  CRS-MASTER-OK                      VALUE '00'.
009300 01  CTRY-MASTER-STATUS          PIC XX     VALUE '00'.
009400     88  CTRY-MASTER-EOF                     VALUE '10'.
009500 01  EXAM-KEY-STATUS             PIC XX     VALUE '00'.
009600     88  EXAM-KEY-OK                        VALUE '00'.
009700     88  EXAM-KEY-EOF                       VALUE '10'.
009800 01  EXAM-FORM-STATUS            PIC XX     VALUE '00'.
009900 01  KEY-LISTING-STATUS          PIC XX     VALUE '00'.
010000
010100 01  TABLE-OF-COUNTRIES.
010200     05  EACH-COUNTRY OCCURS 250 TIMES.
010300         10  COUNTRY            PIC A(25).
010400         10  CAPITAL            PIC A(25).
010500         10  CTRY-TABLE-REGION  PIC X(15).
010600
010700 77  TABLE-ENTRY-COUNT           PIC 999    VALUE ZERO.
010800 77  IDX                         PIC 999    VALUE ZERO.
010900 77  QNUM                        PIC 99     VALUE ZERO.
011000
011100 01  EXPR-ASKED-FLAGS.
011200     05  EXPR-ASKED-FLAG OCCURS 250 TIMES
011300                                 PIC X(01) VALUE 'N'.
011400 77  EXPR-DRAW-TRIES             PIC 9(04)  VALUE ZERO.
011500 77  EXPR-RANDOM-SINK            PIC 9V9(9) VALUE ZERO.
011600
011700 01  EXPR-COURSE-CODE            PIC X(10)  VALUE 'EUROCAP01'.
011800 01  EXPR-REGION-SCOPE           PIC X(15)  VALUE SPACES.
011900*QUESTIONS PER FORM - THE CARD'S COUNT, ELSE THE COURSE'S, BUT
012000*NEVER MORE THAN THE 50 MARK COLUMNS ON THE SCANNER SHEET.
012100 77  EXPR-QUESTION-COUNT         PIC 99     VALUE 5.
012200 77  EXPR-FORM-COUNT             PIC 9(03)  VALUE 1.
012300 77  EXPR-FORM-IDX               PIC 9(03)  VALUE ZERO.
012400 77  EXPR-FORM-NUMBER            PIC 9(06)  VALUE ZERO.
012500 77  EXPR-FIRST-FORM-NUMBER      PIC 9(06)  VALUE ZERO.
012600 77  EXPR-FORMS-PRINTED          PIC 9(05)  VALUE ZERO.
012700 77  EXPR-KEYS-WRITTEN           PIC 9(07)  VALUE ZERO.
012800 77  EXPR-MODE-HITS              PIC 9(02)  VALUE ZERO.
012900 01  EXPR-CHOICE-MODE            PIC X(01)  VALUE 'C'.
013000
013100 01  EXPR-CHOICE-TABLE.
013200     05  EXPR-CHOICE-CAPITAL OCCURS 4 TIMES
013300                                 PIC X(25) VALUE SPACES.
013400 77  EXPR-CORRECT-SLOT           PIC 9      VALUE 0.
013500 77  EXPR-CHOICE-SLOT            PIC 9      VALUE 0.
013600 77  EXPR-CHOICE-FILLED          PIC 9      VALUE 0.
013700 77  EXPR-CHOICE-SCAN-IDX        PIC 999    VALUE 0.
013800 77  EXPR-CHOICE-START-IDX       PIC 999    VALUE 0.
013900 77  EXPR-CHOICE-CAND-IDX        PIC 999    VALUE 0.
014000 01  EXPR-CHOICE-LETTER-LIST     PIC X(04)  VALUE 'ABCD'.
014100 01  EXPR-CHOICE-DUP-FLAG        PIC X(01)  VALUE 'N'.
014200     88  EXPR-CHOICE-IS-DUP          VALUE 'Y'.
014300 01  EXPR-SLOT-PLACED-FLAG       PIC X(01)  VALUE 'N'.
014400     88  EXPR-SLOT-PLACED            VALUE 'Y'.
014500 01  EXPR-CHOICE-PASS-FLAG       PIC X(01)  VALUE 'R'.
014600     88  EXPR-PASS-SAME-REGION       VALUE 'R'.
014700     88  EXPR-PASS-ANY-REGION        VALUE 'A'.
014800
014900 01  EXPR-CURRENT-DATE-TIME.
015000     05  EXPR-CURRENT-DATE           PIC 9(08).
015100     05  EXPR-CURRENT-TIME           PIC 9(06).
015200     05  FILLER                      PIC X(09).
015300
015400 01  EXPR-FORM-TITLE-LINE.
015500     05  FILLER                      PIC X(47)
015600         VALUE 'EUROPEAN CAPITALS QUIZ - PAPER EXAM'.
015700     05  FILLER                      PIC X(05) VALUE 'FORM '.
015800     05  EFT-FORM-NUMBER             PIC 9(06).
015900     05  FILLER                      PIC X(22) VALUE SPACES.
016000
016100 01  EXPR-FORM-COURSE-LINE.
016200     05  FILLER                      PIC X(08) VALUE 'COURSE: '.
016300     05  EFC-COURSE-CODE             PIC X(10).
016400     05  FILLER                      PIC X(14)
016500         VALUE '   QUESTIONS: '.
016600     05  EFC-QUESTION-COUNT          PIC Z9.
016700     05  FILLER                      PIC X(12)
016800         VALUE '   PRINTED: '.
016900     05  EFC-PRINT-DATE              PIC 9(08).
017000     05  FILLER                      PIC X(26) VALUE SPACES.
017100
017200 01  EXPR-QUESTION-LINE.
017300     05  EQL-QUESTION-NUMBER         PIC Z9.
017400     05  FILLER                      PIC X(02) VALUE '. '.
017500     05  EQL-QUESTION-TEXT           PIC X(76).
017600
017700 01  EXPR-CHOICE-LINE.
017800     05  FILLER                      PIC X(06) VALUE SPACES.
017900     05  ECL-LEFT-LETTER             PIC X(01).
018000     05  FILLER                      PIC X(02) VALUE ') '.
018100     05  ECL-LEFT-CAPITAL            PIC X(25).
018200     05  FILLER                      PIC X(04) VALUE SPACES.
018300     05  ECL-RIGHT-LETTER            PIC X(01).
018400     05  FILLER                      PIC X(02) VALUE ') '.
018500     05  ECL-RIGHT-CAPITAL           PIC X(25).
018600     05  FILLER                      PIC X(14) VALUE SPACES.
018700
018800*THE KEY LISTING CARRIES TEN ANSWERS TO A LINE, E.G. 01-B.
018900 01  EXPR-KEY-ANSWER-LINE.
019000     05  FILLER                      PIC X(04) VALUE SPACES.
019100     05  EKA-ENTRY OCCURS 10 TIMES.
019200         10  EKA-QUESTION-NUMBER     PIC 99.
019300         10  EKA-DASH                PIC X(01).
019400         10  EKA-LETTER              PIC X(01).
019500         10  FILLER                  PIC X(03).
019600     05  FILLER                      PIC X(06) VALUE SPACES.
019700 77  EXPR-KEY-ENTRY-IDX          PIC 99     VALUE ZERO.
019800
019900 PROCEDURE DIVISION.
020000 0000-MAINLINE.
020100     PERFORM 1000-INITIALIZE
020200         THRU 1000-INITIALIZE-EXIT
020300     PERFORM 2000-PRINT-FORM
020400         THRU 2000-PRINT-FORM-EXIT
020500         VARYING EXPR-FORM-IDX FROM 1 BY 1
020600         UNTIL EXPR-FORM-IDX > EXPR-FORM-COUNT
020700     PERFORM 9000-TERMINATE
020800         THRU 9000-TERMINATE-EXIT
020900     STOP RUN.
021000
021100 1000-INITIALIZE.
021200     ACCEPT EXPR-CURRENT-DATE FROM DATE YYYYMMDD
021300     ACCEPT EXPR-CURRENT-TIME FROM TIME
021400     PERFORM 1050-READ-CONTROL-CARD
021500         THRU 1050-READ-CONTROL-CARD-EXIT
021600     PERFORM 1070-READ-COURSE-MASTER
021700         THRU 1070-READ-COURSE-MASTER-EXIT
021800     PERFORM 1100-LOAD-COUNTRY-TABLE
021900         THRU 1100-LOAD-COUNTRY-TABLE-EXIT
022000     IF TABLE-ENTRY-COUNT = ZERO
022100         DISPLAY "NO COUNTRIES IN FORCE FOR COURSE "
022200                 EXPR-COURSE-CODE " REGION " EXPR-REGION-SCOPE
022300                 " - NO FORMS PRINTED"
022400         MOVE 8 TO RETURN-CODE
022500         STOP RUN
022600     END-IF
022700     IF EXPR-QUESTION-COUNT > TABLE-ENTRY-COUNT
022800         MOVE TABLE-ENTRY-COUNT TO EXPR-QUESTION-COUNT
022900     END-IF
023000     COMPUTE EXPR-RANDOM-SINK =
023100         FUNCTION RANDOM(EXPR-CURRENT-TIME)
023200     PERFORM 1200-FIND-LAST-FORM-NUMBER
023300         THRU 1200-FIND-LAST-FORM-NUMBER-EXIT
023400     OPEN OUTPUT EXAM-FORMS
023500     OPEN OUTPUT KEY-LISTING
023600     MOVE SPACES TO KEY-LISTING-LINE
023700     MOVE 'EUROPEAN CAPITALS QUIZ - PAPER EXAM ANSWER KEYS'
023800         TO KEY-LISTING-LINE
023900     WRITE KEY-LISTING-LINE
024000     MOVE SPACES TO KEY-LISTING-LINE
024100     WRITE KEY-LISTING-LINE
024200     .
024300 1000-INITIALIZE-EXIT.
024400     EXIT.
024500
024600*****************************************************************
024700*THE CONTROL CARD IS REQUIRED - WITHOUT IT THERE IS NO WAY TO
024800*KNOW HOW MANY FORMS ARE WANTED.  A BLANK COURSE DEFAULTS TO
024900*EUROCAP01, AS ON THE QUIZ CONTROL CARD.
025000*****************************************************************
025100 1050-READ-CONTROL-CARD.
025200     OPEN INPUT EXAM-CONTROL
025300     IF EXAM-CTL-STATUS = '35'
025400         DISPLAY "EXAM CONTROL CARD NOT FOUND - NO FORMS PRINTED"
025500         MOVE 8 TO RETURN-CODE
025600         STOP RUN
025700     END-IF
025800     READ EXAM-CONTROL
025900         AT END
026000             DISPLAY "EXAM CONTROL CARD IS EMPTY - NO FORMS "
026100                     "PRINTED"
026200             MOVE 8 TO RETURN-CODE
026300             CLOSE EXAM-CONTROL
026400             STOP RUN
026500     END-READ
026600     CLOSE EXAM-CONTROL
026700     IF EXCT-COURSE-CODE NOT = SPACES
026800         MOVE EXCT-COURSE-CODE TO EXPR-COURSE-CODE
026900     END-IF
027000     IF EXCT-FORM-COUNT NUMERIC AND EXCT-FORM-COUNT > 0
027100         MOVE EXCT-FORM-COUNT TO EXPR-FORM-COUNT
027200     END-IF
027300     .
027400 1050-READ-CONTROL-CARD-EXIT.
027500     EXIT.
027600
027700*****************************************************************
027800*LOOKS THE COURSE UP ON THE COURSE-MASTER CATALOG, AS
027900*GuessCapitalsBatch DOES.  THE COURSE MUST ALLOW THE
028000*MULTIPLE-CHOICE MODE, AND A REGION ON THE CARD MAY ONLY NARROW
028100*THE COURSE'S OWN REGION SCOPE, NEVER WIDEN OR CHANGE IT.
028200*****************************************************************
028300 1070-READ-COURSE-MASTER.
028400     OPEN INPUT COURSE-MASTER
028500     IF CRS-MASTER-STATUS = '35'
028600         DISPLAY "COURSE-MASTER FILE NOT FOUND - RUN "
028700                 "CourseMaint TO ESTABLISH IT FIRST"
028800         MOVE 16 TO RETURN-CODE
028900         STOP RUN
029000     END-IF
029100     MOVE EXPR-COURSE-CODE TO CRS-COURSE-CODE
029200     READ COURSE-MASTER
029300         INVALID KEY
029400             MOVE '23' TO CRS-MASTER-STATUS
029500     END-READ
029600     CLOSE COURSE-MASTER
029700     IF NOT CRS-MASTER-OK OR CRS-RETIRED
029800         DISPLAY "COURSE " EXPR-COURSE-CODE
029900                 " IS NOT ON THE COURSE CATALOG - NO FORMS "
029950                 "PRINTED"
030000         MOVE 8 TO RETURN-CODE
030100         STOP RUN
030200     END-IF
030300     IF CRS-ALLOWED-MODES NOT = SPACES
030400         MOVE ZERO TO EXPR-MODE-HITS
030500         INSPECT CRS-ALLOWED-MODES
030600             TALLYING EXPR-MODE-HITS FOR ALL EXPR-CHOICE-MODE
030700         IF EXPR-MODE-HITS = ZERO
030800             DISPLAY "COURSE " EXPR-COURSE-CODE
030900                     " DOES NOT ALLOW MULTIPLE-CHOICE - NO FORMS "
031000                     "PRINTED"
031100             MOVE 8 TO RETURN-CODE
031200             STOP RUN
031300         END-IF
031400     END-IF
031500     MOVE CRS-REGION-SCOPE TO EXPR-REGION-SCOPE
031600     IF EXCT-REGION-FILTER NOT = SPACES
031700         IF CRS-REGION-SCOPE NOT = SPACES
031800             AND EXCT-REGION-FILTER NOT = CRS-REGION-SCOPE
031900             DISPLAY "REGION " EXCT-REGION-FILTER
032000                     " IS OUTSIDE THE SCOPE OF COURSE "
032100                     EXPR-COURSE-CODE " - NO FORMS PRINTED"
032200             MOVE 8 TO RETURN-CODE
032300             STOP RUN
032400         END-IF
032500         MOVE EXCT-REGION-FILTER TO EXPR-REGION-SCOPE
032600     END-IF
032700     IF CRS-QUESTION-COUNT > 0
032800         MOVE CRS-QUESTION-COUNT TO EXPR-QUESTION-COUNT
032900     END-IF
033000     IF EXCT-QUESTION-COUNT NUMERIC AND EXCT-QUESTION-COUNT > 0
033100         MOVE EXCT-QUESTION-COUNT TO EXPR-QUESTION-COUNT
033200     END-IF
033300     IF EXPR-QUESTION-COUNT > 50
033400         MOVE 50 TO EXPR-QUESTION-COUNT
033500     END-IF
033600     .
033700 1070-READ-COURSE-MASTER-EXIT.
033800     EXIT.
033900
034000 1100-LOAD-COUNTRY-TABLE.
034100     MOVE ZERO TO TABLE-ENTRY-COUNT
034200     OPEN INPUT COUNTRY-MASTER
034300     IF CTRY-MASTER-STATUS = '35'
034400         DISPLAY "COUNTRY-MASTER FILE NOT FOUND - RUN "
034500                 "CountryMaint TO ESTABLISH IT FIRST"
034600         MOVE 16 TO RETURN-CODE
034700         STOP RUN
034800     END-IF
034900     IF CTRY-MASTER-STATUS = '39'
035000         DISPLAY "COUNTRY-MASTER OPENED WITH STATUS 39 - THE "
035100                 "FILE IS STILL THE OLD 66-BYTE LAYOUT - RUN "
035200                 "THE CTRYMCNV CONVERSION ONCE BEFORE THIS JOB"
035300         MOVE 16 TO RETURN-CODE
035400         STOP RUN
035500     END-IF
035600     PERFORM 1110-READ-COUNTRY-MASTER
035700         THRU 1110-READ-COUNTRY-MASTER-EXIT
035800     PERFORM 1120-KEEP-COUNTRY
035900         THRU 1120-KEEP-COUNTRY-EXIT
036000         UNTIL CTRY-MASTER-EOF
036100     CLOSE COUNTRY-MASTER
036200     .
036300 1100-LOAD-COUNTRY-TABLE-EXIT.
036400     EXIT.
036500
036600 1110-READ-COUNTRY-MASTER.
036700     READ COUNTRY-MASTER NEXT RECORD
036800         AT END
036900             SET CTRY-MASTER-EOF TO TRUE
037000     END-READ
037100     .
037200 1110-READ-COUNTRY-MASTER-EXIT.
037300     EXIT.
037400
037500*****************************************************************
037600*KEEPS THE ACTIVE VERSION IN FORCE ON THE PRINT DATE, IN SCOPE.
037700*****************************************************************
037800 1120-KEEP-COUNTRY.
037900     IF CTRY-ACTIVE
038000         AND CTRY-EFFECTIVE-FROM NOT > EXPR-CURRENT-DATE
038100         AND CTRY-EFFECTIVE-TO NOT < EXPR-CURRENT-DATE
038200         AND (EXPR-REGION-SCOPE = SPACES
038300              OR CTRY-REGION-CODE = EXPR-REGION-SCOPE)
038400         IF TABLE-ENTRY-COUNT < 250
038500             ADD 1 TO TABLE-ENTRY-COUNT
038600             MOVE CTRY-COUNTRY-NAME
038700                 TO COUNTRY(TABLE-ENTRY-COUNT)
038800             MOVE CTRY-CAPITAL-NAME
038900                 TO CAPITAL(TABLE-ENTRY-COUNT)
039000             MOVE CTRY-REGION-CODE
039100                 TO CTRY-TABLE-REGION(TABLE-ENTRY-COUNT)
039200         ELSE
039300             DISPLAY "WARNING - COUNTRY-MASTER HAS MORE THAN "
039400                     "250 ACTIVE ENTRIES - EXTRA IGNORED"
039500         END-IF
039600     END-IF
039700     PERFORM 1110-READ-COUNTRY-MASTER
039800         THRU 1110-READ-COUNTRY-MASTER-EXIT
039900     .
040000 1120-KEEP-COUNTRY-EXIT.
040100     EXIT.
040200
040300*****************************************************************
040400*THE ANSWER-KEY FILE IS CREATED ON FIRST USE.  OTHERWISE IT IS
040500*READ THROUGH ONCE FOR THE HIGHEST FORM NUMBER ALREADY ISSUED, SO
040600*THIS RUN'S FORMS CONTINUE FROM THE NEXT NUMBER.
040700*****************************************************************
040800 1200-FIND-LAST-FORM-NUMBER.
040900     MOVE ZERO TO EXPR-FORM-NUMBER
041000     OPEN I-O ANSWER-KEY
041100     IF EXAM-KEY-STATUS = '35'
041200         OPEN OUTPUT ANSWER-KEY
041300         CLOSE ANSWER-KEY
041400         OPEN I-O ANSWER-KEY
041500         GO TO 1200-FIND-LAST-FORM-NUMBER-EXIT
041600     END-IF
041700     PERFORM 1210-READ-ANSWER-KEY
041800         THRU 1210-READ-ANSWER-KEY-EXIT
041900         UNTIL EXAM-KEY-EOF
042000     .
042100 1200-FIND-LAST-FORM-NUMBER-EXIT.
042200     EXIT.
042300
042400 1210-READ-ANSWER-KEY.
042500     READ ANSWER-KEY NEXT RECORD
042600         AT END
042700             SET EXAM-KEY-EOF TO TRUE
042800     END-READ
042900     IF EXAM-KEY-OK
043000         AND EXKY-FORM-NUMBER > EXPR-FORM-NUMBER
043100         MOVE EXKY-FORM-NUMBER TO EXPR-FORM-NUMBER
043200     END-IF
043300     .
043400 1210-READ-ANSWER-KEY-EXIT.
043500     EXIT.
043600
043700*****************************************************************
043800*ONE NUMBERED FORM: HEADING, THE QUESTIONS WITH THEIR FOUR
043900*CHOICES, AND THE FORM'S ANSWER KEY (FILE AND LISTING).
044000*****************************************************************
044100 2000-PRINT-FORM.
044200     ADD 1 TO EXPR-FORM-NUMBER
044300     IF EXPR-FIRST-FORM-NUMBER = ZERO
044400         MOVE EXPR-FORM-NUMBER TO EXPR-FIRST-FORM-NUMBER
044500     END-IF
044600     MOVE ALL 'N' TO EXPR-ASKED-FLAGS
044700     PERFORM 2100-PRINT-FORM-HEADING
044800         THRU 2100-PRINT-FORM-HEADING-EXIT
044900     MOVE SPACES TO KEY-LISTING-LINE
045000     STRING 'FORM '             DELIMITED BY SIZE
045100            EXPR-FORM-NUMBER    DELIMITED BY SIZE
045200            '   COURSE '        DELIMITED BY SIZE
045300            EXPR-COURSE-CODE    DELIMITED BY SIZE
045400            '   QUESTIONS '     DELIMITED BY SIZE
045500            EXPR-QUESTION-COUNT DELIMITED BY SIZE
045600         INTO KEY-LISTING-LINE
045700     END-STRING
045800     WRITE KEY-LISTING-LINE
045900     MOVE SPACES TO EXPR-KEY-ANSWER-LINE
046000     MOVE ZERO TO EXPR-KEY-ENTRY-IDX
046100     PERFORM 2200-SET-QUESTION
046200         THRU 2200-SET-QUESTION-EXIT
046300         VARYING QNUM FROM 1 BY 1
046400         UNTIL QNUM > EXPR-QUESTION-COUNT
046500     IF EXPR-KEY-ENTRY-IDX > 0
046600         MOVE EXPR-KEY-ANSWER-LINE TO KEY-LISTING-LINE
046700         WRITE KEY-LISTING-LINE
046800     END-IF
046900     MOVE SPACES TO KEY-LISTING-LINE
047000     WRITE KEY-LISTING-LINE
047100     MOVE SPACES TO EXAM-FORM-LINE
047200     WRITE EXAM-FORM-LINE
047300     MOVE '*** END OF PAPER - HAND IN THIS FORM WITH THE SHEET'
047400         TO EXAM-FORM-LINE
047500     WRITE EXAM-FORM-LINE
047600     ADD 1 TO EXPR-FORMS-PRINTED
047700     .
047800 2000-PRINT-FORM-EXIT.
047900     EXIT.
048000
048100 2100-PRINT-FORM-HEADING.
048200     MOVE EXPR-FORM-NUMBER TO EFT-FORM-NUMBER
048230     MOVE ALL '*' TO EXAM-FORM-LINE
048260     WRITE EXAM-FORM-LINE
048300     MOVE EXPR-FORM-TITLE-LINE TO EXAM-FORM-LINE
048400     WRITE EXAM-FORM-LINE
048500     MOVE EXPR-COURSE-CODE    TO EFC-COURSE-CODE
048600     MOVE EXPR-QUESTION-COUNT TO EFC-QUESTION-COUNT
048700     MOVE EXPR-CURRENT-DATE   TO EFC-PRINT-DATE
048800     MOVE EXPR-FORM-COURSE-LINE TO EXAM-FORM-LINE
048900     WRITE EXAM-FORM-LINE
049000     MOVE SPACES TO EXAM-FORM-LINE
049100     WRITE EXAM-FORM-LINE
049200     MOVE 'EMPLOYEE ID: __________     NAME: ____________________'
049300         TO EXAM-FORM-LINE
049400     WRITE EXAM-FORM-LINE
049500     MOVE SPACES TO EXAM-FORM-LINE
049600     WRITE EXAM-FORM-LINE
049700     MOVE 'ON THE ANSWER SHEET MARK YOUR EMPLOYEE ID AND THE FORM'
049800         TO EXAM-FORM-LINE
049900     WRITE EXAM-FORM-LINE
050000     MOVE 'NUMBER ABOVE IN THE BOXES AT THE TOP, THEN ONE LETTER'
050100         TO EXAM-FORM-LINE
050200     WRITE EXAM-FORM-LINE
050300     MOVE '(A-D) FOR EACH QUESTION.'
050400         TO EXAM-FORM-LINE
050500     WRITE EXAM-FORM-LINE
050600     .
050700 2100-PRINT-FORM-HEADING-EXIT.
050800     EXIT.
050900
051000 2200-SET-QUESTION.
051100     PERFORM 2260-DRAW-UNUSED-INDEX
051200         THRU 2260-DRAW-UNUSED-INDEX-EXIT
051300     MOVE 'Y' TO EXPR-ASKED-FLAG(IDX)
051400     PERFORM 2320-BUILD-CHOICES
051500         THRU 2320-BUILD-CHOICES-EXIT
051600     PERFORM 2400-PRINT-QUESTION
051700         THRU 2400-PRINT-QUESTION-EXIT
051800     PERFORM 2500-WRITE-ANSWER-KEY
051900         THRU 2500-WRITE-ANSWER-KEY-EXIT
052000     .
052100 2200-SET-QUESTION-EXIT.
052200     EXIT.
052300
052400 2260-DRAW-UNUSED-INDEX.
052500     MOVE ZERO TO EXPR-DRAW-TRIES
052600     PERFORM 2270-TRY-DRAW
052700         THRU 2270-TRY-DRAW-EXIT
052800         WITH TEST AFTER
052900         UNTIL EXPR-ASKED-FLAG(IDX) = 'N'
053000            OR EXPR-DRAW-TRIES > 1000
053100     .
053200 2260-DRAW-UNUSED-INDEX-EXIT.
053300     EXIT.
053400
053500 2270-TRY-DRAW.
053600     COMPUTE IDX = FUNCTION MOD(
053700         FUNCTION INTEGER(FUNCTION RANDOM * 100000),
053800         TABLE-ENTRY-COUNT) + 1
053900     ADD 1 TO EXPR-DRAW-TRIES
054000     .
054100 2270-TRY-DRAW-EXIT.
054200     EXIT.
054300
054400*****************************************************************
054500*2320 THROUGH 2365 ARE THE DISTRACTOR RULES OF THE TERMINAL AND
054600*ROSTER QUIZZES: THE RIGHT CAPITAL IN A RANDOM SLOT, THEN
054700*CAPITALS FROM THE SAME REGION, THEN FROM ANY REGION, NEVER THE
054800*SAME CAPITAL TWICE.
054900*****************************************************************
055000 2320-BUILD-CHOICES.
055100     MOVE SPACES TO EXPR-CHOICE-TABLE
055200     COMPUTE EXPR-CORRECT-SLOT = FUNCTION MOD(
055300         FUNCTION INTEGER(FUNCTION RANDOM * 100000), 4) + 1
055400     MOVE CAPITAL(IDX) TO EXPR-CHOICE-CAPITAL(EXPR-CORRECT-SLOT)
055500     MOVE 1 TO EXPR-CHOICE-FILLED
055600     COMPUTE EXPR-CHOICE-START-IDX = FUNCTION MOD(
055700         FUNCTION INTEGER(FUNCTION RANDOM * 100000),
055800         TABLE-ENTRY-COUNT) + 1
055900     SET EXPR-PASS-SAME-REGION TO TRUE
056000     PERFORM 2330-FILL-DISTRACTORS
056100         THRU 2330-FILL-DISTRACTORS-EXIT
056200     IF EXPR-CHOICE-FILLED < 4
056300         SET EXPR-PASS-ANY-REGION TO TRUE
056400         PERFORM 2330-FILL-DISTRACTORS
056500             THRU 2330-FILL-DISTRACTORS-EXIT
056600     END-IF
056700     .
056800 2320-BUILD-CHOICES-EXIT.
056900     EXIT.
057000
057100 2330-FILL-DISTRACTORS.
057200     PERFORM 2340-TRY-DISTRACTOR
057300         THRU 2340-TRY-DISTRACTOR-EXIT
057400         VARYING EXPR-CHOICE-SCAN-IDX FROM 0 BY 1
057500         UNTIL EXPR-CHOICE-SCAN-IDX >= TABLE-ENTRY-COUNT
057600            OR EXPR-CHOICE-FILLED >= 4
057700     .
057800 2330-FILL-DISTRACTORS-EXIT.
057900     EXIT.
058000
058100 2340-TRY-DISTRACTOR.
058200     COMPUTE EXPR-CHOICE-CAND-IDX = FUNCTION MOD(
058300         EXPR-CHOICE-START-IDX + EXPR-CHOICE-SCAN-IDX - 1,
058400         TABLE-ENTRY-COUNT) + 1
058500     IF EXPR-CHOICE-CAND-IDX = IDX
058600         GO TO 2340-TRY-DISTRACTOR-EXIT
058700     END-IF
058800     IF EXPR-PASS-SAME-REGION
058900         AND CTRY-TABLE-REGION(EXPR-CHOICE-CAND-IDX)
059000             NOT = CTRY-TABLE-REGION(IDX)
059100         GO TO 2340-TRY-DISTRACTOR-EXIT
059200     END-IF
059300     PERFORM 2350-CHECK-DUPLICATE-CHOICE
059400         THRU 2350-CHECK-DUPLICATE-CHOICE-EXIT
059500     IF EXPR-CHOICE-IS-DUP
059600         GO TO 2340-TRY-DISTRACTOR-EXIT
059700     END-IF
059800     PERFORM 2360-PLACE-IN-EMPTY-SLOT
059900         THRU 2360-PLACE-IN-EMPTY-SLOT-EXIT
060000     .
060100 2340-TRY-DISTRACTOR-EXIT.
060200     EXIT.
060300
060400 2350-CHECK-DUPLICATE-CHOICE.
060500     MOVE 'N' TO EXPR-CHOICE-DUP-FLAG
060600     PERFORM 2355-SCAN-CHOICE-SLOTS
060700         THRU 2355-SCAN-CHOICE-SLOTS-EXIT
060800         VARYING EXPR-CHOICE-SLOT FROM 1 BY 1
060900         UNTIL EXPR-CHOICE-SLOT > 4
061000            OR EXPR-CHOICE-IS-DUP
061100     .
061200 2350-CHECK-DUPLICATE-CHOICE-EXIT.
061300     EXIT.
061400
061500 2355-SCAN-CHOICE-SLOTS.
061600     IF EXPR-CHOICE-CAPITAL(EXPR-CHOICE-SLOT)
061700         = CAPITAL(EXPR-CHOICE-CAND-IDX)
061800         MOVE 'Y' TO EXPR-CHOICE-DUP-FLAG
061900     END-IF
062000     .
062100 2355-SCAN-CHOICE-SLOTS-EXIT.
062200     EXIT.
062300
062400 2360-PLACE-IN-EMPTY-SLOT.
062500     MOVE 'N' TO EXPR-SLOT-PLACED-FLAG
062600     PERFORM 2365-FILL-FIRST-EMPTY
062700         THRU 2365-FILL-FIRST-EMPTY-EXIT
062800         VARYING EXPR-CHOICE-SLOT FROM 1 BY 1
062900         UNTIL EXPR-CHOICE-SLOT > 4
063000            OR EXPR-SLOT-PLACED
063100     .
063200 2360-PLACE-IN-EMPTY-SLOT-EXIT.
063300     EXIT.
063400
063500 2365-FILL-FIRST-EMPTY.
063600     IF EXPR-CHOICE-CAPITAL(EXPR-CHOICE-SLOT) = SPACES
063700         MOVE CAPITAL(EXPR-CHOICE-CAND-IDX)
063800             TO EXPR-CHOICE-CAPITAL(EXPR-CHOICE-SLOT)
063900         ADD 1 TO EXPR-CHOICE-FILLED
064000         MOVE 'Y' TO EXPR-SLOT-PLACED-FLAG
064100     END-IF
064200     .
064300 2365-FILL-FIRST-EMPTY-EXIT.
064400     EXIT.
064500
064600 2400-PRINT-QUESTION.
064700     MOVE SPACES TO EXAM-FORM-LINE
064800     WRITE EXAM-FORM-LINE
064900     MOVE SPACES TO EXPR-QUESTION-LINE
065000     MOVE QNUM TO EQL-QUESTION-NUMBER
065100     STRING 'WHICH IS THE CAPITAL OF ' DELIMITED BY SIZE
065200            COUNTRY(IDX)               DELIMITED BY '  '
065300            '?'                        DELIMITED BY SIZE
065400         INTO EQL-QUESTION-TEXT
065500     END-STRING
065600     MOVE EXPR-QUESTION-LINE TO EXAM-FORM-LINE
065700     WRITE EXAM-FORM-LINE
065800     MOVE 'A' TO ECL-LEFT-LETTER
065900     MOVE EXPR-CHOICE-CAPITAL(1) TO ECL-LEFT-CAPITAL
066000     MOVE 'B' TO ECL-RIGHT-LETTER
066100     MOVE EXPR-CHOICE-CAPITAL(2) TO ECL-RIGHT-CAPITAL
066200     MOVE EXPR-CHOICE-LINE TO EXAM-FORM-LINE
066300     WRITE EXAM-FORM-LINE
066400     MOVE 'C' TO ECL-LEFT-LETTER
066500     MOVE EXPR-CHOICE-CAPITAL(3) TO ECL-LEFT-CAPITAL
066600     MOVE 'D' TO ECL-RIGHT-LETTER
066700     MOVE EXPR-CHOICE-CAPITAL(4) TO ECL-RIGHT-CAPITAL
066800     MOVE EXPR-CHOICE-LINE TO EXAM-FORM-LINE
066900     WRITE EXAM-FORM-LINE
067000     .
067100 2400-PRINT-QUESTION-EXIT.
067200     EXIT.
067300
067400*****************************************************************
067500*WRITES THE QUESTION'S ANSWER-KEY RECORD AND ADDS ITS LETTER TO
067600*THE KEY LISTING LINE, TEN TO A LINE.
067700*****************************************************************
067800 2500-WRITE-ANSWER-KEY.
067900     MOVE SPACES TO EXKY-KEY-RECORD
068000     MOVE EXPR-FORM-NUMBER    TO EXKY-FORM-NUMBER
068100     MOVE QNUM                TO EXKY-QUESTION-NUMBER
068200     MOVE EXPR-COURSE-CODE    TO EXKY-COURSE-CODE
068300     MOVE EXPR-REGION-SCOPE   TO EXKY-REGION-SCOPE
068400     MOVE EXPR-CURRENT-DATE   TO EXKY-PRINT-DATE
068500     MOVE EXPR-QUESTION-COUNT TO EXKY-QUESTION-COUNT
068600     MOVE COUNTRY(IDX)        TO EXKY-COUNTRY-NAME
068700     MOVE CAPITAL(IDX)        TO EXKY-CAPITAL-NAME
068800     PERFORM 2510-KEY-ONE-CHOICE
068900         THRU 2510-KEY-ONE-CHOICE-EXIT
069000         VARYING EXPR-CHOICE-SLOT FROM 1 BY 1
069100         UNTIL EXPR-CHOICE-SLOT > 4
069200     MOVE EXPR-CHOICE-LETTER-LIST(EXPR-CORRECT-SLOT:1)
069300         TO EXKY-CORRECT-LETTER
069400     WRITE EXKY-KEY-RECORD
069500         INVALID KEY
069600             DISPLAY "ANSWER-KEY RECORD " EXKY-KEY
069700                     " ALREADY ON FILE - FORM NOT KEYED"
069800             MOVE 16 TO RETURN-CODE
069900             STOP RUN
070000     END-WRITE
070100     ADD 1 TO EXPR-KEYS-WRITTEN
070200     IF EXPR-KEY-ENTRY-IDX = 10
070300         MOVE EXPR-KEY-ANSWER-LINE TO KEY-LISTING-LINE
070400         WRITE KEY-LISTING-LINE
070500         MOVE SPACES TO EXPR-KEY-ANSWER-LINE
070600         MOVE ZERO TO EXPR-KEY-ENTRY-IDX
070700     END-IF
070800     ADD 1 TO EXPR-KEY-ENTRY-IDX
070900     MOVE QNUM TO EKA-QUESTION-NUMBER(EXPR-KEY-ENTRY-IDX)
071000     MOVE '-'  TO EKA-DASH(EXPR-KEY-ENTRY-IDX)
071100     MOVE EXKY-CORRECT-LETTER TO EKA-LETTER(EXPR-KEY-ENTRY-IDX)
071200     .
071300 2500-WRITE-ANSWER-KEY-EXIT.
071400     EXIT.
071500
071600 2510-KEY-ONE-CHOICE.
071700     MOVE EXPR-CHOICE-CAPITAL(EXPR-CHOICE-SLOT)
071800         TO EXKY-CHOICE(EXPR-CHOICE-SLOT)
071900     .
072000 2510-KEY-ONE-CHOICE-EXIT.
072100     EXIT.
072200
072300 9000-TERMINATE.
072400     MOVE SPACES TO KEY-LISTING-LINE
072500     STRING 'FORMS PRINTED:       ' DELIMITED BY SIZE
072600            EXPR-FORMS-PRINTED      DELIMITED BY SIZE
072700         INTO KEY-LISTING-LINE
072800     END-STRING
072900     WRITE KEY-LISTING-LINE
073000     MOVE SPACES TO KEY-LISTING-LINE
073100     STRING 'FORM NUMBERS:        ' DELIMITED BY SIZE
073200            EXPR-FIRST-FORM-NUMBER  DELIMITED BY SIZE
073300            ' TO '                  DELIMITED BY SIZE
073400            EXPR-FORM-NUMBER        DELIMITED BY SIZE
073500         INTO KEY-LISTING-LINE
073600     END-STRING
073700     WRITE KEY-LISTING-LINE
073800     MOVE SPACES TO KEY-LISTING-LINE
073900     STRING 'KEY RECORDS WRITTEN: ' DELIMITED BY SIZE
074000            EXPR-KEYS-WRITTEN       DELIMITED BY SIZE
074100         INTO KEY-LISTING-LINE
074200     END-STRING
074300     WRITE KEY-LISTING-LINE
074400     CLOSE ANSWER-KEY
074500           EXAM-FORMS
074600           KEY-LISTING
074700     DISPLAY "PAPER EXAM FORMS PRINTED: " EXPR-FORMS-PRINTED
074800             " (FORMS " EXPR-FIRST-FORM-NUMBER " TO "
074900             EXPR-FORM-NUMBER ")"
075000     .
075100 9000-TERMINATE-EXIT.
075200     EXIT.

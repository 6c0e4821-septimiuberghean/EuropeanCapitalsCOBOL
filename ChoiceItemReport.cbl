000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ChoiceItemReport.
000300 AUTHOR.        R L BERGHEAN.
000400 INSTALLATION.  TRAINING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*ChoiceItemReport IS THE ITEM ANALYSIS FOR THE MULTIPLE-CHOICE
000900*MODE.  EVERY CHOICE-MODE DETAIL RECORD CARRIES THE FOUR CAPITALS
001000*OFFERED, THE RIGHT LETTER AND THE LETTER PICKED; THIS PROGRAM
001100*READS THEM FROM THE LIVE SESSION-LOG AND THE SESSARCH ARCHIVE
001200*AND PRINTS, FOR EVERY COUNTRY ASKED IN CHOICE MODE:
001300*  - HOW OFTEN IT WAS ASKED AND ANSWERED RIGHT;
001400*  - EVERY DISTRACTOR CAPITAL OFFERED WITH IT, HOW OFTEN IT WAS
001500*    OFFERED AND HOW OFTEN PICKED, MARKING THE ONES NEVER PICKED
001600*    (THEY DO NOTHING AND MAKE THE QUESTION A GIVEAWAY);
001700*  - A DISCRIMINATION FIGURE - THE SHARE RIGHT AMONG THE TOP THIRD
001800*    OF CHOICE-MODE SESSIONS BY SCORE LESS THE SHARE RIGHT AMONG
001900*    THE BOTTOM THIRD.  NEAR ZERO OR NEGATIVE MARKS A QUESTION
002000*    THAT DOES NOT SEPARATE STRONG FROM WEAK AND NEEDS REVIEW.
002100*THE FIRST PASS OVER BOTH FILES COLLECTS THE SESSION SCORE
002200*DISTRIBUTION TO SET THE THIRDS (SESSIONS TIED ON A CUTOFF SCORE
002300*ALL FALL IN THAT THIRD); THE SECOND PASS TALLIES THE ITEMS.
002400*THE TRAINING TEAM USES THE REPORT TO TUNE THE SAME-REGION
002500*DISTRACTOR RULES AND TO FIND BAD QUESTIONS.
002600*
002700*MODIFICATION HISTORY
002800*  2026-10-15  RLB  ORIGINAL PROGRAM.
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT SESSION-LOG ASSIGN TO SESSNLOG
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS SESS-LOG-STATUS.
003600
003700     SELECT ARCHIVE-LOG ASSIGN TO SESSARCH
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS ARCHIVE-LOG-STATUS.
004000
004100     SELECT ITEM-REPORT ASSIGN TO ITEMRPT
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS ITEM-REPORT-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  SESSION-LOG
004800     RECORD CONTAINS 221 CHARACTERS.
004900 COPY SESSLOG.
005000
005100 FD  ARCHIVE-LOG
005200     RECORD CONTAINS 221 CHARACTERS.
005300 01  ARCHIVE-LOG-RECORD          PIC X(221).
005400
005500 FD  ITEM-REPORT
005600     RECORD CONTAINS 80 CHARACTERS.
005700 01  ITEM-REPORT-LINE            PIC X(80).
005800
005900 WORKING-STORAGE SECTION.
006000 01  SESS-LOG-STATUS             PIC XX     VALUE '00'.
006100     88  SESS-LOG-EOF                       VALUE '10'.
006200 01  ARCHIVE-LOG-STATUS          PIC XX     VALUE '00'.
006300     88  ARCHIVE-LOG-EOF                    VALUE '10'.
006400 01  ITEM-REPORT-STATUS          PIC XX     VALUE '00'.
006500
006600 01  ITEM-PASS-FLAG              PIC X(01)  VALUE '1'.
006700     88  ITEM-SCORING-PASS               VALUE '1'.
006800     88  ITEM-TALLY-PASS                 VALUE '2'.
006900
007000*    SCORE DISTRIBUTION OF THE CHOICE-MODE SESSIONS, BY PERCENT
007100*    RIGHT (ENTRY 1 = 0%, ENTRY 101 = 100%), AND THE CUTOFFS
007200 01  ITEM-SCORE-TABLE.
007300     05  ITEM-PCT-SESSIONS OCCURS 101 TIMES
007400                                 PIC 9(07).
007500 77  ITEM-MC-SESSIONS            PIC 9(07)  VALUE ZERO.
007600 77  ITEM-THIRD-SIZE             PIC 9(07)  VALUE ZERO.
007700 77  ITEM-RUNNING-COUNT          PIC 9(07)  VALUE ZERO.
007800 77  ITEM-LOW-CUT                PIC 9(03)  VALUE ZERO.
007900 77  ITEM-HIGH-CUT               PIC 9(03)  VALUE ZERO.
008000 77  ITEM-SESSION-PCT            PIC 9(03)  VALUE ZERO.
008100 77  ITEM-PX                     PIC 9(03)  VALUE ZERO.
008200 01  ITEM-CUT-FOUND-FLAG         PIC X(01)  VALUE 'N'.
008300     88  ITEM-CUT-FOUND                  VALUE 'Y'.
008400 01  ITEM-THIRDS-FLAG            PIC X(01)  VALUE 'N'.
008500     88  ITEM-THIRDS-USABLE              VALUE 'Y'.
008600
008700*    THE CHOICE-MODE DETAILS OF THE SESSION GROUP BEING READ
008800 01  ITEM-IN-GROUP-FLAG          PIC X(01)  VALUE 'N'.
008900     88  ITEM-IN-A-GROUP                 VALUE 'Y'.
009000 01  ITEM-GROUP-BAND             PIC X(01)  VALUE SPACE.
009100     88  ITEM-BAND-TOP                   VALUE 'T'.
009200     88  ITEM-BAND-BOTTOM                VALUE 'B'.
009300 01  ITEM-GROUP-TABLE.
009400     05  ITEM-GROUP-DETAIL OCCURS 100 TIMES.
009500         10  ITEM-GD-COUNTRY     PIC X(25).
009600         10  ITEM-GD-CAPITAL     PIC X(25).
009700         10  ITEM-GD-CHOICE OCCURS 4 TIMES
009800                                 PIC X(25).
009900         10  ITEM-GD-CORRECT     PIC 9(01).
010000         10  ITEM-GD-PICKED      PIC 9(01).
010100         10  ITEM-GD-FLAG        PIC X(01).
010200 77  ITEM-GROUP-COUNT            PIC 9(03)  VALUE ZERO.
010300 77  ITEM-GX                     PIC 9(03)  VALUE ZERO.
010400 01  ITEM-LETTER                 PIC X(01)  VALUE SPACE.
010500 77  ITEM-LETTER-NUMBER          PIC 9(01)  VALUE ZERO.
010600
010700*    ONE ENTRY PER COUNTRY ASKED IN CHOICE MODE, WITH THE
010800*    DISTRACTOR CAPITALS OFFERED FOR IT
010900 01  ITEM-COUNTRY-TABLE.
011000     05  ITEM-COUNTRY-ENTRY OCCURS 300 TIMES.
011100         10  ITEM-CTRY-NAME      PIC X(25).
011200         10  ITEM-CTRY-CAPITAL   PIC X(25).
011300         10  ITEM-CTRY-ASKED     PIC 9(07).
011400         10  ITEM-CTRY-RIGHT     PIC 9(07).
011500         10  ITEM-CTRY-NO-PICK   PIC 9(07).
011600         10  ITEM-CTRY-TOP-ASKED PIC 9(07).
011700         10  ITEM-CTRY-TOP-RIGHT PIC 9(07).
011800         10  ITEM-CTRY-LOW-ASKED PIC 9(07).
011900         10  ITEM-CTRY-LOW-RIGHT PIC 9(07).
012000         10  ITEM-CTRY-DIST-COUNT PIC 9(02).
012100         10  ITEM-CTRY-DISTRACTOR OCCURS 30 TIMES.
012200             15  ITEM-DIST-CAPITAL PIC X(25).
012300             15  ITEM-DIST-OFFERED PIC 9(07).
012400             15  ITEM-DIST-PICKED  PIC 9(07).
012500 77  ITEM-COUNTRY-COUNT          PIC 9(03)  VALUE ZERO.
012600 77  ITEM-CX                     PIC 9(03)  VALUE ZERO.
012700 77  ITEM-CTRY-HIT               PIC 9(03)  VALUE ZERO.
012800 77  ITEM-DX                     PIC 9(02)  VALUE ZERO.
012900 77  ITEM-DIST-HIT               PIC 9(02)  VALUE ZERO.
013000 77  ITEM-LX                     PIC 9(01)  VALUE ZERO.
013100 77  ITEM-COUNTRIES-DROPPED      PIC 9(07)  VALUE ZERO.
013200 77  ITEM-DISTRACTORS-DROPPED    PIC 9(07)  VALUE ZERO.
013300
013400*    PRINT ORDER - COUNTRY NAME AND ITS TABLE SUBSCRIPT
013500 01  ITEM-ORDER-TABLE.
013600     05  ITEM-ORDER-ENTRY OCCURS 300 TIMES.
013700         10  ITEM-ORDER-NAME     PIC X(25).
013800         10  ITEM-ORDER-CX       PIC 9(03).
013900 01  ITEM-ORDER-SWAP-WORK        PIC X(28).
014000 77  ITEM-OX                     PIC 9(03)  VALUE ZERO.
014100 01  ITEM-ORDER-SWAPPED-FLAG     PIC X(01)  VALUE 'N'.
014200     88  ITEM-ORDER-SWAP-OCCURRED        VALUE 'Y'.
014300
014400*    WORK FIELDS FOR THE PRINTED FIGURES
014500 77  ITEM-TOP-SHARE              PIC 9V9999 VALUE ZERO.
014600 77  ITEM-LOW-SHARE              PIC 9V9999 VALUE ZERO.
014700 77  ITEM-DISCRIMINATION         PIC S9V99  VALUE ZERO.
014800 77  ITEM-PERCENT                PIC 9(03)  VALUE ZERO.
014900
015000*    TOTALS
015100 77  ITEM-DETAILS-TALLIED        PIC 9(07)  VALUE ZERO.
015200 77  ITEM-NEVER-PICKED           PIC 9(07)  VALUE ZERO.
015300 77  ITEM-REVIEW-COUNT           PIC 9(07)  VALUE ZERO.
015400
015500 01  ITEM-CUTOFF-LINE.
015600     05  FILLER                  PIC X(18)
015700                                 VALUE 'CHOICE SESSIONS: '.
015800     05  ICL-SESSIONS            PIC Z(06)9.
015900     05  FILLER                  PIC X(16)
016000                                 VALUE '  BOTTOM THIRD <'.
016100     05  FILLER                  PIC X(01)  VALUE '='.
016200     05  ICL-LOW-CUT             PIC ZZ9.
016300     05  FILLER                  PIC X(15)
016400                                 VALUE '%  TOP THIRD >='.
016500     05  ICL-HIGH-CUT            PIC ZZ9.
016600     05  FILLER                  PIC X(01)  VALUE '%'.
016700     05  FILLER                  PIC X(16)  VALUE SPACES.
016800
016900 01  ITEM-COUNTRY-LINE.
017000     05  FILLER                  PIC X(09)  VALUE 'COUNTRY: '.
017100     05  IKL-COUNTRY             PIC X(25).
017200     05  FILLER                  PIC X(02)  VALUE SPACES.
017300     05  FILLER                  PIC X(09)  VALUE 'CAPITAL: '.
017400     05  IKL-CAPITAL             PIC X(25).
017500     05  FILLER                  PIC X(10)  VALUE SPACES.
017600
017700 01  ITEM-FIGURES-LINE.
017800     05  FILLER                  PIC X(08)  VALUE '  ASKED '.
017900     05  IFL-ASKED               PIC Z(06)9.
018000     05  FILLER                  PIC X(08)  VALUE '  RIGHT '.
018100     05  IFL-RIGHT               PIC Z(06)9.
018200     05  FILLER                  PIC X(02)  VALUE ' ('.
018300     05  IFL-RIGHT-PCT           PIC ZZ9.
018400     05  FILLER                  PIC X(04)  VALUE '%)  '.
018500     05  FILLER                  PIC X(10)  VALUE 'NO ANSWER '.
018600     05  IFL-NO-PICK             PIC Z(06)9.
018700     05  FILLER                  PIC X(08)  VALUE '  DISC '.
018800     05  IFL-DISCRIMINATION      PIC +9.99.
018900     05  IFL-DISC-NA REDEFINES IFL-DISCRIMINATION
019000                                 PIC X(05).
019100     05  FILLER                  PIC X(01)  VALUE SPACE.
019200     05  IFL-REVIEW              PIC X(06).
019300     05  FILLER                  PIC X(04)  VALUE SPACES.
019400
019500 01  ITEM-DIST-HEADING.
019600     05  FILLER                  PIC X(04)  VALUE SPACES.
019700     05  FILLER                  PIC X(27)  VALUE 'DISTRACTOR'.
019800     05  FILLER                  PIC X(10)  VALUE '   OFFERED'.
019900     05  FILLER                  PIC X(10)  VALUE '    PICKED'.
020000     05  FILLER                  PIC X(08)  VALUE '   PICK%'.
020100     05  FILLER                  PIC X(21)  VALUE SPACES.
020200
020300 01  ITEM-DIST-LINE.
020400     05  FILLER                  PIC X(04)  VALUE SPACES.
020500     05  IDL-CAPITAL             PIC X(25).
020600     05  FILLER                  PIC X(05)  VALUE SPACES.
020700     05  IDL-OFFERED             PIC Z(06)9.
020800     05  FILLER                  PIC X(03)  VALUE SPACES.
020900     05  IDL-PICKED              PIC Z(06)9.
021000     05  FILLER                  PIC X(05)  VALUE SPACES.
021100     05  IDL-PICK-PCT            PIC ZZ9.
021200     05  FILLER                  PIC X(01)  VALUE '%'.
021300     05  FILLER                  PIC X(02)  VALUE SPACES.
021400     05  IDL-NEVER               PIC X(12).
021500     05  FILLER                  PIC X(06)  VALUE SPACES.
021600
021700 PROCEDURE DIVISION.
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE
022000         THRU 1000-INITIALIZE-EXIT
022100     SET ITEM-SCORING-PASS TO TRUE
022200     PERFORM 2000-READ-BOTH-LOGS
022300         THRU 2000-READ-BOTH-LOGS-EXIT
022400     PERFORM 4000-SET-THIRDS
022500         THRU 4000-SET-THIRDS-EXIT
022600     SET ITEM-TALLY-PASS TO TRUE
022700     PERFORM 2000-READ-BOTH-LOGS
022800         THRU 2000-READ-BOTH-LOGS-EXIT
022900     PERFORM 6000-SORT-COUNTRIES
023000         THRU 6000-SORT-COUNTRIES-EXIT
023100     PERFORM 7000-PRINT-REPORT
023200         THRU 7000-PRINT-REPORT-EXIT
023300     PERFORM 9000-TERMINATE
023400         THRU 9000-TERMINATE-EXIT
023500     STOP RUN.
023600
023700 1000-INITIALIZE.
023800     INITIALIZE ITEM-SCORE-TABLE
023900     OPEN OUTPUT ITEM-REPORT
024000     MOVE SPACES TO ITEM-REPORT-LINE
024100     MOVE 'MULTIPLE-CHOICE ITEM ANALYSIS AND DISTRACTOR REPORT'
024200         TO ITEM-REPORT-LINE
024300     WRITE ITEM-REPORT-LINE
024400     MOVE SPACES TO ITEM-REPORT-LINE
024500     MOVE 'LIVE SESSION-LOG PLUS SESSARCH ARCHIVE - CHOICE MODE'
024600         TO ITEM-REPORT-LINE
024700     WRITE ITEM-REPORT-LINE
024800     .
024900 1000-INITIALIZE-EXIT.
025000     EXIT.
025100
025200*****************************************************************
025300*ONE PASS OVER THE LIVE LOG THEN THE ARCHIVE.  EITHER FILE MAY BE
025400*MISSING (NOTHING LOGGED YET, OR NOTHING ARCHIVED YET).
025500*****************************************************************
025600 2000-READ-BOTH-LOGS.
025700     MOVE 'N' TO ITEM-IN-GROUP-FLAG
025800     MOVE '00' TO SESS-LOG-STATUS
025900     OPEN INPUT SESSION-LOG
026000     IF SESS-LOG-STATUS = '35'
026100         IF ITEM-SCORING-PASS
026200             DISPLAY "SESSION-LOG FILE NOT FOUND - ARCHIVE ONLY"
026300         END-IF
026400     ELSE
026500         PERFORM 2100-READ-LIVE-LOG
026600             THRU 2100-READ-LIVE-LOG-EXIT
026700         PERFORM 2200-HANDLE-LIVE-RECORD
026800             THRU 2200-HANDLE-LIVE-RECORD-EXIT
026900             UNTIL SESS-LOG-EOF
027000         CLOSE SESSION-LOG
027100     END-IF
027200     MOVE 'N' TO ITEM-IN-GROUP-FLAG
027300     MOVE '00' TO ARCHIVE-LOG-STATUS
027400     OPEN INPUT ARCHIVE-LOG
027500     IF ARCHIVE-LOG-STATUS = '35'
027600         IF ITEM-SCORING-PASS
027700             DISPLAY "SESSARCH ARCHIVE NOT FOUND - LIVE LOG ONLY"
027800         END-IF
027900         GO TO 2000-READ-BOTH-LOGS-EXIT
028000     END-IF
028100     PERFORM 2300-READ-ARCHIVE-LOG
028200         THRU 2300-READ-ARCHIVE-LOG-EXIT
028300     PERFORM 2400-HANDLE-ARCHIVE-RECORD
028400         THRU 2400-HANDLE-ARCHIVE-RECORD-EXIT
028500         UNTIL ARCHIVE-LOG-EOF
028600     CLOSE ARCHIVE-LOG
028700     .
028800 2000-READ-BOTH-LOGS-EXIT.
028900     EXIT.
029000
029100 2100-READ-LIVE-LOG.
029200     READ SESSION-LOG
029300         AT END
029400             SET SESS-LOG-EOF TO TRUE
029500     END-READ
029600     .
029700 2100-READ-LIVE-LOG-EXIT.
029800     EXIT.
029900
030000 2200-HANDLE-LIVE-RECORD.
030100     PERFORM 2500-HANDLE-LOG-RECORD
030200         THRU 2500-HANDLE-LOG-RECORD-EXIT
030300     PERFORM 2100-READ-LIVE-LOG
030400         THRU 2100-READ-LIVE-LOG-EXIT
030500     .
030600 2200-HANDLE-LIVE-RECORD-EXIT.
030700     EXIT.
030800
030900 2300-READ-ARCHIVE-LOG.
031000     READ ARCHIVE-LOG
031100         AT END
031200             SET ARCHIVE-LOG-EOF TO TRUE
031300     END-READ
031400     .
031500 2300-READ-ARCHIVE-LOG-EXIT.
031600     EXIT.
031700
031800 2400-HANDLE-ARCHIVE-RECORD.
031900     MOVE ARCHIVE-LOG-RECORD TO SESS-LOG-RECORD
032000     PERFORM 2500-HANDLE-LOG-RECORD
032100         THRU 2500-HANDLE-LOG-RECORD-EXIT
032200     PERFORM 2300-READ-ARCHIVE-LOG
032300         THRU 2300-READ-ARCHIVE-LOG-EXIT
032400     .
032500 2400-HANDLE-ARCHIVE-RECORD-EXIT.
032600     EXIT.
032700
032800 2500-HANDLE-LOG-RECORD.
032900     EVALUATE TRUE
033000         WHEN SESS-TYPE-HEADER
033100             SET ITEM-IN-A-GROUP TO TRUE
033200             MOVE ZERO TO ITEM-GROUP-COUNT
033300         WHEN SESS-TYPE-DETAIL
033400             IF ITEM-TALLY-PASS AND ITEM-IN-A-GROUP
033500                 PERFORM 5000-KEEP-CHOICE-DETAIL
033600                     THRU 5000-KEEP-CHOICE-DETAIL-EXIT
033700             END-IF
033800         WHEN SESS-TYPE-TRAILER
033900             IF ITEM-IN-A-GROUP
034000                 AND SESS-MODE-CHOICE
034100                 AND SESS-QUESTION-COUNT > ZERO
034200                 PERFORM 3000-HANDLE-CHOICE-TRAILER
034300                     THRU 3000-HANDLE-CHOICE-TRAILER-EXIT
034400             END-IF
034500             MOVE 'N' TO ITEM-IN-GROUP-FLAG
034600         WHEN OTHER
034700             CONTINUE
034800     END-EVALUATE
034900     .
035000 2500-HANDLE-LOG-RECORD-EXIT.
035100     EXIT.
035200
035300*****************************************************************
035400*A CHOICE-MODE TRAILER - THE FIRST PASS COUNTS THE SESSION'S
035500*SCORE, THE SECOND PLACES THE SESSION IN ITS THIRD AND TALLIES
035600*ITS DETAILS.
035700*****************************************************************
035800 3000-HANDLE-CHOICE-TRAILER.
035900     COMPUTE ITEM-SESSION-PCT =
036000         (SESS-FINAL-SCORE * 100) / SESS-QUESTION-COUNT
036100     IF ITEM-SESSION-PCT > 100
036200         MOVE 100 TO ITEM-SESSION-PCT
036300     END-IF
036400     IF ITEM-SCORING-PASS
036500         ADD 1 TO ITEM-MC-SESSIONS
036600         ADD 1 TO ITEM-PCT-SESSIONS(ITEM-SESSION-PCT + 1)
036700         GO TO 3000-HANDLE-CHOICE-TRAILER-EXIT
036800     END-IF
036900     MOVE SPACE TO ITEM-GROUP-BAND
037000     IF ITEM-THIRDS-USABLE
037100         IF ITEM-SESSION-PCT NOT < ITEM-HIGH-CUT
037200             SET ITEM-BAND-TOP TO TRUE
037300         END-IF
037400         IF ITEM-SESSION-PCT NOT > ITEM-LOW-CUT
037500             SET ITEM-BAND-BOTTOM TO TRUE
037600         END-IF
037700     END-IF
037800     PERFORM 5100-TALLY-CHOICE-DETAIL
037900         THRU 5100-TALLY-CHOICE-DETAIL-EXIT
038000         VARYING ITEM-GX FROM 1 BY 1
038100         UNTIL ITEM-GX > ITEM-GROUP-COUNT
038200     .
038300 3000-HANDLE-CHOICE-TRAILER-EXIT.
038400     EXIT.
038500
038600*****************************************************************
038700*SET THE THIRDS FROM THE SCORE DISTRIBUTION.  THE BOTTOM CUT IS
038800*THE LOWEST SCORE AT WHICH A THIRD OF THE SESSIONS HAVE BEEN
038900*COUNTED FROM THE BOTTOM, THE TOP CUT THE SAME FROM THE TOP.  IF
039000*THE SCORES ARE SO BUNCHED THAT THE CUTS MEET, THE THIRDS CANNOT
039100*BE SEPARATED AND NO DISCRIMINATION FIGURE IS PRINTED.
039200*****************************************************************
039300 4000-SET-THIRDS.
039400     IF ITEM-MC-SESSIONS < 3
039500         GO TO 4000-SET-THIRDS-EXIT
039600     END-IF
039700     DIVIDE ITEM-MC-SESSIONS BY 3 GIVING ITEM-THIRD-SIZE
039800     MOVE ZERO TO ITEM-RUNNING-COUNT
039900     MOVE 'N' TO ITEM-CUT-FOUND-FLAG
040000     PERFORM 4100-ADD-LOW-BUCKET
040100         THRU 4100-ADD-LOW-BUCKET-EXIT
040200         VARYING ITEM-PX FROM 1 BY 1
040300         UNTIL ITEM-PX > 101
040400            OR ITEM-CUT-FOUND
040500     MOVE ZERO TO ITEM-RUNNING-COUNT
040600     MOVE 'N' TO ITEM-CUT-FOUND-FLAG
040700     PERFORM 4200-ADD-HIGH-BUCKET
040800         THRU 4200-ADD-HIGH-BUCKET-EXIT
040900         VARYING ITEM-PX FROM 101 BY -1
041000         UNTIL ITEM-PX < 1
041100            OR ITEM-CUT-FOUND
041200     IF ITEM-HIGH-CUT > ITEM-LOW-CUT
041300         SET ITEM-THIRDS-USABLE TO TRUE
041400     END-IF
041500     .
041600 4000-SET-THIRDS-EXIT.
041700     EXIT.
041800
041900 4100-ADD-LOW-BUCKET.
042000     ADD ITEM-PCT-SESSIONS(ITEM-PX) TO ITEM-RUNNING-COUNT
042100     IF ITEM-RUNNING-COUNT NOT < ITEM-THIRD-SIZE
042200         SET ITEM-CUT-FOUND TO TRUE
042300         COMPUTE ITEM-LOW-CUT = ITEM-PX - 1
042400     END-IF
042500     .
042600 4100-ADD-LOW-BUCKET-EXIT.
042700     EXIT.
042800
042900 4200-ADD-HIGH-BUCKET.
043000     ADD ITEM-PCT-SESSIONS(ITEM-PX) TO ITEM-RUNNING-COUNT
043100     IF ITEM-RUNNING-COUNT NOT < ITEM-THIRD-SIZE
043200         SET ITEM-CUT-FOUND TO TRUE
043300         COMPUTE ITEM-HIGH-CUT = ITEM-PX - 1
043400     END-IF
043500     .
043600 4200-ADD-HIGH-BUCKET-EXIT.
043700     EXIT.
043800
043900*****************************************************************
044000*BUFFER A CHOICE-MODE DETAIL UNTIL ITS TRAILER GIVES THE SCORE.
044100*LETTERS ARE HELD AS 1-4; A BLANK OR TIMED-OUT PICK IS ZERO.
044200*****************************************************************
044300 5000-KEEP-CHOICE-DETAIL.
044400     IF NOT SESS-MODE-CHOICE
044500         OR ITEM-GROUP-COUNT = 100
044600         GO TO 5000-KEEP-CHOICE-DETAIL-EXIT
044700     END-IF
044800     MOVE SESS-MC-CORRECT-LETTER TO ITEM-LETTER
044900     PERFORM 5010-LETTER-TO-NUMBER
045000         THRU 5010-LETTER-TO-NUMBER-EXIT
045100     IF ITEM-LETTER-NUMBER = ZERO
045200         GO TO 5000-KEEP-CHOICE-DETAIL-EXIT
045300     END-IF
045400     ADD 1 TO ITEM-GROUP-COUNT
045500     MOVE ITEM-GROUP-COUNT   TO ITEM-GX
045600     MOVE ITEM-LETTER-NUMBER TO ITEM-GD-CORRECT(ITEM-GX)
045700     MOVE SESS-COUNTRY-NAME  TO ITEM-GD-COUNTRY(ITEM-GX)
045800     MOVE SESS-CAPITAL-NAME  TO ITEM-GD-CAPITAL(ITEM-GX)
045900     MOVE SESS-MC-CHOICE(1)  TO ITEM-GD-CHOICE(ITEM-GX, 1)
046000     MOVE SESS-MC-CHOICE(2)  TO ITEM-GD-CHOICE(ITEM-GX, 2)
046100     MOVE SESS-MC-CHOICE(3)  TO ITEM-GD-CHOICE(ITEM-GX, 3)
046200     MOVE SESS-MC-CHOICE(4)  TO ITEM-GD-CHOICE(ITEM-GX, 4)
046300     MOVE SESS-ANSWER-FLAG   TO ITEM-GD-FLAG(ITEM-GX)
046400     MOVE SESS-MC-PICKED-LETTER TO ITEM-LETTER
046500     PERFORM 5010-LETTER-TO-NUMBER
046600         THRU 5010-LETTER-TO-NUMBER-EXIT
046700     MOVE ITEM-LETTER-NUMBER TO ITEM-GD-PICKED(ITEM-GX)
046800     .
046900 5000-KEEP-CHOICE-DETAIL-EXIT.
047000     EXIT.
047100
047200 5010-LETTER-TO-NUMBER.
047300     EVALUATE ITEM-LETTER
047400         WHEN 'A'
047500             MOVE 1 TO ITEM-LETTER-NUMBER
047600         WHEN 'B'
047700             MOVE 2 TO ITEM-LETTER-NUMBER
047800         WHEN 'C'
047900             MOVE 3 TO ITEM-LETTER-NUMBER
048000         WHEN 'D'
048100             MOVE 4 TO ITEM-LETTER-NUMBER
048200         WHEN OTHER
048300             MOVE ZERO TO ITEM-LETTER-NUMBER
048400     END-EVALUATE
048500     .
048600 5010-LETTER-TO-NUMBER-EXIT.
048700     EXIT.
048800
048900 5100-TALLY-CHOICE-DETAIL.
049000     PERFORM 5200-FIND-OR-ADD-COUNTRY
049100         THRU 5200-FIND-OR-ADD-COUNTRY-EXIT
049200     IF ITEM-CTRY-HIT = ZERO
049300         GO TO 5100-TALLY-CHOICE-DETAIL-EXIT
049400     END-IF
049500     ADD 1 TO ITEM-DETAILS-TALLIED
049600     MOVE ITEM-GD-CAPITAL(ITEM-GX)
049700         TO ITEM-CTRY-CAPITAL(ITEM-CTRY-HIT)
049800     ADD 1 TO ITEM-CTRY-ASKED(ITEM-CTRY-HIT)
049900     IF ITEM-GD-FLAG(ITEM-GX) = 'Y'
050000         ADD 1 TO ITEM-CTRY-RIGHT(ITEM-CTRY-HIT)
050100     END-IF
050200     IF ITEM-GD-PICKED(ITEM-GX) = ZERO
050300         ADD 1 TO ITEM-CTRY-NO-PICK(ITEM-CTRY-HIT)
050400     END-IF
050500     IF ITEM-BAND-TOP
050600         ADD 1 TO ITEM-CTRY-TOP-ASKED(ITEM-CTRY-HIT)
050700         IF ITEM-GD-FLAG(ITEM-GX) = 'Y'
050800             ADD 1 TO ITEM-CTRY-TOP-RIGHT(ITEM-CTRY-HIT)
050900         END-IF
051000     END-IF
051100     IF ITEM-BAND-BOTTOM
051200         ADD 1 TO ITEM-CTRY-LOW-ASKED(ITEM-CTRY-HIT)
051300         IF ITEM-GD-FLAG(ITEM-GX) = 'Y'
051400             ADD 1 TO ITEM-CTRY-LOW-RIGHT(ITEM-CTRY-HIT)
051500         END-IF
051600     END-IF
051700     PERFORM 5300-TALLY-DISTRACTOR
051800         THRU 5300-TALLY-DISTRACTOR-EXIT
051900         VARYING ITEM-LX FROM 1 BY 1 UNTIL ITEM-LX > 4
052000     .
052100 5100-TALLY-CHOICE-DETAIL-EXIT.
052200     EXIT.
052300
052400 5200-FIND-OR-ADD-COUNTRY.
052500     MOVE ZERO TO ITEM-CTRY-HIT
052600     PERFORM 5210-MATCH-COUNTRY
052700         THRU 5210-MATCH-COUNTRY-EXIT
052800         VARYING ITEM-CX FROM 1 BY 1
052900         UNTIL ITEM-CX > ITEM-COUNTRY-COUNT
053000            OR ITEM-CTRY-HIT > ZERO
053100     IF ITEM-CTRY-HIT > ZERO
053200         GO TO 5200-FIND-OR-ADD-COUNTRY-EXIT
053300     END-IF
053400     IF ITEM-COUNTRY-COUNT = 300
053500         ADD 1 TO ITEM-COUNTRIES-DROPPED
053600         GO TO 5200-FIND-OR-ADD-COUNTRY-EXIT
053700     END-IF
053800     ADD 1 TO ITEM-COUNTRY-COUNT
053900     MOVE ITEM-COUNTRY-COUNT TO ITEM-CTRY-HIT
054000     INITIALIZE ITEM-COUNTRY-ENTRY(ITEM-CTRY-HIT)
054100     MOVE ITEM-GD-COUNTRY(ITEM-GX)
054200         TO ITEM-CTRY-NAME(ITEM-CTRY-HIT)
054300     .
054400 5200-FIND-OR-ADD-COUNTRY-EXIT.
054500     EXIT.
054600
054700 5210-MATCH-COUNTRY.
054800     IF ITEM-CTRY-NAME(ITEM-CX) = ITEM-GD-COUNTRY(ITEM-GX)
054900         MOVE ITEM-CX TO ITEM-CTRY-HIT
055000     END-IF
055100     .
055200 5210-MATCH-COUNTRY-EXIT.
055300     EXIT.
055400
055500*****************************************************************
055600*EVERY LETTER BUT THE RIGHT ONE IS A DISTRACTOR - COUNT IT AS
055700*OFFERED, AND AS PICKED IF THE EMPLOYEE CHOSE IT.
055800*****************************************************************
055900 5300-TALLY-DISTRACTOR.
056000     IF ITEM-LX = ITEM-GD-CORRECT(ITEM-GX)
056100         OR ITEM-GD-CHOICE(ITEM-GX, ITEM-LX) = SPACES
056200         GO TO 5300-TALLY-DISTRACTOR-EXIT
056300     END-IF
056400     MOVE ZERO TO ITEM-DIST-HIT
056500     PERFORM 5310-MATCH-DISTRACTOR
056600         THRU 5310-MATCH-DISTRACTOR-EXIT
056700         VARYING ITEM-DX FROM 1 BY 1
056800         UNTIL ITEM-DX > ITEM-CTRY-DIST-COUNT(ITEM-CTRY-HIT)
056900            OR ITEM-DIST-HIT > ZERO
057000     IF ITEM-DIST-HIT = ZERO
057100         IF ITEM-CTRY-DIST-COUNT(ITEM-CTRY-HIT) = 30
057200             ADD 1 TO ITEM-DISTRACTORS-DROPPED
057300             GO TO 5300-TALLY-DISTRACTOR-EXIT
057400         END-IF
057500         ADD 1 TO ITEM-CTRY-DIST-COUNT(ITEM-CTRY-HIT)
057600         MOVE ITEM-CTRY-DIST-COUNT(ITEM-CTRY-HIT) TO ITEM-DIST-HIT
057700         MOVE ITEM-GD-CHOICE(ITEM-GX, ITEM-LX)
057800             TO ITEM-DIST-CAPITAL(ITEM-CTRY-HIT, ITEM-DIST-HIT)
057900         MOVE ZERO
058000             TO ITEM-DIST-OFFERED(ITEM-CTRY-HIT, ITEM-DIST-HIT)
058100         MOVE ZERO
058200             TO ITEM-DIST-PICKED(ITEM-CTRY-HIT, ITEM-DIST-HIT)
058300     END-IF
058400     ADD 1 TO ITEM-DIST-OFFERED(ITEM-CTRY-HIT, ITEM-DIST-HIT)
058500     IF ITEM-LX = ITEM-GD-PICKED(ITEM-GX)
058600         ADD 1 TO ITEM-DIST-PICKED(ITEM-CTRY-HIT, ITEM-DIST-HIT)
058700     END-IF
058800     .
058900 5300-TALLY-DISTRACTOR-EXIT.
059000     EXIT.
059100
059200 5310-MATCH-DISTRACTOR.
059300     IF ITEM-DIST-CAPITAL(ITEM-CTRY-HIT, ITEM-DX) =
059400        ITEM-GD-CHOICE(ITEM-GX, ITEM-LX)
059500         MOVE ITEM-DX TO ITEM-DIST-HIT
059600     END-IF
059700     .
059800 5310-MATCH-DISTRACTOR-EXIT.
059900     EXIT.
060000
060100*****************************************************************
060200*PRINT THE COUNTRIES IN NAME ORDER.
060300*****************************************************************
060400 6000-SORT-COUNTRIES.
060500     PERFORM 6010-LOAD-ORDER-ENTRY
060600         THRU 6010-LOAD-ORDER-ENTRY-EXIT
060700         VARYING ITEM-CX FROM 1 BY 1
060800         UNTIL ITEM-CX > ITEM-COUNTRY-COUNT
060900     IF ITEM-COUNTRY-COUNT < 2
061000         GO TO 6000-SORT-COUNTRIES-EXIT
061100     END-IF
061200     SET ITEM-ORDER-SWAP-OCCURRED TO TRUE
061300     PERFORM 6100-ORDER-BUBBLE-PASS
061400         THRU 6100-ORDER-BUBBLE-PASS-EXIT
061500         UNTIL NOT ITEM-ORDER-SWAP-OCCURRED
061600     .
061700 6000-SORT-COUNTRIES-EXIT.
061800     EXIT.
061900
062000 6010-LOAD-ORDER-ENTRY.
062100     MOVE ITEM-CTRY-NAME(ITEM-CX) TO ITEM-ORDER-NAME(ITEM-CX)
062200     MOVE ITEM-CX                 TO ITEM-ORDER-CX(ITEM-CX)
062300     .
062400 6010-LOAD-ORDER-ENTRY-EXIT.
062500     EXIT.
062600
062700 6100-ORDER-BUBBLE-PASS.
062800     MOVE 'N' TO ITEM-ORDER-SWAPPED-FLAG
062900     PERFORM 6110-COMPARE-ORDER-PAIR
063000         THRU 6110-COMPARE-ORDER-PAIR-EXIT
063100         VARYING ITEM-OX FROM 1 BY 1
063200         UNTIL ITEM-OX > ITEM-COUNTRY-COUNT - 1
063300     .
063400 6100-ORDER-BUBBLE-PASS-EXIT.
063500     EXIT.
063600
063700 6110-COMPARE-ORDER-PAIR.
063800     IF ITEM-ORDER-ENTRY(ITEM-OX) > ITEM-ORDER-ENTRY(ITEM-OX + 1)
063900         MOVE ITEM-ORDER-ENTRY(ITEM-OX) TO ITEM-ORDER-SWAP-WORK
064000         MOVE ITEM-ORDER-ENTRY(ITEM-OX + 1)
064100             TO ITEM-ORDER-ENTRY(ITEM-OX)
064200         MOVE ITEM-ORDER-SWAP-WORK
064300             TO ITEM-ORDER-ENTRY(ITEM-OX + 1)
064400         MOVE 'Y' TO ITEM-ORDER-SWAPPED-FLAG
064500     END-IF
064600     .
064700 6110-COMPARE-ORDER-PAIR-EXIT.
064800     EXIT.
064900
065000 7000-PRINT-REPORT.
065100     MOVE ITEM-MC-SESSIONS TO ICL-SESSIONS
065200     MOVE ITEM-LOW-CUT     TO ICL-LOW-CUT
065300     MOVE ITEM-HIGH-CUT    TO ICL-HIGH-CUT
065400     WRITE ITEM-REPORT-LINE FROM ITEM-CUTOFF-LINE
065500     IF NOT ITEM-THIRDS-USABLE
065600         MOVE SPACES TO ITEM-REPORT-LINE
065700         MOVE 'SCORES TOO FEW OR BUNCHED TO SEPARATE THE THIRDS'
065800             TO ITEM-REPORT-LINE
065900         WRITE ITEM-REPORT-LINE
066000     END-IF
066100     IF ITEM-COUNTRY-COUNT = ZERO
066200         MOVE SPACES TO ITEM-REPORT-LINE
066300         WRITE ITEM-REPORT-LINE
066400         MOVE 'NO MULTIPLE-CHOICE QUESTIONS ON FILE'
066500             TO ITEM-REPORT-LINE
066600         WRITE ITEM-REPORT-LINE
066700         GO TO 7000-PRINT-REPORT-EXIT
066800     END-IF
066900     PERFORM 7100-PRINT-ONE-COUNTRY
067000         THRU 7100-PRINT-ONE-COUNTRY-EXIT
067100         VARYING ITEM-OX FROM 1 BY 1
067200         UNTIL ITEM-OX > ITEM-COUNTRY-COUNT
067300     .
067400 7000-PRINT-REPORT-EXIT.
067500     EXIT.
067600
067700 7100-PRINT-ONE-COUNTRY.
067800     MOVE ITEM-ORDER-CX(ITEM-OX) TO ITEM-CTRY-HIT
067900     MOVE SPACES TO ITEM-REPORT-LINE
068000     WRITE ITEM-REPORT-LINE
068100     MOVE ITEM-CTRY-NAME(ITEM-CTRY-HIT)    TO IKL-COUNTRY
068200     MOVE ITEM-CTRY-CAPITAL(ITEM-CTRY-HIT) TO IKL-CAPITAL
068300     WRITE ITEM-REPORT-LINE FROM ITEM-COUNTRY-LINE
068400     MOVE ITEM-CTRY-ASKED(ITEM-CTRY-HIT)   TO IFL-ASKED
068500     MOVE ITEM-CTRY-RIGHT(ITEM-CTRY-HIT)   TO IFL-RIGHT
068600     MOVE ITEM-CTRY-NO-PICK(ITEM-CTRY-HIT) TO IFL-NO-PICK
068700     COMPUTE ITEM-PERCENT ROUNDED =
068800         (ITEM-CTRY-RIGHT(ITEM-CTRY-HIT) * 100)
068900         / ITEM-CTRY-ASKED(ITEM-CTRY-HIT)
069000     MOVE ITEM-PERCENT TO IFL-RIGHT-PCT
069100     MOVE SPACES TO IFL-REVIEW
069200     IF ITEM-CTRY-TOP-ASKED(ITEM-CTRY-HIT) = ZERO
069300         OR ITEM-CTRY-LOW-ASKED(ITEM-CTRY-HIT) = ZERO
069400         MOVE '  N/A' TO IFL-DISC-NA
069500     ELSE
069600         COMPUTE ITEM-TOP-SHARE =
069700             ITEM-CTRY-TOP-RIGHT(ITEM-CTRY-HIT)
069800             / ITEM-CTRY-TOP-ASKED(ITEM-CTRY-HIT)
069900         COMPUTE ITEM-LOW-SHARE =
070000             ITEM-CTRY-LOW-RIGHT(ITEM-CTRY-HIT)
070100             / ITEM-CTRY-LOW-ASKED(ITEM-CTRY-HIT)
070200         COMPUTE ITEM-DISCRIMINATION ROUNDED =
070300             ITEM-TOP-SHARE - ITEM-LOW-SHARE
070400         MOVE ITEM-DISCRIMINATION TO IFL-DISCRIMINATION
070500         IF ITEM-DISCRIMINATION NOT > ZERO
070600             MOVE 'REVIEW' TO IFL-REVIEW
070700             ADD 1 TO ITEM-REVIEW-COUNT
070800         END-IF
070900     END-IF
071000     WRITE ITEM-REPORT-LINE FROM ITEM-FIGURES-LINE
071100     IF ITEM-CTRY-DIST-COUNT(ITEM-CTRY-HIT) > ZERO
071200         WRITE ITEM-REPORT-LINE FROM ITEM-DIST-HEADING
071300         PERFORM 7200-PRINT-ONE-DISTRACTOR
071400             THRU 7200-PRINT-ONE-DISTRACTOR-EXIT
071500             VARYING ITEM-DX FROM 1 BY 1
071600             UNTIL ITEM-DX > ITEM-CTRY-DIST-COUNT(ITEM-CTRY-HIT)
071700     END-IF
071800     .
071900 7100-PRINT-ONE-COUNTRY-EXIT.
072000     EXIT.
072100
072200 7200-PRINT-ONE-DISTRACTOR.
072300     MOVE ITEM-DIST-CAPITAL(ITEM-CTRY-HIT, ITEM-DX) TO IDL-CAPITAL
072400     MOVE ITEM-DIST-OFFERED(ITEM-CTRY-HIT, ITEM-DX) TO IDL-OFFERED
072500     MOVE ITEM-DIST-PICKED(ITEM-CTRY-HIT, ITEM-DX)  TO IDL-PICKED
072600     COMPUTE ITEM-PERCENT ROUNDED =
072700         (ITEM-DIST-PICKED(ITEM-CTRY-HIT, ITEM-DX) * 100)
072800         / ITEM-DIST-OFFERED(ITEM-CTRY-HIT, ITEM-DX)
072900     MOVE ITEM-PERCENT TO IDL-PICK-PCT
073000     MOVE SPACES TO IDL-NEVER
073100     IF ITEM-DIST-PICKED(ITEM-CTRY-HIT, ITEM-DX) = ZERO
073200         MOVE 'NEVER PICKED' TO IDL-NEVER
073300         ADD 1 TO ITEM-NEVER-PICKED
073400     END-IF
073500     WRITE ITEM-REPORT-LINE FROM ITEM-DIST-LINE
073600     .
073700 7200-PRINT-ONE-DISTRACTOR-EXIT.
073800     EXIT.
073900
074000 9000-TERMINATE.
074100     MOVE SPACES TO ITEM-REPORT-LINE
074200     WRITE ITEM-REPORT-LINE
074300     MOVE SPACES TO ITEM-REPORT-LINE
074400     STRING 'COUNTRIES ANALYSED:       ' ITEM-COUNTRY-COUNT
074500         DELIMITED BY SIZE INTO ITEM-REPORT-LINE
074600     WRITE ITEM-REPORT-LINE
074700     MOVE SPACES TO ITEM-REPORT-LINE
074800     STRING 'QUESTIONS TALLIED:        ' ITEM-DETAILS-TALLIED
074900         DELIMITED BY SIZE INTO ITEM-REPORT-LINE
075000     WRITE ITEM-REPORT-LINE
075100     MOVE SPACES TO ITEM-REPORT-LINE
075200     STRING 'DISTRACTORS NEVER PICKED: ' ITEM-NEVER-PICKED
075300         DELIMITED BY SIZE INTO ITEM-REPORT-LINE
075400     WRITE ITEM-REPORT-LINE
075500     MOVE SPACES TO ITEM-REPORT-LINE
075600     STRING 'QUESTIONS TO REVIEW:      ' ITEM-REVIEW-COUNT
075700         DELIMITED BY SIZE INTO ITEM-REPORT-LINE
075800     WRITE ITEM-REPORT-LINE
075900     IF ITEM-COUNTRIES-DROPPED > ZERO
076000         MOVE SPACES TO ITEM-REPORT-LINE
076100         STRING 'NOT TALLIED - COUNTRY TABLE FULL AT 300: '
076200                ITEM-COUNTRIES-DROPPED
076300             DELIMITED BY SIZE INTO ITEM-REPORT-LINE
076400         WRITE ITEM-REPORT-LINE
076500     END-IF
076600     IF ITEM-DISTRACTORS-DROPPED > ZERO
076700         MOVE SPACES TO ITEM-REPORT-LINE
076800         STRING 'DISTRACTORS OVER 30 FOR A COUNTRY: '
076900                ITEM-DISTRACTORS-DROPPED
077000             DELIMITED BY SIZE INTO ITEM-REPORT-LINE
077100         WRITE ITEM-REPORT-LINE
077200     END-IF
077300     CLOSE ITEM-REPORT
077400     .
077500 9000-TERMINATE-EXIT.
077600     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RunLedger.
000300 AUTHOR.        R L BERGHEAN.
000400 INSTALLATION.  TRAINING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*RunLedger KEEPS THE BATCH-CYCLE RUN LEDGER (SEE RUNLEDG.CPY).
000900*THE NIGHTLY JOBS DEPEND ON EACH OTHER - CTRYARCH MUST NOT CUT
001000*TRAILERS TO SESSARCH BEFORE CTRYHPST HAS POSTED THEM, CTRYLRCN
001100*MUST NOT RECONCILE AN LMSEXT CTRYLMS HAS NOT REBUILT, CTRYBTCH
001200*MUST NOT APPEND TO SESSNLOG WHILE CTRYAUDT IS READING IT - BUT
001300*NOTHING USED TO ENFORCE THE ORDER.  EVERY CYCLE JOB NOW CALLS
001400*THIS PROGRAM (SEE RUNLCALL.CPY) TWICE:
001500*    START - THE RUNDEPS CARDS FOR THE JOB ARE CHECKED AGAINST
001600*            THE LEDGER FOR THE CYCLE.  IF A PREREQUISITE HAS NOT
001700*            COMPLETED CLEANLY, OR A JOB IT MAY NOT OVERLAP IS
001800*            STILL RUNNING, THE JOB IS RECORDED AS BLOCKED AND
001900*            TOLD TO STOP WITH THE REASON.  OTHERWISE IT IS
002000*            RECORDED AS RUNNING WITH ITS START DATE AND TIME.
002100*    END   - THE JOB'S RECORD GETS THE END DATE AND TIME, THE
002200*            RETURN CODE AND THE HIGH-WATER MARKS, AND IS MARKED
002300*            COMPLETE (RC 4 OR LESS) OR FAILED.
002400*A JOB THAT STOPS WITHOUT THE END CALL STAYS "RUNNING" ON THE
002500*LEDGER UNTIL IT IS RERUN - CycleStatus REPORTS IT AS NOT ENDED.
002600*
002700*THE CYCLE DATE COMES FROM THE CYCLCTL CARD (YYYYMMDD) SO A CYCLE
002800*THAT RUNS PAST MIDNIGHT STAYS ONE CYCLE; WITH NO CARD THE RUN
002900*DATE IS USED.  THE RETURN CODE SET HERE ON THE END CALL IS THE
003000*JOB'S OWN, SO THE CALL LEAVES THE JOB'S RETURN CODE UNCHANGED.
003100*
003200*MODIFICATION HISTORY
003300*  2026-10-15  RLB  ORIGINAL PROGRAM.
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT RUN-LEDGER ASSIGN TO RUNLEDG
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS RUNL-LEDGER-KEY
004200         FILE STATUS IS RUNL-LEDGER-STATUS.
004300
004400     SELECT RUN-DEPENDENCIES ASSIGN TO RUNDEPS
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS RDEP-CARD-STATUS.
004700
004800     SELECT CYCLE-CONTROL ASSIGN TO CYCLCTL
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS CYCL-CTL-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  RUN-LEDGER
005500     RECORD CONTAINS 151 CHARACTERS.
005600 COPY RUNLEDG.
005700
005800 FD  RUN-DEPENDENCIES
005900     RECORD CONTAINS 80 CHARACTERS.
006000 COPY RUNDEPS.
006100
006200 FD  CYCLE-CONTROL
006300     RECORD CONTAINS 8 CHARACTERS.
006400 01  CYCL-CTL-RECORD.
006500     05  CYCL-CTL-CYCLE-DATE         PIC 9(08).
006600
006700 WORKING-STORAGE SECTION.
006800 01  RUNL-LEDGER-STATUS          PIC XX     VALUE '00'.
006900     88  RUNL-LEDGER-OK                     VALUE '00'.
007000 01  RDEP-CARD-STATUS            PIC XX     VALUE '00'.
007100     88  RDEP-CARD-EOF                      VALUE '10'.
007200 01  CYCL-CTL-STATUS             PIC XX     VALUE '00'.
007300
007400 01  RLDG-CYCLE-FLAG             PIC X(01)  VALUE 'N'.
007500     88  RLDG-CYCLE-DATE-SET         VALUE 'Y'.
007600 77  RLDG-CYCLE-DATE             PIC 9(08)  VALUE ZERO.
007700 77  RLDG-RUN-DATE               PIC 9(08)  VALUE ZERO.
007800 77  RLDG-RUN-TIME               PIC 9(06)  VALUE ZERO.
007900 01  RLDG-OWN-FLAG               PIC X(01)  VALUE 'N'.
008000     88  RLDG-OWN-RECORD-FOUND       VALUE 'Y'.
008100
008200 LINKAGE SECTION.
008300 COPY RUNLCALL.
008400
008500 PROCEDURE DIVISION USING RUNL-CALL-AREA.
008600 0000-MAINLINE.
008700     IF NOT RLDG-CYCLE-DATE-SET
008800         PERFORM 1000-GET-CYCLE-DATE
008900             THRU 1000-GET-CYCLE-DATE-EXIT
009000     END-IF
009100     MOVE RLDG-CYCLE-DATE TO RUNL-CALL-CYCLE-DATE
009200     SET RUNL-CALL-CLEARED TO TRUE
009300     MOVE SPACES TO RUNL-CALL-MESSAGE
009400     ACCEPT RLDG-RUN-DATE FROM DATE YYYYMMDD
009500     ACCEPT RLDG-RUN-TIME FROM TIME
009600     PERFORM 1100-OPEN-LEDGER
009700         THRU 1100-OPEN-LEDGER-EXIT
009800     EVALUATE TRUE
009900         WHEN RUNL-CALL-START
010000             PERFORM 2000-START-JOB
010100                 THRU 2000-START-JOB-EXIT
010200             MOVE 0 TO RETURN-CODE
010300         WHEN RUNL-CALL-END
010400             PERFORM 3000-END-JOB
010500                 THRU 3000-END-JOB-EXIT
010600             MOVE RUNL-CALL-RETURN-CODE TO RETURN-CODE
010700         WHEN OTHER
010800             DISPLAY "RunLedger CALLED WITH UNKNOWN FUNCTION '"
010900                     RUNL-CALL-FUNCTION "' BY "
011000                     RUNL-CALL-JOB-NAME " - IGNORED"
011100     END-EVALUATE
011200     CLOSE RUN-LEDGER
011300     GOBACK.
011400
011500 1000-GET-CYCLE-DATE.
011600     ACCEPT RLDG-CYCLE-DATE FROM DATE YYYYMMDD
011700     OPEN INPUT CYCLE-CONTROL
011800     IF CYCL-CTL-STATUS = '00'
011900         READ CYCLE-CONTROL
012000             AT END
012100                 CONTINUE
012200         END-READ
012300         IF CYCL-CTL-STATUS = '00'
012400             AND CYCL-CTL-CYCLE-DATE NUMERIC
012500             AND CYCL-CTL-CYCLE-DATE > ZERO
012600             MOVE CYCL-CTL-CYCLE-DATE TO RLDG-CYCLE-DATE
012700         END-IF
012800         CLOSE CYCLE-CONTROL
012900     END-IF
013000     SET RLDG-CYCLE-DATE-SET TO TRUE
013100     .
013200 1000-GET-CYCLE-DATE-EXIT.
013300     EXIT.
013400
013500 1100-OPEN-LEDGER.
013600     OPEN I-O RUN-LEDGER
013700     IF RUNL-LEDGER-STATUS = '35'
013800         CLOSE RUN-LEDGER
013900         OPEN OUTPUT RUN-LEDGER
014000         CLOSE RUN-LEDGER
014100         OPEN I-O RUN-LEDGER
014200     END-IF
014300     .
014400 1100-OPEN-LEDGER-EXIT.
014500     EXIT.
014600
014700*****************************************************************
014800*START CALL.  EVERY C OR X CARD FOR THE JOB IS CHECKED UNTIL ONE
014900*BLOCKS IT.  A BLOCKED START IS WRITTEN TO THE LEDGER ONLY WHEN
015000*THE JOB HAS NO RECORD FOR THE CYCLE OR WAS ALREADY BLOCKED, SO AN
015100*EARLIER COMPLETED RUN IS NEVER OVERWRITTEN BY A REFUSED RERUN.
015200*****************************************************************
015300 2000-START-JOB.
015400     OPEN INPUT RUN-DEPENDENCIES
015500     IF RDEP-CARD-STATUS = '35'
015600         DISPLAY "RUNDEPS CARDS NOT FOUND - "
015700                 RUNL-CALL-JOB-NAME
015800                 " STARTED WITHOUT PREREQUISITE CHECKS"
015900     ELSE
016000         PERFORM 2900-READ-DEPENDENCY
016100             THRU 2900-READ-DEPENDENCY-EXIT
016200         PERFORM 2100-CHECK-DEPENDENCY
016300             THRU 2100-CHECK-DEPENDENCY-EXIT
016400             UNTIL RDEP-CARD-EOF
016500                OR RUNL-CALL-BLOCKED
016600         CLOSE RUN-DEPENDENCIES
016700     END-IF
016800     PERFORM 2500-READ-OWN-RECORD
016900         THRU 2500-READ-OWN-RECORD-EXIT
017000     IF RUNL-CALL-BLOCKED
017100         IF RLDG-OWN-RECORD-FOUND
017200             AND NOT RUNL-BLOCKED
017300             GO TO 2000-START-JOB-EXIT
017400         END-IF
017500         SET RUNL-BLOCKED TO TRUE
017600         MOVE RUNL-CALL-MESSAGE TO RUNL-NOTE
017700     ELSE
017800         SET RUNL-RUNNING TO TRUE
017900         MOVE SPACES TO RUNL-NOTE
018000     END-IF
018100     MOVE RLDG-RUN-DATE TO RUNL-START-DATE
018200     MOVE RLDG-RUN-TIME TO RUNL-START-TIME
018300     MOVE ZERO   TO RUNL-END-DATE
018400                    RUNL-END-TIME
018500                    RUNL-RETURN-CODE
018600                    RUNL-HWM-1
018700                    RUNL-HWM-2
018800     MOVE SPACES TO RUNL-HWM-1-LABEL
018900                    RUNL-HWM-2-LABEL
019000     PERFORM 2600-SAVE-OWN-RECORD
019100         THRU 2600-SAVE-OWN-RECORD-EXIT
019200     .
019300 2000-START-JOB-EXIT.
019400     EXIT.
019500
019600 2100-CHECK-DEPENDENCY.
019700     IF RDEP-JOB-NAME = RUNL-CALL-JOB-NAME
019800         AND NOT RDEP-SCHEDULED
019900         PERFORM 2200-APPLY-DEPENDENCY
020000             THRU 2200-APPLY-DEPENDENCY-EXIT
020100     END-IF
020200     PERFORM 2900-READ-DEPENDENCY
020300         THRU 2900-READ-DEPENDENCY-EXIT
020400     .
020500 2100-CHECK-DEPENDENCY-EXIT.
020600     EXIT.
020700
020800 2200-APPLY-DEPENDENCY.
020900     MOVE RLDG-CYCLE-DATE TO RUNL-CYCLE-DATE
021000     MOVE RDEP-OTHER-JOB  TO RUNL-JOB-NAME
021100     READ RUN-LEDGER
021200         INVALID KEY
021300             MOVE '23' TO RUNL-LEDGER-STATUS
021400     END-READ
021500     EVALUATE TRUE
021600         WHEN RDEP-NEEDS-COMPLETE
021700             IF NOT RUNL-LEDGER-OK
021800                 OR NOT RUNL-COMPLETE
021900                 SET RUNL-CALL-BLOCKED TO TRUE
022000                 STRING RDEP-OTHER-JOB DELIMITED BY SPACE
022100                        ' HAS NOT COMPLETED CLEANLY FOR CYCLE '
022200                                      DELIMITED BY SIZE
022300                        RLDG-CYCLE-DATE DELIMITED BY SIZE
022400                     INTO RUNL-CALL-MESSAGE
022500                 END-STRING
022600             END-IF
022700         WHEN RDEP-NOT-WHILE-RUNNING
022800             IF RUNL-LEDGER-OK
022900                 AND RUNL-RUNNING
023000                 SET RUNL-CALL-BLOCKED TO TRUE
023100                 STRING RDEP-OTHER-JOB DELIMITED BY SPACE
023200                        ' IS STILL RUNNING FOR CYCLE '
023300                                      DELIMITED BY SIZE
023400                        RLDG-CYCLE-DATE DELIMITED BY SIZE
023500                     INTO RUNL-CALL-MESSAGE
023600                 END-STRING
023700             END-IF
023800     END-EVALUATE
023900     .
024000 2200-APPLY-DEPENDENCY-EXIT.
024100     EXIT.
024200
024300 2500-READ-OWN-RECORD.
024400     MOVE 'N' TO RLDG-OWN-FLAG
024500     MOVE RLDG-CYCLE-DATE    TO RUNL-CYCLE-DATE
024600     MOVE RUNL-CALL-JOB-NAME TO RUNL-JOB-NAME
024700     READ RUN-LEDGER
024800         INVALID KEY
024900             MOVE '23' TO RUNL-LEDGER-STATUS
025000     END-READ
025100     IF RUNL-LEDGER-OK
025200         SET RLDG-OWN-RECORD-FOUND TO TRUE
025300     ELSE
025400         MOVE RLDG-CYCLE-DATE    TO RUNL-CYCLE-DATE
025500         MOVE RUNL-CALL-JOB-NAME TO RUNL-JOB-NAME
025600     END-IF
025700     .
025800 2500-READ-OWN-RECORD-EXIT.
025900     EXIT.
026000
026100 2600-SAVE-OWN-RECORD.
026200     IF RLDG-OWN-RECORD-FOUND
026300         REWRITE RUNL-LEDGER-RECORD
026400     ELSE
026500         WRITE RUNL-LEDGER-RECORD
026600     END-IF
026700     IF NOT RUNL-LEDGER-OK
026800         DISPLAY "RUN LEDGER UPDATE FAILED FOR "
026900                 RUNL-CALL-JOB-NAME " - FILE STATUS "
027000                 RUNL-LEDGER-STATUS
027100     END-IF
027200     .
027300 2600-SAVE-OWN-RECORD-EXIT.
027400     EXIT.
027500
027600 2900-READ-DEPENDENCY.
027700     READ RUN-DEPENDENCIES
027800         AT END
027900             SET RDEP-CARD-EOF TO TRUE
028000     END-READ
028100     .
028200 2900-READ-DEPENDENCY-EXIT.
028300     EXIT.
028400
028500*****************************************************************
028600*END CALL.  A JOB WITH NO START RECORD (IT WAS RUN WITHOUT THE
028700*START CALL, OR THE LEDGER WAS REBUILT MID-CYCLE) STILL GETS AN
028800*END RECORD, WITH A ZERO START DATE.
028900*****************************************************************
029000 3000-END-JOB.
029100     PERFORM 2500-READ-OWN-RECORD
029200         THRU 2500-READ-OWN-RECORD-EXIT
029300     IF NOT RLDG-OWN-RECORD-FOUND
029400         MOVE ZERO   TO RUNL-START-DATE
029500                        RUNL-START-TIME
029600         MOVE SPACES TO RUNL-NOTE
029700     END-IF
029800     IF RUNL-CALL-RETURN-CODE > 4
029900         SET RUNL-FAILED TO TRUE
030000     ELSE
030100         SET RUNL-COMPLETE TO TRUE
030200     END-IF
030300     MOVE RLDG-RUN-DATE         TO RUNL-END-DATE
030400     MOVE RLDG-RUN-TIME         TO RUNL-END-TIME
030500     MOVE RUNL-CALL-RETURN-CODE TO RUNL-RETURN-CODE
030600     MOVE RUNL-CALL-HWM-1-LABEL TO RUNL-HWM-1-LABEL
030700     MOVE RUNL-CALL-HWM-1       TO RUNL-HWM-1
030800     MOVE RUNL-CALL-HWM-2-LABEL TO RUNL-HWM-2-LABEL
030900     MOVE RUNL-CALL-HWM-2       TO RUNL-HWM-2
031000     PERFORM 2600-SAVE-OWN-RECORD
031100         THRU 2600-SAVE-OWN-RECORD-EXIT
031200     .
031300 3000-END-JOB-EXIT.
031400     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CycleStatus.
000300 AUTHOR.        R L BERGHEAN.
000400 INSTALLATION.  TRAINING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*CycleStatus IS THE MORNING CYCLE-STATUS REPORT.  IT PRINTS EVERY
000900*RUN-LEDGER RECORD (SEE RUNLEDG.CPY) FOR ONE CYCLE DATE - WHAT
001000*RAN, WHEN IT STARTED AND ENDED, ITS RETURN CODE AND HIGH-WATER
001100*MARKS, AND WHY ANY JOB WAS BLOCKED - THEN LISTS EVERY JOB ON A
001200*RUNDEPS 'R' (SCHEDULED) CARD THAT HAS NOT COMPLETED CLEANLY FOR
001300*THE CYCLE: NEVER STARTED, BLOCKED, FAILED, OR STARTED AND NEVER
001400*ENDED.  THE CYCLE IS THE ONE ON THE CYCLCTL CARD, AS FOR
001500*RunLedger; WITH NO CARD THE RUN DATE IS REPORTED.
001600*
001700*RETURN CODE:  0 = EVERY SCHEDULED JOB COMPLETE,  4 = SOMETHING
001800*FAILED OR IS OUTSTANDING.
001900*
002000*MODIFICATION HISTORY
002100*  2026-10-15  RLB  ORIGINAL PROGRAM.
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT RUN-LEDGER ASSIGN TO RUNLEDG
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS RUNL-LEDGER-KEY
003000         FILE STATUS IS RUNL-LEDGER-STATUS.
003100
003200     SELECT RUN-DEPENDENCIES ASSIGN TO RUNDEPS
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS RDEP-CARD-STATUS.
003500
003600     SELECT CYCLE-CONTROL ASSIGN TO CYCLCTL
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS CYCL-CTL-STATUS.
003900
004000     SELECT CYCLE-REPORT ASSIGN TO CYSTRPT
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS CYCLE-REPORT-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  RUN-LEDGER
004700     RECORD CONTAINS 151 CHARACTERS.
004800 COPY RUNLEDG.
004900
005000 FD  RUN-DEPENDENCIES
005100     RECORD CONTAINS 80 CHARACTERS.
005200 COPY RUNDEPS.
005300
005400 FD  CYCLE-CONTROL
005500     RECORD CONTAINS 8 CHARACTERS.
005600 01  CYCL-CTL-RECORD.
005700     05  CYCL-CTL-CYCLE-DATE         PIC 9(08).
005800
005900 FD  CYCLE-REPORT
006000     RECORD CONTAINS 80 CHARACTERS.
006100 01  CYCLE-REPORT-LINE           PIC X(80).
006200
006300 WORKING-STORAGE SECTION.
006400 01  RUNL-LEDGER-STATUS          PIC XX     VALUE '00'.
006500     88  RUNL-LEDGER-OK                     VALUE '00'.
006600 01  RDEP-CARD-STATUS            PIC XX     VALUE '00'.
006700     88  RDEP-CARD-EOF                      VALUE '10'.
006800 01  CYCL-CTL-STATUS             PIC XX     VALUE '00'.
006900 01  CYCLE-REPORT-STATUS         PIC XX     VALUE '00'.
007000
007100 01  CYST-LEDGER-FLAG            PIC X(01)  VALUE 'N'.
007200     88  CYST-LEDGER-DONE            VALUE 'Y'.
007300 77  CYST-CYCLE-DATE             PIC 9(08)  VALUE ZERO.
007400
007500 01  CYST-SCHEDULE-TABLE.
007600     05  CYST-SCHED-ENTRY OCCURS 50 TIMES.
007700         10  CYST-SCHED-JOB          PIC X(08).
007800         10  CYST-SCHED-DESCRIPTION  PIC X(40).
007900         10  CYST-SCHED-STATUS       PIC X(01).
008000             88  CYST-SCHED-NOT-RUN      VALUE ' '.
008100             88  CYST-SCHED-COMPLETE     VALUE 'C'.
008200         10  CYST-SCHED-RETURN-CODE  PIC 9(04).
008300 77  CYST-SCHED-COUNT            PIC 9(03)  VALUE ZERO.
008400 77  CYST-SCHED-IDX              PIC 9(03)  VALUE ZERO.
008500 77  CYST-FOUND-IDX              PIC 9(03)  VALUE ZERO.
008600
008700 77  CYST-RAN-COUNT              PIC 9(05)  VALUE ZERO.
008800 77  CYST-COMPLETE-COUNT         PIC 9(05)  VALUE ZERO.
008900 77  CYST-FAILED-COUNT           PIC 9(05)  VALUE ZERO.
009000 77  CYST-RUNNING-COUNT          PIC 9(05)  VALUE ZERO.
009100 77  CYST-BLOCKED-COUNT          PIC 9(05)  VALUE ZERO.
009200 77  CYST-OUTSTANDING-COUNT      PIC 9(05)  VALUE ZERO.
009300
009400 01  CYST-HEADING-LINE.
009500     05  FILLER                  PIC X(10)  VALUE 'JOB'.
009600     05  FILLER                  PIC X(14)  VALUE 'STATUS'.
009700     05  FILLER                  PIC X(17)  VALUE 'STARTED'.
009800     05  FILLER                  PIC X(17)  VALUE 'ENDED'.
009900     05  FILLER                  PIC X(07)  VALUE 'RC'.
010000
010100 01  CYST-DETAIL-LINE.
010200     05  CSDL-JOB                PIC X(08).
010300     05  FILLER                  PIC X(02).
010400     05  CSDL-STATUS             PIC X(14).
010500     05  CSDL-START-DATE         PIC X(08).
010600     05  FILLER                  PIC X(01).
010700     05  CSDL-START-TIME         PIC X(06).
010800     05  FILLER                  PIC X(02).
010900     05  CSDL-END-DATE           PIC X(08).
011000     05  FILLER                  PIC X(01).
011100     05  CSDL-END-TIME           PIC X(06).
011200     05  FILLER                  PIC X(02).
011300     05  CSDL-RETURN-CODE        PIC X(04).
011400
011500 01  CYST-MARKS-LINE.
011600     05  FILLER                  PIC X(10).
011700     05  CSML-HWM-1-LABEL        PIC X(12).
011800     05  FILLER                  PIC X(01).
011900     05  CSML-HWM-1              PIC Z(08)9.
012000     05  FILLER                  PIC X(04).
012100     05  CSML-HWM-2-LABEL        PIC X(12).
012200     05  FILLER                  PIC X(01).
012300     05  CSML-HWM-2              PIC Z(08)9.
012400     05  FILLER                  PIC X(12).
012500 01  CYST-NOTE-LINE REDEFINES CYST-MARKS-LINE.
012600     05  FILLER                  PIC X(10).
012700     05  CSNL-NOTE               PIC X(60).
012800
012900 01  CYST-OUTSTANDING-LINE.
013000     05  CSOL-JOB                PIC X(08).
013100     05  FILLER                  PIC X(02).
013200     05  CSOL-REASON             PIC X(20).
013300     05  CSOL-DESCRIPTION        PIC X(40).
013400
013500 PROCEDURE DIVISION.
013600 0000-MAINLINE.
013700     PERFORM 1000-INITIALIZE
013800         THRU 1000-INITIALIZE-EXIT
013900     PERFORM 2000-REPORT-LEDGER-RECORD
014000         THRU 2000-REPORT-LEDGER-RECORD-EXIT
014100         UNTIL CYST-LEDGER-DONE
014200     PERFORM 5000-REPORT-OUTSTANDING
014300         THRU 5000-REPORT-OUTSTANDING-EXIT
014400     PERFORM 9000-TERMINATE
014500         THRU 9000-TERMINATE-EXIT
014600     STOP RUN.
014700
014800 1000-INITIALIZE.
014900     ACCEPT CYST-CYCLE-DATE FROM DATE YYYYMMDD
015000     OPEN INPUT CYCLE-CONTROL
015100     IF CYCL-CTL-STATUS = '00'
015200         READ CYCLE-CONTROL
015300             AT END
015400                 CONTINUE
015500         END-READ
015600         IF CYCL-CTL-STATUS = '00'
015700             AND CYCL-CTL-CYCLE-DATE NUMERIC
015800             AND CYCL-CTL-CYCLE-DATE > ZERO
015900             MOVE CYCL-CTL-CYCLE-DATE TO CYST-CYCLE-DATE
016000         END-IF
016100         CLOSE CYCLE-CONTROL
016200     END-IF
016300     PERFORM 1100-LOAD-SCHEDULE
016400         THRU 1100-LOAD-SCHEDULE-EXIT
016500     OPEN OUTPUT CYCLE-REPORT
016600     MOVE SPACES TO CYCLE-REPORT-LINE
016700     STRING 'BATCH CYCLE STATUS - CYCLE DATE ' DELIMITED BY SIZE
016800            CYST-CYCLE-DATE                  DELIMITED BY SIZE
016900         INTO CYCLE-REPORT-LINE
017000     END-STRING
017100     WRITE CYCLE-REPORT-LINE
017200     MOVE SPACES TO CYCLE-REPORT-LINE
017300     WRITE CYCLE-REPORT-LINE
017400     WRITE CYCLE-REPORT-LINE FROM CYST-HEADING-LINE
017500     MOVE SPACES TO CYCLE-REPORT-LINE
017600     WRITE CYCLE-REPORT-LINE
017700     OPEN INPUT RUN-LEDGER
017800     IF RUNL-LEDGER-STATUS = '35'
017900         DISPLAY "RUN-LEDGER FILE NOT FOUND - NO JOB HAS RUN "
018000                 "UNDER THE LEDGER YET"
018100         MOVE 'NO JOB HAS RUN UNDER THE RUN LEDGER'
018200             TO CYCLE-REPORT-LINE
018300         WRITE CYCLE-REPORT-LINE
018400         SET CYST-LEDGER-DONE TO TRUE
018500         GO TO 1000-INITIALIZE-EXIT
018600     END-IF
018700     MOVE CYST-CYCLE-DATE TO RUNL-CYCLE-DATE
018800     MOVE LOW-VALUES      TO RUNL-JOB-NAME
018900     START RUN-LEDGER KEY IS NOT LESS THAN RUNL-LEDGER-KEY
019000         INVALID KEY
019100             SET CYST-LEDGER-DONE TO TRUE
019200     END-START
019300     IF NOT CYST-LEDGER-DONE
019400         PERFORM 2900-READ-LEDGER
019500             THRU 2900-READ-LEDGER-EXIT
019600     END-IF
019700     .
019800 1000-INITIALIZE-EXIT.
019900     EXIT.
020000
020100 1100-LOAD-SCHEDULE.
020200     OPEN INPUT RUN-DEPENDENCIES
020300     IF RDEP-CARD-STATUS = '35'
020400         DISPLAY "RUNDEPS CARDS NOT FOUND - NO SCHEDULE TO CHECK "
020500                 "FOR OUTSTANDING JOBS"
020600         GO TO 1100-LOAD-SCHEDULE-EXIT
020700     END-IF
020800     PERFORM 1190-READ-DEPENDENCY
020900         THRU 1190-READ-DEPENDENCY-EXIT
021000     PERFORM 1110-KEEP-SCHEDULED-JOB
021100         THRU 1110-KEEP-SCHEDULED-JOB-EXIT
021200         UNTIL RDEP-CARD-EOF
021300     CLOSE RUN-DEPENDENCIES
021400     .
021500 1100-LOAD-SCHEDULE-EXIT.
021600     EXIT.
021700
021800 1110-KEEP-SCHEDULED-JOB.
021900     IF RDEP-SCHEDULED
022000         IF CYST-SCHED-COUNT < 50
022100             ADD 1 TO CYST-SCHED-COUNT
022200             MOVE RDEP-JOB-NAME
022300                 TO CYST-SCHED-JOB(CYST-SCHED-COUNT)
022400             MOVE RDEP-DESCRIPTION
022500                 TO CYST-SCHED-DESCRIPTION(CYST-SCHED-COUNT)
022600             MOVE SPACE
022700                 TO CYST-SCHED-STATUS(CYST-SCHED-COUNT)
022800             MOVE ZERO
022900                 TO CYST-SCHED-RETURN-CODE(CYST-SCHED-COUNT)
023000         ELSE
023100             DISPLAY "WARNING - MORE THAN 50 SCHEDULED JOBS ON "
023200                     "RUNDEPS - " RDEP-JOB-NAME " NOT CHECKED"
023300         END-IF
023400     END-IF
023500     PERFORM 1190-READ-DEPENDENCY
023600         THRU 1190-READ-DEPENDENCY-EXIT
023700     .
023800 1110-KEEP-SCHEDULED-JOB-EXIT.
023900     EXIT.
024000
024100 1190-READ-DEPENDENCY.
024200     READ RUN-DEPENDENCIES
024300         AT END
024400             SET RDEP-CARD-EOF TO TRUE
024500     END-READ
024600     .
024700 1190-READ-DEPENDENCY-EXIT.
024800     EXIT.
024900
025000*****************************************************************
025100*ONE LEDGER RECORD OF THE CYCLE - A STATUS LINE, THEN EITHER THE
025200*HIGH-WATER MARKS OR THE REASON THE JOB WAS BLOCKED.
025300*****************************************************************
025400 2000-REPORT-LEDGER-RECORD.
025500     ADD 1 TO CYST-RAN-COUNT
025600     MOVE SPACES TO CYST-DETAIL-LINE
025700     MOVE RUNL-JOB-NAME   TO CSDL-JOB
025800     MOVE RUNL-START-DATE TO CSDL-START-DATE
025900     MOVE RUNL-START-TIME TO CSDL-START-TIME
026000     EVALUATE TRUE
026100         WHEN RUNL-COMPLETE
026200             ADD 1 TO CYST-COMPLETE-COUNT
026300             MOVE 'COMPLETE'     TO CSDL-STATUS
026400         WHEN RUNL-FAILED
026500             ADD 1 TO CYST-FAILED-COUNT
026600             MOVE 'FAILED'       TO CSDL-STATUS
026700         WHEN RUNL-BLOCKED
026800             ADD 1 TO CYST-BLOCKED-COUNT
026900             MOVE 'BLOCKED'      TO CSDL-STATUS
027000         WHEN OTHER
027100             ADD 1 TO CYST-RUNNING-COUNT
027200             MOVE 'NOT ENDED'    TO CSDL-STATUS
027300     END-EVALUATE
027400     IF RUNL-COMPLETE OR RUNL-FAILED
027500         MOVE RUNL-END-DATE    TO CSDL-END-DATE
027600         MOVE RUNL-END-TIME    TO CSDL-END-TIME
027700         MOVE RUNL-RETURN-CODE TO CSDL-RETURN-CODE
027800     END-IF
027900     WRITE CYCLE-REPORT-LINE FROM CYST-DETAIL-LINE
028000     MOVE SPACES TO CYST-MARKS-LINE
028100     IF RUNL-BLOCKED
028200         MOVE RUNL-NOTE TO CSNL-NOTE
028300         WRITE CYCLE-REPORT-LINE FROM CYST-NOTE-LINE
028400     ELSE
028500         IF RUNL-HWM-1-LABEL NOT = SPACES
028600             MOVE RUNL-HWM-1-LABEL TO CSML-HWM-1-LABEL
028700             MOVE RUNL-HWM-1       TO CSML-HWM-1
028800             IF RUNL-HWM-2-LABEL NOT = SPACES
028900                 MOVE RUNL-HWM-2-LABEL TO CSML-HWM-2-LABEL
029000                 MOVE RUNL-HWM-2       TO CSML-HWM-2
029100             END-IF
029200             WRITE CYCLE-REPORT-LINE FROM CYST-MARKS-LINE
029300         END-IF
029400     END-IF
029500     PERFORM 2100-MARK-SCHEDULED-JOB
029600         THRU 2100-MARK-SCHEDULED-JOB-EXIT
029700     PERFORM 2900-READ-LEDGER
029800         THRU 2900-READ-LEDGER-EXIT
029900     .
030000 2000-REPORT-LEDGER-RECORD-EXIT.
030100     EXIT.
030200
030300 2100-MARK-SCHEDULED-JOB.
030400     MOVE ZERO TO CYST-FOUND-IDX
030500     PERFORM 2110-SCAN-SCHEDULE
030600         THRU 2110-SCAN-SCHEDULE-EXIT
030700         VARYING CYST-SCHED-IDX FROM 1 BY 1
030800         UNTIL CYST-SCHED-IDX > CYST-SCHED-COUNT
030900            OR CYST-FOUND-IDX > 0
031000     IF CYST-FOUND-IDX > 0
031100         MOVE RUNL-RUN-STATUS
031200             TO CYST-SCHED-STATUS(CYST-FOUND-IDX)
031300         MOVE RUNL-RETURN-CODE
031400             TO CYST-SCHED-RETURN-CODE(CYST-FOUND-IDX)
031500     END-IF
031600     .
031700 2100-MARK-SCHEDULED-JOB-EXIT.
031800     EXIT.
031900
032000 2110-SCAN-SCHEDULE.
032100     IF CYST-SCHED-JOB(CYST-SCHED-IDX) = RUNL-JOB-NAME
032200         MOVE CYST-SCHED-IDX TO CYST-FOUND-IDX
032300     END-IF
032400     .
032500 2110-SCAN-SCHEDULE-EXIT.
032600     EXIT.
032700
032800 2900-READ-LEDGER.
032900     READ RUN-LEDGER NEXT RECORD
033000         AT END
033100             SET CYST-LEDGER-DONE TO TRUE
033200     END-READ
033300     IF NOT CYST-LEDGER-DONE
033400         AND RUNL-CYCLE-DATE NOT = CYST-CYCLE-DATE
033500         SET CYST-LEDGER-DONE TO TRUE
033600     END-IF
033700     .
033800 2900-READ-LEDGER-EXIT.
033900     EXIT.
034000
034100*****************************************************************
034200*EVERY SCHEDULED JOB NOT COMPLETE FOR THE CYCLE IS OUTSTANDING.
034300*****************************************************************
034400 5000-REPORT-OUTSTANDING.
034500     MOVE SPACES TO CYCLE-REPORT-LINE
034600     WRITE CYCLE-REPORT-LINE
034700     MOVE 'OUTSTANDING FOR THE CYCLE' TO CYCLE-REPORT-LINE
034800     WRITE CYCLE-REPORT-LINE
034900     MOVE SPACES TO CYCLE-REPORT-LINE
035000     WRITE CYCLE-REPORT-LINE
035100     PERFORM 5100-CHECK-SCHEDULED-JOB
035200         THRU 5100-CHECK-SCHEDULED-JOB-EXIT
035300         VARYING CYST-SCHED-IDX FROM 1 BY 1
035400         UNTIL CYST-SCHED-IDX > CYST-SCHED-COUNT
035500     IF CYST-OUTSTANDING-COUNT = ZERO
035600         MOVE '(NONE)' TO CYCLE-REPORT-LINE
035700         WRITE CYCLE-REPORT-LINE
035800     END-IF
035900     .
036000 5000-REPORT-OUTSTANDING-EXIT.
036100     EXIT.
036200
036300 5100-CHECK-SCHEDULED-JOB.
036400     IF CYST-SCHED-COMPLETE(CYST-SCHED-IDX)
036500         GO TO 5100-CHECK-SCHEDULED-JOB-EXIT
036600     END-IF
036700     ADD 1 TO CYST-OUTSTANDING-COUNT
036800     MOVE SPACES TO CYST-OUTSTANDING-LINE
036900     MOVE CYST-SCHED-JOB(CYST-SCHED-IDX) TO CSOL-JOB
037000     MOVE CYST-SCHED-DESCRIPTION(CYST-SCHED-IDX)
037100         TO CSOL-DESCRIPTION
037200     EVALUATE CYST-SCHED-STATUS(CYST-SCHED-IDX)
037300         WHEN 'F'
037400             STRING 'FAILED RC '  DELIMITED BY SIZE
037500                    CYST-SCHED-RETURN-CODE(CYST-SCHED-IDX)
037600                                  DELIMITED BY SIZE
037700                 INTO CSOL-REASON
037800             END-STRING
037900         WHEN 'B'
038000             MOVE 'BLOCKED'       TO CSOL-REASON
038100         WHEN 'S'
038200             MOVE 'STARTED, NOT ENDED' TO CSOL-REASON
038300         WHEN OTHER
038400             MOVE 'NOT STARTED'   TO CSOL-REASON
038500     END-EVALUATE
038600     WRITE CYCLE-REPORT-LINE FROM CYST-OUTSTANDING-LINE
038700     .
038800 5100-CHECK-SCHEDULED-JOB-EXIT.
038900     EXIT.
039000
039100 9000-TERMINATE.
039200     MOVE SPACES TO CYCLE-REPORT-LINE
039300     WRITE CYCLE-REPORT-LINE
039400     STRING 'JOBS ON THE LEDGER:  ' DELIMITED BY SIZE
039500            CYST-RAN-COUNT          DELIMITED BY SIZE
039600         INTO CYCLE-REPORT-LINE
039700     END-STRING
039800     WRITE CYCLE-REPORT-LINE
039900     MOVE SPACES TO CYCLE-REPORT-LINE
040000     STRING 'COMPLETE:            ' DELIMITED BY SIZE
040100            CYST-COMPLETE-COUNT     DELIMITED BY SIZE
040200         INTO CYCLE-REPORT-LINE
040300     END-STRING
040400     WRITE CYCLE-REPORT-LINE
040500     MOVE SPACES TO CYCLE-REPORT-LINE
040600     STRING 'FAILED:              ' DELIMITED BY SIZE
040700            CYST-FAILED-COUNT       DELIMITED BY SIZE
040800         INTO CYCLE-REPORT-LINE
040900     END-STRING
041000     WRITE CYCLE-REPORT-LINE
041100     MOVE SPACES TO CYCLE-REPORT-LINE
041200     STRING 'NOT ENDED:           ' DELIMITED BY SIZE
041300            CYST-RUNNING-COUNT      DELIMITED BY SIZE
041400         INTO CYCLE-REPORT-LINE
041500     END-STRING
041600     WRITE CYCLE-REPORT-LINE
041700     MOVE SPACES TO CYCLE-REPORT-LINE
041800     STRING 'BLOCKED:             ' DELIMITED BY SIZE
041900            CYST-BLOCKED-COUNT      DELIMITED BY SIZE
042000         INTO CYCLE-REPORT-LINE
042100     END-STRING
042200     WRITE CYCLE-REPORT-LINE
042300     MOVE SPACES TO CYCLE-REPORT-LINE
042400     STRING 'SCHEDULED OUTSTANDING:' DELIMITED BY SIZE
042500            CYST-OUTSTANDING-COUNT  DELIMITED BY SIZE
042600         INTO CYCLE-REPORT-LINE
042700     END-STRING
042800     WRITE CYCLE-REPORT-LINE
042900     IF RUNL-LEDGER-STATUS NOT = '35'
043000         CLOSE RUN-LEDGER
043100     END-IF
043200     CLOSE CYCLE-REPORT
043300     DISPLAY "CYCLE " CYST-CYCLE-DATE " - JOBS RUN: "
043400             CYST-RAN-COUNT " OUTSTANDING: "
043500             CYST-OUTSTANDING-COUNT
043600     IF CYST-OUTSTANDING-COUNT > ZERO
043700         OR CYST-FAILED-COUNT > ZERO
043800         MOVE 4 TO RETURN-CODE
043900     END-IF
044000     .
044100 9000-TERMINATE-EXIT.
044200     EXIT.

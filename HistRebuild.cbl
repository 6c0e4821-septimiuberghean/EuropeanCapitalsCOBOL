000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HistRebuild.
000300 AUTHOR.        R L BERGHEAN.
000400 INSTALLATION.  TRAINING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*HistRebuild REBUILDS THE EMPLOYEE-HISTORY MASTER FROM SCRATCH
000900*OUT OF ITS JOURNAL - EVERY TRAILER STILL ON THE SESSARCH ARCHIVE
001000*GENERATIONS AND THE LIVE SESSION-LOG - INTO A NEW, EMPTY DATASET
001100*(EMPHNEW), THEN COMPARES THE REBUILT FILE WITH THE LIVE EMPHIST
001200*RECORD BY RECORD AND FIELD BY FIELD, PRINTING EVERY DIFFERENCE.
001300*RUN WHEN EMPHIST IS DAMAGED OR HAS BEEN RESTORED FROM AN OLD
001400*BACKUP, AND QUARTERLY AS AN INTEGRITY CHECK ON HistoryPost.
001500*
001600*EACH TRAILER IS ROLLED IN EXACTLY AS HistoryPost ROLLS IT (SAME
001700*PERCENT, COURSE DEFAULT AND CATALOG PASS PERCENT).  ONLY TRAILERS
001800*AT OR BEFORE THE LIVE FILE'S '##CONTROL#' HIGH-WATER MARK ARE
001900*TAKEN, SO SESSIONS CTRYHPST HAS NOT POSTED YET DO NOT SHOW AS
002000*DIFFERENCES; THEY ARE COUNTED ON THE REPORT INSTEAD.  WITH NO
002100*USABLE LIVE FILE OR NO CONTROL RECORD EVERY TRAILER IS TAKEN.
002200*THE SEPARATION FLAG AND DATE COME FROM THE EMPLOYEE-MASTER, WHICH
002300*IS WHERE SeparationMaint'S FEED ORIGINATES.  THE ARCHIVE IS READ
002400*BEFORE THE LIVE LOG, BUT THE SESSARCH BASE-NAME CONCATENATION
002420*HANDS OVER THE GENERATIONS NEWEST FIRST, SO NOTHING RELIES ON
002440*READ ORDER: FIRST, LATEST AND LAST-PASS ARE EACH SET BY
002460*COMPARING SESS-SESSION-DATE WITH THE REBUILT RECORD'S DATES.
002500*
002600*AN 'EMPHIST' CARD ON RBLDCTL WITH 'SWAP' (SEE RBLDCTL.CPY) COPIES
002700*THE REBUILT FILE OVER THE LIVE EMPHIST AFTER THE COMPARE, AS THE
002800*RECOVERED MASTER.  THE SWAP IS REFUSED WHEN NOTHING WAS REBUILT
002900*OR A REBUILT RECORD COULD NOT BE WRITTEN.
003000*RETURN CODE:  0 = REBUILT FILE MATCHES THE LIVE FILE,
003100*4 = DIFFERENCES PRINTED,  8 = NOTHING REBUILT OR SWAP REFUSED,
003200*16 = REFUSED BY THE RUN LEDGER, A REQUIRED FILE IS MISSING, OR
003300*THE SWAP FAILED PART WAY (RESTORE EMPHIST BEFORE THE NEXT
003400*CTRYHPST).
003500*
003600*MODIFICATION HISTORY
003700*  2026-10-15  RLB  ORIGINAL PROGRAM.
003720*  2026-10-15  RLB  A STARTUP STOP WITH RC 16 NOW POSTS THE END OF
003740*                   THE RUN TO RunLedger FIRST, SO CycleStatus
003760*                   SHOWS THE JOB FAILED INSTEAD OF NOT ENDED AND
003780*                   ITS DEPENDENTS ARE NOT HELD AS STILL RUNNING.
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT REBUILD-CONTROL ASSIGN TO RBLDCTL
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS RBLD-CONTROL-STATUS.
004500
004600     SELECT ARCHIVE-LOG ASSIGN TO SESSARCH
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS ARCHIVE-LOG-STATUS.
004900
005000     SELECT SESSION-LOG ASSIGN TO SESSNLOG
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS SESS-LOG-STATUS.
005300
005400     SELECT COURSE-MASTER ASSIGN TO CRSMST
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS CRS-COURSE-CODE
005800         FILE STATUS IS CRS-MASTER-STATUS.
005900
006000     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS EMPM-EMPLOYEE-ID
006400         FILE STATUS IS EMPM-MASTER-STATUS.
006500
006600     SELECT EMPLOYEE-HISTORY ASSIGN TO EMPHIST
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS HIST-RECORD-KEY
007000         FILE STATUS IS HIST-IO-STATUS.
007100
007200     SELECT REBUILT-HISTORY ASSIGN TO EMPHNEW
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS RBH-RECORD-KEY
007600         FILE STATUS IS RBH-IO-STATUS.
007700
007800     SELECT REBUILD-REPORT ASSIGN TO HRBLRPT
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS RBLD-REPORT-STATUS.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  REBUILD-CONTROL
008500     RECORD CONTAINS 13 CHARACTERS.
008600 COPY RBLDCTL.
008700
008800 FD  ARCHIVE-LOG
008900     RECORD CONTAINS 221 CHARACTERS.
009000 01  ARCHIVE-LOG-RECORD          PIC X(221).
009100
009200 FD  SESSION-LOG
009300     RECORD CONTAINS 221 CHARACTERS.
009400 COPY SESSLOG.
009500
009600 FD  COURSE-MASTER
009700     RECORD CONTAINS 66 CHARACTERS.
009800 COPY COURSMST.
009900
010000 FD  EMPLOYEE-MASTER
010100     RECORD CONTAINS 80 CHARACTERS.
010200 COPY EMPMAST.
010300
010400 FD  EMPLOYEE-HISTORY
010500     RECORD CONTAINS 75 CHARACTERS.
010600 COPY EMPHIST.
010700
010800*THE REBUILT FILE - SAME LAYOUT AS EMPHIST.CPY UNDER ITS OWN NAMES
010900*SO BOTH RECORDS CAN BE HELD SIDE BY SIDE FOR THE COMPARE.
011000 FD  REBUILT-HISTORY
011100     RECORD CONTAINS 75 CHARACTERS.
011200 01  RBH-RECORD.
011300     05  RBH-RECORD-KEY.
011400         10  RBH-EMPLOYEE-ID         PIC X(10).
011500             88  RBH-CONTROL-KEY         VALUE '##CONTROL#'.
011600         10  RBH-COURSE-CODE         PIC X(10).
011700     05  RBH-DETAIL-AREA.
011800         10  RBH-ATTEMPT-COUNT           PIC 9(05).
011900         10  RBH-FORWARD-COUNT           PIC 9(05).
012000         10  RBH-REVERSE-COUNT           PIC 9(05).
012100         10  RBH-BEST-PERCENT            PIC 9(03).
012200         10  RBH-LATEST-PERCENT          PIC 9(03).
012300         10  RBH-FIRST-SESSION-DATE      PIC 9(08).
012400         10  RBH-LAST-SESSION-DATE       PIC 9(08).
012500         10  RBH-LAST-PASS-DATE          PIC 9(08).
012600         10  RBH-PASS-FLAG               PIC X(01).
012700             88  RBH-CURRENT-PASS            VALUE 'P'.
012800             88  RBH-CURRENT-FAIL            VALUE 'F'.
012900         10  RBH-SEPARATION-FLAG         PIC X(01).
013000             88  RBH-SEPARATED               VALUE 'S'.
013100         10  RBH-SEPARATION-DATE         PIC 9(08).
013200     05  RBH-CONTROL-AREA REDEFINES RBH-DETAIL-AREA.
013300         10  RBH-HIGH-WATER-DATE         PIC 9(08).
013400         10  RBH-HIGH-WATER-TIME         PIC 9(06).
013500         10  FILLER                      PIC X(41).
013600
013700 FD  REBUILD-REPORT
013800     RECORD CONTAINS 80 CHARACTERS.
013900 01  REBUILD-REPORT-LINE         PIC X(80).
014000
014100 WORKING-STORAGE SECTION.
014200 01  RBLD-CONTROL-STATUS         PIC XX     VALUE '00'.
014300     88  RBLD-CONTROL-EOF                   VALUE '10'.
014400 01  ARCHIVE-LOG-STATUS          PIC XX     VALUE '00'.
014500     88  ARCHIVE-LOG-EOF                    VALUE '10'.
014600 01  SESS-LOG-STATUS             PIC XX     VALUE '00'.
014700     88  SESS-LOG-EOF                       VALUE '10'.
014800 01  CRS-MASTER-STATUS           PIC XX     VALUE '00'.
014900     88  CRS-MASTER-OK                      VALUE '00'.
015000 01  EMPM-MASTER-STATUS          PIC XX     VALUE '00'.
015100     88  EMPM-MASTER-OK                     VALUE '00'.
015200 01  HIST-IO-STATUS              PIC XX     VALUE '00'.
015300     88  HIST-IO-OK                          VALUE '00'.
015400     88  HIST-IO-EOF                         VALUE '10'.
015500 01  RBH-IO-STATUS               PIC XX     VALUE '00'.
015600     88  RBH-IO-OK                           VALUE '00'.
015700     88  RBH-IO-EOF                          VALUE '10'.
015800 01  RBLD-REPORT-STATUS          PIC XX     VALUE '00'.
015900
016000 01  HRBL-SWAP-FLAG              PIC X(01)  VALUE 'N'.
016100     88  HRBL-SWAP-REQUESTED             VALUE 'Y'.
016200 01  HRBL-LIVE-FLAG              PIC X(01)  VALUE 'Y'.
016300     88  HRBL-LIVE-USABLE                VALUE 'Y'.
016400     88  HRBL-LIVE-MISSING               VALUE 'N'.
016500
016600*SAME PASS-THRESHOLD HANDLING AS HistoryPost.
016700 77  HRBL-PASS-THRESHOLD         PIC 999    VALUE 60.
016800 77  HRBL-DEFAULT-THRESHOLD      PIC 999    VALUE 60.
016900 77  HRBL-SESSION-PERCENT        PIC 999    VALUE ZERO.
017000 01  HRBL-LAST-COURSE            PIC X(10)  VALUE SPACES.
017100 01  HRBL-COURSE-CODE            PIC X(10)  VALUE SPACES.
017200 01  HRBL-COURSE-KNOWN-FLAG      PIC X(01)  VALUE 'Y'.
017300     88  HRBL-COURSE-KNOWN               VALUE 'Y'.
017400 01  HRBL-RECORD-FOUND-FLAG      PIC X(01)  VALUE 'N'.
017500     88  HRBL-RECORD-FOUND               VALUE 'Y'.
017600
017700*TRAILERS STAMPED AFTER THE CUTOFF ARE LEFT FOR CTRYHPST.
017800 01  HRBL-CUTOFF.
017900     05  HRBL-CUTOFF-DATE            PIC 9(08) VALUE 99999999.
018000     05  HRBL-CUTOFF-TIME            PIC 9(06) VALUE 999999.
018100 01  HRBL-NEW-HIGH-WATER.
018200     05  HRBL-NEW-HW-DATE            PIC 9(08) VALUE ZERO.
018300     05  HRBL-NEW-HW-TIME            PIC 9(06) VALUE ZERO.
018400 01  HRBL-TRAILER-STAMP.
018500     05  HRBL-TRAILER-DATE           PIC 9(08) VALUE ZERO.
018600     05  HRBL-TRAILER-TIME           PIC 9(06) VALUE ZERO.
018700
018800*MATCH-MERGE KEYS - HIGH-VALUES ONCE A FILE IS EXHAUSTED.
018900 01  HRBL-LIVE-KEY               PIC X(20)  VALUE SPACES.
019000 01  HRBL-REBUILT-KEY            PIC X(20)  VALUE SPACES.
019100 01  HRBL-RECORD-DIFFERS-FLAG    PIC X(01)  VALUE 'N'.
019200     88  HRBL-RECORD-DIFFERS             VALUE 'Y'.
019300
019400 77  HRBL-ARCHIVE-TRAILERS       PIC 9(07)  VALUE ZERO.
019500 77  HRBL-LOG-TRAILERS           PIC 9(07)  VALUE ZERO.
019600 77  HRBL-POSTED-COUNT           PIC 9(07)  VALUE ZERO.
019700 77  HRBL-PAST-CUTOFF-COUNT      PIC 9(07)  VALUE ZERO.
019800 77  HRBL-UNKNOWN-COURSE-COUNT   PIC 9(07)  VALUE ZERO.
019900 77  HRBL-WRITE-ERROR-COUNT      PIC 9(07)  VALUE ZERO.
020000 77  HRBL-REBUILT-COUNT          PIC 9(07)  VALUE ZERO.
020100 77  HRBL-LIVE-COUNT             PIC 9(07)  VALUE ZERO.
020200 77  HRBL-MATCHED-COUNT          PIC 9(07)  VALUE ZERO.
020300 77  HRBL-DIFFER-COUNT           PIC 9(07)  VALUE ZERO.
020400 77  HRBL-FIELD-DIFF-COUNT       PIC 9(07)  VALUE ZERO.
020500 77  HRBL-REBUILT-ONLY-COUNT     PIC 9(07)  VALUE ZERO.
020600 77  HRBL-LIVE-ONLY-COUNT        PIC 9(07)  VALUE ZERO.
020700 77  HRBL-SWAPPED-COUNT          PIC 9(07)  VALUE ZERO.
020800
020900 01  HRBL-DIFFERENCE-LINE.
021000     05  HDL-EMPLOYEE-ID             PIC X(10).
021100     05  FILLER                      PIC X(01) VALUE SPACES.
021200     05  HDL-COURSE-CODE             PIC X(10).
021300     05  FILLER                      PIC X(01) VALUE SPACES.
021400     05  HDL-FIELD-NAME              PIC X(16).
021500     05  FILLER                      PIC X(01) VALUE SPACES.
021600     05  HDL-LIVE-VALUE              PIC X(14).
021700     05  FILLER                      PIC X(01) VALUE SPACES.
021800     05  HDL-REBUILT-VALUE           PIC X(14).
021900     05  FILLER                      PIC X(12) VALUE SPACES.
022000
022100 COPY RUNLCALL.
022200
022300 PROCEDURE DIVISION.
022400 0000-MAINLINE.
022500     PERFORM 0500-CHECK-RUN-LEDGER
022600         THRU 0500-CHECK-RUN-LEDGER-EXIT
022700     PERFORM 1000-INITIALIZE
022800         THRU 1000-INITIALIZE-EXIT
022900     PERFORM 2000-REBUILD-FROM-ARCHIVE
023000         THRU 2000-REBUILD-FROM-ARCHIVE-EXIT
023100     PERFORM 2500-REBUILD-FROM-LOG
023200         THRU 2500-REBUILD-FROM-LOG-EXIT
023300     PERFORM 3900-WRITE-CONTROL-RECORD
023400         THRU 3900-WRITE-CONTROL-RECORD-EXIT
023500     PERFORM 4000-COMPARE-FILES
023600         THRU 4000-COMPARE-FILES-EXIT
023700     IF HRBL-SWAP-REQUESTED
023800         PERFORM 5000-SWAP-IN-REBUILT
023900             THRU 5000-SWAP-IN-REBUILT-EXIT
024000     END-IF
024100     PERFORM 9000-TERMINATE
024200         THRU 9000-TERMINATE-EXIT
024300     PERFORM 9900-POST-RUN-LEDGER
024400         THRU 9900-POST-RUN-LEDGER-EXIT
024500     STOP RUN.
024600
024700*****************************************************************
024800*THE RUN LEDGER REFUSES THE JOB WHEN A PREREQUISITE HAS NOT
024900*FINISHED CLEANLY FOR THE CYCLE (SEE RunLedger AND RUNDEPS).
025000*****************************************************************
025100 0500-CHECK-RUN-LEDGER.
025200     INITIALIZE RUNL-CALL-AREA
025300     SET RUNL-CALL-START TO TRUE
025400     MOVE 'CTRYHRBL' TO RUNL-CALL-JOB-NAME
025500     CALL 'RunLedger' USING RUNL-CALL-AREA
025600     END-CALL
025700     IF RUNL-CALL-BLOCKED
025800         DISPLAY "CTRYHRBL NOT RUN FOR CYCLE "
025900                 RUNL-CALL-CYCLE-DATE " - " RUNL-CALL-MESSAGE
026000         MOVE 16 TO RETURN-CODE
026100         STOP RUN
026200     END-IF
026300     .
026400 0500-CHECK-RUN-LEDGER-EXIT.
026500     EXIT.
026600
026700 1000-INITIALIZE.
026800     PERFORM 1100-READ-OPTION-CARDS
026900         THRU 1100-READ-OPTION-CARDS-EXIT
027000     OPEN INPUT COURSE-MASTER
027100     IF CRS-MASTER-STATUS = '35'
027200         DISPLAY "COURSE-MASTER FILE NOT FOUND - RUN "
027300                 "CourseMaint TO ESTABLISH IT FIRST"
027400         MOVE 16 TO RETURN-CODE
027430         PERFORM 9900-POST-RUN-LEDGER
027460             THRU 9900-POST-RUN-LEDGER-EXIT
027500         STOP RUN
027600     END-IF
027700     OPEN INPUT EMPLOYEE-MASTER
027800     IF EMPM-MASTER-STATUS = '35'
027900         DISPLAY "EMPLOYEE-MASTER FILE NOT FOUND - RUN "
028000                 "EmpMasterMaint TO ESTABLISH IT FIRST"
028100         MOVE 16 TO RETURN-CODE
028130         PERFORM 9900-POST-RUN-LEDGER
028160             THRU 9900-POST-RUN-LEDGER-EXIT
028200         STOP RUN
028300     END-IF
028400     PERFORM 1200-READ-LIVE-CONTROL
028500         THRU 1200-READ-LIVE-CONTROL-EXIT
028600     OPEN OUTPUT REBUILT-HISTORY
028700     IF RBH-IO-OK
028800         CLOSE REBUILT-HISTORY
028900         OPEN I-O REBUILT-HISTORY
029000     END-IF
029100     IF NOT RBH-IO-OK
029200         DISPLAY "REBUILT EMPLOYEE-HISTORY (EMPHNEW) COULD NOT "
029300                 "BE OPENED - STATUS " RBH-IO-STATUS
029400         MOVE 16 TO RETURN-CODE
029430         PERFORM 9900-POST-RUN-LEDGER
029460             THRU 9900-POST-RUN-LEDGER-EXIT
029500         STOP RUN
029600     END-IF
029700     OPEN OUTPUT REBUILD-REPORT
029800     MOVE SPACES TO REBUILD-REPORT-LINE
029900     MOVE 'EMPLOYEE-HISTORY REBUILD AND COMPARE'
030000         TO REBUILD-REPORT-LINE
030100     WRITE REBUILD-REPORT-LINE
030200     MOVE SPACES TO REBUILD-REPORT-LINE
030300     IF HRBL-LIVE-MISSING
030400         MOVE 'NO USABLE LIVE EMPHIST - EVERY TRAILER REBUILT'
030500             TO REBUILD-REPORT-LINE
030600     ELSE
030700         STRING 'REBUILT THROUGH THE LIVE HIGH-WATER MARK '
030800                                    DELIMITED BY SIZE
030900                HRBL-CUTOFF-DATE    DELIMITED BY SIZE
031000                ' '                 DELIMITED BY SIZE
031100                HRBL-CUTOFF-TIME    DELIMITED BY SIZE
031200             INTO REBUILD-REPORT-LINE
031300         END-STRING
031400     END-IF
031500     WRITE REBUILD-REPORT-LINE
031600     MOVE SPACES TO REBUILD-REPORT-LINE
031700     WRITE REBUILD-REPORT-LINE
031800     MOVE 'EMPLOYEE   COURSE     FIELD            LIVE FILE      '
031900         TO REBUILD-REPORT-LINE
032000     MOVE 'REBUILT' TO REBUILD-REPORT-LINE(55:7)
032100     WRITE REBUILD-REPORT-LINE
032200     .
032300 1000-INITIALIZE-EXIT.
032400     EXIT.
032500
032600*****************************************************************
032700*AN 'EMPHIST' CARD WITH 'SWAP' ASKS FOR THE SWAP-IN.  NO CARD FILE
032800*MEANS REBUILD AND COMPARE ONLY.
032900*****************************************************************
033000 1100-READ-OPTION-CARDS.
033100     OPEN INPUT REBUILD-CONTROL
033200     IF RBLD-CONTROL-STATUS = '35'
033300         GO TO 1100-READ-OPTION-CARDS-EXIT
033400     END-IF
033500     PERFORM 1110-READ-OPTION-CARD
033600         THRU 1110-READ-OPTION-CARD-EXIT
033700     PERFORM 1120-CHECK-OPTION-CARD
033800         THRU 1120-CHECK-OPTION-CARD-EXIT
033900         UNTIL RBLD-CONTROL-EOF
034000     CLOSE REBUILD-CONTROL
034100     .
034200 1100-READ-OPTION-CARDS-EXIT.
034300     EXIT.
034400
034500 1110-READ-OPTION-CARD.
034600     READ REBUILD-CONTROL
034700         AT END
034800             SET RBLD-CONTROL-EOF TO TRUE
034900     END-READ
035000     .
035100 1110-READ-OPTION-CARD-EXIT.
035200     EXIT.
035300
035400 1120-CHECK-OPTION-CARD.
035500     IF RBLD-FILE-EMPHIST
035600         AND RBLD-SWAP-REQUESTED
035700         SET HRBL-SWAP-REQUESTED TO TRUE
035800     END-IF
035900     PERFORM 1110-READ-OPTION-CARD
036000         THRU 1110-READ-OPTION-CARD-EXIT
036100     .
036200 1120-CHECK-OPTION-CARD-EXIT.
036300     EXIT.
036400
036500*****************************************************************
036600*TAKES THE CUTOFF FROM THE LIVE CONTROL RECORD.  A LIVE FILE THAT
036700*IS MISSING OR WILL NOT OPEN IS THE CASE THIS JOB EXISTS FOR, SO
036800*IT IS NOT FATAL - EVERY TRAILER IS REBUILT AND EVERY REBUILT
036900*RECORD SHOWS AS MISSING FROM THE LIVE FILE.
037000*****************************************************************
037100 1200-READ-LIVE-CONTROL.
037200     OPEN INPUT EMPLOYEE-HISTORY
037300     IF HIST-IO-STATUS = '39'
037400         DISPLAY "EMPLOYEE-HISTORY OPENED WITH STATUS 39 - THE "
037500                 "FILE IS STILL THE OLD 56-BYTE LAYOUT - RUN "
037600                 "THE CTRYHCNV CONVERSION ONCE BEFORE THIS JOB"
037700         MOVE 16 TO RETURN-CODE
037730         PERFORM 9900-POST-RUN-LEDGER
037760             THRU 9900-POST-RUN-LEDGER-EXIT
037800         STOP RUN
037900     END-IF
038000     IF NOT HIST-IO-OK
038100         DISPLAY "LIVE EMPLOYEE-HISTORY NOT USABLE - STATUS "
038200                 HIST-IO-STATUS " - REBUILDING FROM EVERY TRAILER"
038300         SET HRBL-LIVE-MISSING TO TRUE
038400         GO TO 1200-READ-LIVE-CONTROL-EXIT
038500     END-IF
038600     MOVE '##CONTROL#' TO HIST-EMPLOYEE-ID
038700     MOVE SPACES        TO HIST-COURSE-CODE
038800     READ EMPLOYEE-HISTORY
038900         INVALID KEY
039000             MOVE '23' TO HIST-IO-STATUS
039100     END-READ
039200     IF HIST-IO-OK
039300         MOVE HIST-HIGH-WATER-DATE TO HRBL-CUTOFF-DATE
039400         MOVE HIST-HIGH-WATER-TIME TO HRBL-CUTOFF-TIME
039500     ELSE
039600         DISPLAY "LIVE EMPLOYEE-HISTORY HAS NO CONTROL RECORD - "
039700                 "REBUILDING FROM EVERY TRAILER"
039800     END-IF
039900     CLOSE EMPLOYEE-HISTORY
040000     .
040100 1200-READ-LIVE-CONTROL-EXIT.
040200     EXIT.
040300
040400*****************************************************************
040500*THE ARCHIVE GENERATIONS HOLD THE OLDEST TRAILERS.  A MISSING
040600*ARCHIVE IS NOT AN ERROR - NOTHING HAS BEEN ARCHIVED YET.
040700*****************************************************************
040800 2000-REBUILD-FROM-ARCHIVE.
040900     OPEN INPUT ARCHIVE-LOG
041000     IF ARCHIVE-LOG-STATUS = '35'
041100         DISPLAY "SESSARCH ARCHIVE NOT FOUND - LIVE LOG ONLY"
041200         GO TO 2000-REBUILD-FROM-ARCHIVE-EXIT
041300     END-IF
041400     PERFORM 2100-READ-ARCHIVE-LOG
041500         THRU 2100-READ-ARCHIVE-LOG-EXIT
041600     PERFORM 2200-HANDLE-ARCHIVE-RECORD
041700         THRU 2200-HANDLE-ARCHIVE-RECORD-EXIT
041800         UNTIL ARCHIVE-LOG-EOF
041900     CLOSE ARCHIVE-LOG
042000     .
042100 2000-REBUILD-FROM-ARCHIVE-EXIT.
042200     EXIT.
042300
042400 2100-READ-ARCHIVE-LOG.
042500     READ ARCHIVE-LOG
042600         AT END
042700             SET ARCHIVE-LOG-EOF TO TRUE
042800     END-READ
042900     .
043000 2100-READ-ARCHIVE-LOG-EXIT.
043100     EXIT.
043200
043300 2200-HANDLE-ARCHIVE-RECORD.
043400     MOVE ARCHIVE-LOG-RECORD TO SESS-LOG-RECORD
043500     IF SESS-TYPE-TRAILER
043600         ADD 1 TO HRBL-ARCHIVE-TRAILERS
043700         PERFORM 3000-CHECK-TRAILER
043800             THRU 3000-CHECK-TRAILER-EXIT
043900     END-IF
044000     PERFORM 2100-READ-ARCHIVE-LOG
044100         THRU 2100-READ-ARCHIVE-LOG-EXIT
044200     .
044300 2200-HANDLE-ARCHIVE-RECORD-EXIT.
044400     EXIT.
044500
044600 2500-REBUILD-FROM-LOG.
044700     OPEN INPUT SESSION-LOG
044800     IF SESS-LOG-STATUS = '35'
044900         DISPLAY "SESSION-LOG FILE NOT FOUND - ARCHIVE ONLY"
045000         GO TO 2500-REBUILD-FROM-LOG-EXIT
045100     END-IF
045200     PERFORM 2600-READ-SESSION-LOG
045300         THRU 2600-READ-SESSION-LOG-EXIT
045400     PERFORM 2700-HANDLE-LOG-RECORD
045500         THRU 2700-HANDLE-LOG-RECORD-EXIT
045600         UNTIL SESS-LOG-EOF
045700     CLOSE SESSION-LOG
045800     .
045900 2500-REBUILD-FROM-LOG-EXIT.
046000     EXIT.
046100
046200 2600-READ-SESSION-LOG.
046300     READ SESSION-LOG
046400         AT END
046500             SET SESS-LOG-EOF TO TRUE
046600     END-READ
046700     .
046800 2600-READ-SESSION-LOG-EXIT.
046900     EXIT.
047000
047100 2700-HANDLE-LOG-RECORD.
047200     IF SESS-TYPE-TRAILER
047300         ADD 1 TO HRBL-LOG-TRAILERS
047400         PERFORM 3000-CHECK-TRAILER
047500             THRU 3000-CHECK-TRAILER-EXIT
047600     END-IF
047700     PERFORM 2600-READ-SESSION-LOG
047800         THRU 2600-READ-SESSION-LOG-EXIT
047900     .
048000 2700-HANDLE-LOG-RECORD-EXIT.
048100     EXIT.
048200
048300 3000-CHECK-TRAILER.
048400     MOVE SESS-SESSION-DATE TO HRBL-TRAILER-DATE
048500     MOVE SESS-SESSION-TIME TO HRBL-TRAILER-TIME
048600     IF HRBL-TRAILER-STAMP > HRBL-CUTOFF
048700         ADD 1 TO HRBL-PAST-CUTOFF-COUNT
048800         GO TO 3000-CHECK-TRAILER-EXIT
048900     END-IF
049000     PERFORM 3100-POST-TRAILER
049100         THRU 3100-POST-TRAILER-EXIT
049200     IF HRBL-TRAILER-STAMP > HRBL-NEW-HIGH-WATER
049300         MOVE HRBL-TRAILER-DATE TO HRBL-NEW-HW-DATE
049400         MOVE HRBL-TRAILER-TIME TO HRBL-NEW-HW-TIME
049500     END-IF
049600     .
049700 3000-CHECK-TRAILER-EXIT.
049800     EXIT.
049900
050000*****************************************************************
050100*ROLLS ONE TRAILER INTO THE REBUILT FILE - THE SAME RULES AS
050200*HistoryPost 3000-POST-TRAILER.  KEEP THE TWO IN STEP.
050300*****************************************************************
050400 3100-POST-TRAILER.
050500     IF SESS-QUESTION-COUNT > 0
050600         COMPUTE HRBL-SESSION-PERCENT ROUNDED =
050700             (SESS-FINAL-SCORE * 100) / SESS-QUESTION-COUNT
050800     ELSE
050900         MOVE ZERO TO HRBL-SESSION-PERCENT
051000     END-IF
051100     MOVE 'N' TO HRBL-RECORD-FOUND-FLAG
051200     MOVE SESS-COURSE-CODE TO HRBL-COURSE-CODE
051300     IF HRBL-COURSE-CODE = SPACES
051400         MOVE 'EUROCAP01' TO HRBL-COURSE-CODE
051500     END-IF
051600     IF HRBL-COURSE-CODE NOT = HRBL-LAST-COURSE
051700         PERFORM 3150-GET-PASS-THRESHOLD
051800             THRU 3150-GET-PASS-THRESHOLD-EXIT
051900     END-IF
052000     IF NOT HRBL-COURSE-KNOWN
052100         ADD 1 TO HRBL-UNKNOWN-COURSE-COUNT
052200     END-IF
052300     MOVE SESS-EMPLOYEE-ID TO RBH-EMPLOYEE-ID
052400     MOVE HRBL-COURSE-CODE TO RBH-COURSE-CODE
052500     READ REBUILT-HISTORY
052600         INVALID KEY
052700             CONTINUE
052800         NOT INVALID KEY
052900             SET HRBL-RECORD-FOUND TO TRUE
053000     END-READ
053100     IF NOT HRBL-RECORD-FOUND
053200         MOVE SESS-EMPLOYEE-ID TO RBH-EMPLOYEE-ID
053300         MOVE HRBL-COURSE-CODE TO RBH-COURSE-CODE
053400         MOVE ZERO TO RBH-ATTEMPT-COUNT
053500         MOVE ZERO TO RBH-FORWARD-COUNT
053600         MOVE ZERO TO RBH-REVERSE-COUNT
053700         MOVE ZERO TO RBH-BEST-PERCENT
053800         MOVE ZERO TO RBH-LATEST-PERCENT
053900         MOVE SESS-SESSION-DATE TO RBH-FIRST-SESSION-DATE
054000         MOVE ZERO TO RBH-LAST-SESSION-DATE
054100         MOVE ZERO TO RBH-LAST-PASS-DATE
054200         SET RBH-CURRENT-FAIL TO TRUE
054300         PERFORM 3200-SET-SEPARATION
054400             THRU 3200-SET-SEPARATION-EXIT
054500     END-IF
054600     ADD 1 TO RBH-ATTEMPT-COUNT
054700     IF SESS-MODE-REVERSE
054800         ADD 1 TO RBH-REVERSE-COUNT
054900     ELSE
055000         ADD 1 TO RBH-FORWARD-COUNT
055100     END-IF
055200     IF SESS-SESSION-DATE < RBH-FIRST-SESSION-DATE
055300         MOVE SESS-SESSION-DATE TO RBH-FIRST-SESSION-DATE
055400     END-IF
055500     IF SESS-SESSION-DATE >= RBH-LAST-SESSION-DATE
055600         MOVE SESS-SESSION-DATE TO RBH-LAST-SESSION-DATE
055700         MOVE HRBL-SESSION-PERCENT TO RBH-LATEST-PERCENT
055800         IF HRBL-SESSION-PERCENT >= HRBL-PASS-THRESHOLD
055900             SET RBH-CURRENT-PASS TO TRUE
056000         ELSE
056100             SET RBH-CURRENT-FAIL TO TRUE
056200         END-IF
056300     END-IF
056400     IF HRBL-SESSION-PERCENT > RBH-BEST-PERCENT
056500         MOVE HRBL-SESSION-PERCENT TO RBH-BEST-PERCENT
056600     END-IF
056700     IF HRBL-SESSION-PERCENT >= HRBL-PASS-THRESHOLD
056800         AND SESS-SESSION-DATE > RBH-LAST-PASS-DATE
056900         MOVE SESS-SESSION-DATE TO RBH-LAST-PASS-DATE
057000     END-IF
057100     IF HRBL-RECORD-FOUND
057200         REWRITE RBH-RECORD
057300     ELSE
057400         WRITE RBH-RECORD
057500     END-IF
057600     IF RBH-IO-OK
057700         ADD 1 TO HRBL-POSTED-COUNT
057800     ELSE
057900         ADD 1 TO HRBL-WRITE-ERROR-COUNT
058000         DISPLAY "REBUILT RECORD NOT WRITTEN FOR " RBH-EMPLOYEE-ID
058100                 " " RBH-COURSE-CODE " - STATUS " RBH-IO-STATUS
058200     END-IF
058300     .
058400 3100-POST-TRAILER-EXIT.
058500     EXIT.
058600
058700 3150-GET-PASS-THRESHOLD.
058800     MOVE HRBL-COURSE-CODE TO HRBL-LAST-COURSE
058900     MOVE HRBL-COURSE-CODE TO CRS-COURSE-CODE
059000     READ COURSE-MASTER
059100         INVALID KEY
059200             MOVE '23' TO CRS-MASTER-STATUS
059300     END-READ
059400     IF CRS-MASTER-OK
059500         MOVE CRS-PASS-PERCENT TO HRBL-PASS-THRESHOLD
059600         MOVE 'Y' TO HRBL-COURSE-KNOWN-FLAG
059700     ELSE
059800         MOVE HRBL-DEFAULT-THRESHOLD TO HRBL-PASS-THRESHOLD
059900         MOVE 'N' TO HRBL-COURSE-KNOWN-FLAG
060000     END-IF
060100     .
060200 3150-GET-PASS-THRESHOLD-EXIT.
060300     EXIT.
060400
060500*****************************************************************
060600*A NEW REBUILT RECORD TAKES THE EMPLOYEE'S SEPARATION FROM THE
060700*EMPLOYEE-MASTER, AS SeparationMaint WOULD HAVE MARKED IT.
060800*****************************************************************
060900 3200-SET-SEPARATION.
061000     MOVE SPACE TO RBH-SEPARATION-FLAG
061100     MOVE ZERO  TO RBH-SEPARATION-DATE
061200     MOVE SESS-EMPLOYEE-ID TO EMPM-EMPLOYEE-ID
061300     READ EMPLOYEE-MASTER
061400         INVALID KEY
061500             MOVE '23' TO EMPM-MASTER-STATUS
061600     END-READ
061700     IF EMPM-MASTER-OK
061800         AND EMPM-SEPARATED
061900         SET RBH-SEPARATED TO TRUE
062000         MOVE EMPM-SEPARATION-DATE TO RBH-SEPARATION-DATE
062100     END-IF
062200     .
062300 3200-SET-SEPARATION-EXIT.
062400     EXIT.
062500
062600 3900-WRITE-CONTROL-RECORD.
062700     MOVE '##CONTROL#' TO RBH-EMPLOYEE-ID
062800     MOVE SPACES        TO RBH-COURSE-CODE
062900     MOVE SPACES        TO RBH-DETAIL-AREA
063000     MOVE HRBL-NEW-HW-DATE TO RBH-HIGH-WATER-DATE
063100     MOVE HRBL-NEW-HW-TIME TO RBH-HIGH-WATER-TIME
063200     WRITE RBH-RECORD
063300     IF NOT RBH-IO-OK
063400         ADD 1 TO HRBL-WRITE-ERROR-COUNT
063500         DISPLAY "REBUILT CONTROL RECORD NOT WRITTEN - STATUS "
063600                 RBH-IO-STATUS
063700     END-IF
063800     CLOSE REBUILT-HISTORY
063900     .
064000 3900-WRITE-CONTROL-RECORD-EXIT.
064100     EXIT.
064200
064300*****************************************************************
064400*MATCH-MERGE OF THE REBUILT AND LIVE FILES IN KEY ORDER.  A KEY ON
064500*ONE SIDE ONLY PRINTS ONE 'RECORD' LINE; A KEY ON BOTH SIDES
064600*PRINTS ONE LINE PER FIELD THAT DIFFERS.
064700*****************************************************************
064800 4000-COMPARE-FILES.
064900     OPEN INPUT REBUILT-HISTORY
065000     PERFORM 4100-READ-REBUILT
065100         THRU 4100-READ-REBUILT-EXIT
065200     IF HRBL-LIVE-USABLE
065300         OPEN INPUT EMPLOYEE-HISTORY
065400         PERFORM 4200-READ-LIVE
065500             THRU 4200-READ-LIVE-EXIT
065600     ELSE
065700         MOVE HIGH-VALUES TO HRBL-LIVE-KEY
065800     END-IF
065900     PERFORM 4300-MATCH-RECORDS
066000         THRU 4300-MATCH-RECORDS-EXIT
066100         UNTIL HRBL-REBUILT-KEY = HIGH-VALUES
066200           AND HRBL-LIVE-KEY = HIGH-VALUES
066300     CLOSE REBUILT-HISTORY
066400     IF HRBL-LIVE-USABLE
066500         CLOSE EMPLOYEE-HISTORY
066600     END-IF
066700     .
066800 4000-COMPARE-FILES-EXIT.
066900     EXIT.
067000
067100 4100-READ-REBUILT.
067200     READ REBUILT-HISTORY NEXT RECORD
067300         AT END
067400             SET RBH-IO-EOF TO TRUE
067500     END-READ
067600     IF RBH-IO-OK
067700         ADD 1 TO HRBL-REBUILT-COUNT
067800         MOVE RBH-RECORD-KEY TO HRBL-REBUILT-KEY
067900     ELSE
068000         MOVE HIGH-VALUES TO HRBL-REBUILT-KEY
068100     END-IF
068200     .
068300 4100-READ-REBUILT-EXIT.
068400     EXIT.
068500
068600 4200-READ-LIVE.
068700     READ EMPLOYEE-HISTORY NEXT RECORD
068800         AT END
068900             SET HIST-IO-EOF TO TRUE
069000     END-READ
069100     IF HIST-IO-OK
069200         ADD 1 TO HRBL-LIVE-COUNT
069300         MOVE HIST-RECORD-KEY TO HRBL-LIVE-KEY
069400     ELSE
069500         MOVE HIGH-VALUES TO HRBL-LIVE-KEY
069600     END-IF
069700     .
069800 4200-READ-LIVE-EXIT.
069900     EXIT.
070000
070100 4300-MATCH-RECORDS.
070200     IF HRBL-REBUILT-KEY < HRBL-LIVE-KEY
070300         ADD 1 TO HRBL-REBUILT-ONLY-COUNT
070400         MOVE RBH-EMPLOYEE-ID   TO HDL-EMPLOYEE-ID
070500         MOVE RBH-COURSE-CODE   TO HDL-COURSE-CODE
070600         MOVE 'RECORD'          TO HDL-FIELD-NAME
070700         MOVE 'MISSING'         TO HDL-LIVE-VALUE
070800         MOVE 'PRESENT'         TO HDL-REBUILT-VALUE
070900         PERFORM 8000-WRITE-DIFFERENCE
071000             THRU 8000-WRITE-DIFFERENCE-EXIT
071100         PERFORM 4100-READ-REBUILT
071200             THRU 4100-READ-REBUILT-EXIT
071300         GO TO 4300-MATCH-RECORDS-EXIT
071400     END-IF
071500     IF HRBL-LIVE-KEY < HRBL-REBUILT-KEY
071600         ADD 1 TO HRBL-LIVE-ONLY-COUNT
071700         MOVE HIST-EMPLOYEE-ID  TO HDL-EMPLOYEE-ID
071800         MOVE HIST-COURSE-CODE  TO HDL-COURSE-CODE
071900         MOVE 'RECORD'          TO HDL-FIELD-NAME
072000         MOVE 'PRESENT'         TO HDL-LIVE-VALUE
072100         MOVE 'NOT REBUILT'     TO HDL-REBUILT-VALUE
072200         PERFORM 8000-WRITE-DIFFERENCE
072300             THRU 8000-WRITE-DIFFERENCE-EXIT
072400         PERFORM 4200-READ-LIVE
072500             THRU 4200-READ-LIVE-EXIT
072600         GO TO 4300-MATCH-RECORDS-EXIT
072700     END-IF
072800     MOVE 'N' TO HRBL-RECORD-DIFFERS-FLAG
072900     MOVE HIST-EMPLOYEE-ID TO HDL-EMPLOYEE-ID
073000     MOVE HIST-COURSE-CODE TO HDL-COURSE-CODE
073100     IF HIST-CONTROL-KEY
073200         PERFORM 4400-COMPARE-CONTROL
073300             THRU 4400-COMPARE-CONTROL-EXIT
073400     ELSE
073500         PERFORM 4500-COMPARE-DETAIL
073600             THRU 4500-COMPARE-DETAIL-EXIT
073700     END-IF
073800     IF HRBL-RECORD-DIFFERS
073900         ADD 1 TO HRBL-DIFFER-COUNT
074000     ELSE
074100         ADD 1 TO HRBL-MATCHED-COUNT
074200     END-IF
074300     PERFORM 4100-READ-REBUILT
074400         THRU 4100-READ-REBUILT-EXIT
074500     PERFORM 4200-READ-LIVE
074600         THRU 4200-READ-LIVE-EXIT
074700     .
074800 4300-MATCH-RECORDS-EXIT.
074900     EXIT.
075000
075100 4400-COMPARE-CONTROL.
075200     IF HIST-HIGH-WATER-DATE NOT = RBH-HIGH-WATER-DATE
075300         MOVE 'HIGH-WATER DATE'    TO HDL-FIELD-NAME
075400         MOVE HIST-HIGH-WATER-DATE TO HDL-LIVE-VALUE
075500         MOVE RBH-HIGH-WATER-DATE  TO HDL-REBUILT-VALUE
075600         PERFORM 8100-WRITE-FIELD-DIFFERENCE
075700             THRU 8100-WRITE-FIELD-DIFFERENCE-EXIT
075800     END-IF
075900     IF HIST-HIGH-WATER-TIME NOT = RBH-HIGH-WATER-TIME
076000         MOVE 'HIGH-WATER TIME'    TO HDL-FIELD-NAME
076100         MOVE HIST-HIGH-WATER-TIME TO HDL-LIVE-VALUE
076200         MOVE RBH-HIGH-WATER-TIME  TO HDL-REBUILT-VALUE
076300         PERFORM 8100-WRITE-FIELD-DIFFERENCE
076400             THRU 8100-WRITE-FIELD-DIFFERENCE-EXIT
076500     END-IF
076600     .
076700 4400-COMPARE-CONTROL-EXIT.
076800     EXIT.
076900
077000 4500-COMPARE-DETAIL.
077100     IF HIST-ATTEMPT-COUNT NOT = RBH-ATTEMPT-COUNT
077200         MOVE 'ATTEMPTS'           TO HDL-FIELD-NAME
077300         MOVE HIST-ATTEMPT-COUNT   TO HDL-LIVE-VALUE
077400         MOVE RBH-ATTEMPT-COUNT    TO HDL-REBUILT-VALUE
077500         PERFORM 8100-WRITE-FIELD-DIFFERENCE
077600             THRU 8100-WRITE-FIELD-DIFFERENCE-EXIT
077700     END-IF
077800     IF HIST-FORWARD-COUNT NOT = RBH-FORWARD-COUNT
077900         MOVE 'FORWARD ATTEMPTS'   TO HDL-FIELD-NAME
078000         MOVE HIST-FORWARD-COUNT   TO HDL-LIVE-VALUE
078100         MOVE RBH-FORWARD-COUNT    TO HDL-REBUILT-VALUE
078200         PERFORM 8100-WRITE-FIELD-DIFFERENCE
078300             THRU 8100-WRITE-FIELD-DIFFERENCE-EXIT
078400     END-IF
078500     IF HIST-REVERSE-COUNT NOT = RBH-REVERSE-COUNT
078600         MOVE 'REVERSE ATTEMPTS'   TO HDL-FIELD-NAME
078700         MOVE HIST-REVERSE-COUNT   TO HDL-LIVE-VALUE
078800         MOVE RBH-REVERSE-COUNT    TO HDL-REBUILT-VALUE
078900         PERFORM 8100-WRITE-FIELD-DIFFERENCE
079000             THRU 8100-WRITE-FIELD-DIFFERENCE-EXIT
079100     END-IF
079200     IF HIST-BEST-PERCENT NOT = RBH-BEST-PERCENT
079300         MOVE 'BEST PERCENT'       TO HDL-FIELD-NAME
079400         MOVE HIST-BEST-PERCENT    TO HDL-LIVE-VALUE
079500         MOVE RBH-BEST-PERCENT     TO HDL-REBUILT-VALUE
079600         PERFORM 8100-WRITE-FIELD-DIFFERENCE
079700             THRU 8100-WRITE-FIELD-DIFFERENCE-EXIT
079800     END-IF
079900     IF HIST-LATEST-PERCENT NOT = RBH-LATEST-PERCENT
080000         MOVE 'LATEST PERCENT'     TO HDL-FIELD-NAME
080100         MOVE HIST-LATEST-PERCENT  TO HDL-LIVE-VALUE
080200         MOVE RBH-LATEST-PERCENT   TO HDL-REBUILT-VALUE
080300         PERFORM 8100-WRITE-FIELD-DIFFERENCE
080400             THRU 8100-WRITE-FIELD-DIFFERENCE-EXIT
080500     END-IF
080600     IF HIST-FIRST-SESSION-DATE NOT = RBH-FIRST-SESSION-DATE
080700         MOVE 'FIRST SESSION'      TO HDL-FIELD-NAME
080800         MOVE HIST-FIRST-SESSION-DATE TO HDL-LIVE-VALUE
080900         MOVE RBH-FIRST-SESSION-DATE  TO HDL-REBUILT-VALUE
081000         PERFORM 8100-WRITE-FIELD-DIFFERENCE
081100             THRU 8100-WRITE-FIELD-DIFFERENCE-EXIT
081200     END-IF
081300     IF HIST-LAST-SESSION-DATE NOT = RBH-LAST-SESSION-DATE
081400         MOVE 'LAST SESSION'       TO HDL-FIELD-NAME
081500         MOVE HIST-LAST-SESSION-DATE TO HDL-LIVE-VALUE
081600         MOVE RBH-LAST-SESSION-DATE  TO HDL-REBUILT-VALUE
081700         PERFORM 8100-WRITE-FIELD-DIFFERENCE
081800             THRU 8100-WRITE-FIELD-DIFFERENCE-EXIT
081900     END-IF
082000     IF HIST-LAST-PASS-DATE NOT = RBH-LAST-PASS-DATE
082100         MOVE 'LAST PASS'          TO HDL-FIELD-NAME
082200         MOVE HIST-LAST-PASS-DATE  TO HDL-LIVE-VALUE
082300         MOVE RBH-LAST-PASS-DATE   TO HDL-REBUILT-VALUE
082400         PERFORM 8100-WRITE-FIELD-DIFFERENCE
082500             THRU 8100-WRITE-FIELD-DIFFERENCE-EXIT
082600     END-IF
082700     IF HIST-PASS-FLAG NOT = RBH-PASS-FLAG
082800         MOVE 'PASS FLAG'          TO HDL-FIELD-NAME
082900         MOVE HIST-PASS-FLAG       TO HDL-LIVE-VALUE
083000         MOVE RBH-PASS-FLAG        TO HDL-REBUILT-VALUE
083100         PERFORM 8100-WRITE-FIELD-DIFFERENCE
083200             THRU 8100-WRITE-FIELD-DIFFERENCE-EXIT
083300     END-IF
083400     IF HIST-SEPARATION-FLAG NOT = RBH-SEPARATION-FLAG
083500         MOVE 'SEPARATION FLAG'    TO HDL-FIELD-NAME
083600         MOVE HIST-SEPARATION-FLAG TO HDL-LIVE-VALUE
083700         MOVE RBH-SEPARATION-FLAG  TO HDL-REBUILT-VALUE
083800         PERFORM 8100-WRITE-FIELD-DIFFERENCE
083900             THRU 8100-WRITE-FIELD-DIFFERENCE-EXIT
084000     END-IF
084100     IF HIST-SEPARATION-DATE NOT = RBH-SEPARATION-DATE
084200         MOVE 'SEPARATION DATE'    TO HDL-FIELD-NAME
084300         MOVE HIST-SEPARATION-DATE TO HDL-LIVE-VALUE
084400         MOVE RBH-SEPARATION-DATE  TO HDL-REBUILT-VALUE
084500         PERFORM 8100-WRITE-FIELD-DIFFERENCE
084600             THRU 8100-WRITE-FIELD-DIFFERENCE-EXIT
084700     END-IF
084800     .
084900 4500-COMPARE-DETAIL-EXIT.
085000     EXIT.
085100
085200*****************************************************************
085300*COPIES THE REBUILT FILE OVER THE LIVE EMPHIST.  REFUSED (RC 8)
085400*WHEN NOTHING WAS REBUILT OR A REBUILT RECORD WAS NOT WRITTEN, SO
085500*A FAILED REBUILD NEVER REPLACES THE MASTER.  A WRITE FAILURE PART
085600*WAY THROUGH LEAVES THE LIVE FILE INCOMPLETE - RC 16.
085700*****************************************************************
085800 5000-SWAP-IN-REBUILT.
085900     IF HRBL-POSTED-COUNT = ZERO
086000         OR HRBL-WRITE-ERROR-COUNT > ZERO
086100         DISPLAY "SWAP REFUSED - THE REBUILT EMPLOYEE-HISTORY IS "
086200                 "EMPTY OR INCOMPLETE - LIVE EMPHIST NOT TOUCHED"
086300         MOVE 'N' TO HRBL-SWAP-FLAG
086400         GO TO 5000-SWAP-IN-REBUILT-EXIT
086500     END-IF
086600     OPEN INPUT REBUILT-HISTORY
086700     OPEN OUTPUT EMPLOYEE-HISTORY
086800     IF NOT HIST-IO-OK
086900         DISPLAY "LIVE EMPLOYEE-HISTORY COULD NOT BE OPENED FOR "
087000                 "OUTPUT - STATUS " HIST-IO-STATUS
087100         ADD 1 TO HRBL-WRITE-ERROR-COUNT
087200         CLOSE REBUILT-HISTORY
087300         GO TO 5000-SWAP-IN-REBUILT-EXIT
087400     END-IF
087500     PERFORM 4100-READ-REBUILT
087600         THRU 4100-READ-REBUILT-EXIT
087700     PERFORM 5100-COPY-REBUILT-RECORD
087800         THRU 5100-COPY-REBUILT-RECORD-EXIT
087900         UNTIL HRBL-REBUILT-KEY = HIGH-VALUES
088000     CLOSE REBUILT-HISTORY
088100           EMPLOYEE-HISTORY
088200     .
088300 5000-SWAP-IN-REBUILT-EXIT.
088400     EXIT.
088500
088600 5100-COPY-REBUILT-RECORD.
088700     MOVE RBH-RECORD TO HIST-RECORD
088800     WRITE HIST-RECORD
088900     IF HIST-IO-OK
089000         ADD 1 TO HRBL-SWAPPED-COUNT
089100     ELSE
089200         ADD 1 TO HRBL-WRITE-ERROR-COUNT
089300         DISPLAY "LIVE RECORD NOT WRITTEN FOR " HIST-EMPLOYEE-ID
089400                 " " HIST-COURSE-CODE " - STATUS " HIST-IO-STATUS
089500     END-IF
089600     PERFORM 4100-READ-REBUILT
089700         THRU 4100-READ-REBUILT-EXIT
089800     .
089900 5100-COPY-REBUILT-RECORD-EXIT.
090000     EXIT.
090100
090200 8000-WRITE-DIFFERENCE.
090300     MOVE HRBL-DIFFERENCE-LINE TO REBUILD-REPORT-LINE
090400     WRITE REBUILD-REPORT-LINE
090500     .
090600 8000-WRITE-DIFFERENCE-EXIT.
090700     EXIT.
090800
090900 8100-WRITE-FIELD-DIFFERENCE.
091000     SET HRBL-RECORD-DIFFERS TO TRUE
091100     ADD 1 TO HRBL-FIELD-DIFF-COUNT
091200     PERFORM 8000-WRITE-DIFFERENCE
091300         THRU 8000-WRITE-DIFFERENCE-EXIT
091400     .
091500 8100-WRITE-FIELD-DIFFERENCE-EXIT.
091600     EXIT.
091700
091800 9000-TERMINATE.
091900     MOVE SPACES TO REBUILD-REPORT-LINE
092000     WRITE REBUILD-REPORT-LINE
092100     STRING 'TRAILERS ON ARCHIVE:     ' DELIMITED BY SIZE
092200            HRBL-ARCHIVE-TRAILERS       DELIMITED BY SIZE
092300         INTO REBUILD-REPORT-LINE
092400     END-STRING
092500     WRITE REBUILD-REPORT-LINE
092600     MOVE SPACES TO REBUILD-REPORT-LINE
092700     STRING 'TRAILERS ON LIVE LOG:    ' DELIMITED BY SIZE
092800            HRBL-LOG-TRAILERS           DELIMITED BY SIZE
092900         INTO REBUILD-REPORT-LINE
093000     END-STRING
093100     WRITE REBUILD-REPORT-LINE
093200     MOVE SPACES TO REBUILD-REPORT-LINE
093300     STRING 'TRAILERS REBUILT:        ' DELIMITED BY SIZE
093400            HRBL-POSTED-COUNT           DELIMITED BY SIZE
093500         INTO REBUILD-REPORT-LINE
093600     END-STRING
093700     WRITE REBUILD-REPORT-LINE
093800     MOVE SPACES TO REBUILD-REPORT-LINE
093900     STRING 'NOT YET POSTED BY HPST:  ' DELIMITED BY SIZE
094000            HRBL-PAST-CUTOFF-COUNT      DELIMITED BY SIZE
094100         INTO REBUILD-REPORT-LINE
094200     END-STRING
094300     WRITE REBUILD-REPORT-LINE
094400     MOVE SPACES TO REBUILD-REPORT-LINE
094500     STRING 'COURSE NOT ON CATALOG:   ' DELIMITED BY SIZE
094600            HRBL-UNKNOWN-COURSE-COUNT   DELIMITED BY SIZE
094700         INTO REBUILD-REPORT-LINE
094800     END-STRING
094900     WRITE REBUILD-REPORT-LINE
095000     MOVE SPACES TO REBUILD-REPORT-LINE
095100     STRING 'REBUILT RECORDS:         ' DELIMITED BY SIZE
095200            HRBL-REBUILT-COUNT          DELIMITED BY SIZE
095300         INTO REBUILD-REPORT-LINE
095400     END-STRING
095500     WRITE REBUILD-REPORT-LINE
095600     MOVE SPACES TO REBUILD-REPORT-LINE
095700     STRING 'LIVE RECORDS:            ' DELIMITED BY SIZE
095800            HRBL-LIVE-COUNT             DELIMITED BY SIZE
095900         INTO REBUILD-REPORT-LINE
096000     END-STRING
096100     WRITE REBUILD-REPORT-LINE
096200     MOVE SPACES TO REBUILD-REPORT-LINE
096300     STRING 'RECORDS MATCHED:         ' DELIMITED BY SIZE
096400            HRBL-MATCHED-COUNT          DELIMITED BY SIZE
096500         INTO REBUILD-REPORT-LINE
096600     END-STRING
096700     WRITE REBUILD-REPORT-LINE
096800     MOVE SPACES TO REBUILD-REPORT-LINE
096900     STRING 'RECORDS DIFFERING:       ' DELIMITED BY SIZE
097000            HRBL-DIFFER-COUNT           DELIMITED BY SIZE
097100         INTO REBUILD-REPORT-LINE
097200     END-STRING
097300     WRITE REBUILD-REPORT-LINE
097400     MOVE SPACES TO REBUILD-REPORT-LINE
097500     STRING 'FIELD DIFFERENCES:       ' DELIMITED BY SIZE
097600            HRBL-FIELD-DIFF-COUNT       DELIMITED BY SIZE
097700         INTO REBUILD-REPORT-LINE
097800     END-STRING
097900     WRITE REBUILD-REPORT-LINE
098000     MOVE SPACES TO REBUILD-REPORT-LINE
098100     STRING 'ONLY ON REBUILT FILE:    ' DELIMITED BY SIZE
098200            HRBL-REBUILT-ONLY-COUNT     DELIMITED BY SIZE
098300         INTO REBUILD-REPORT-LINE
098400     END-STRING
098500     WRITE REBUILD-REPORT-LINE
098600     MOVE SPACES TO REBUILD-REPORT-LINE
098700     STRING 'ONLY ON LIVE FILE:       ' DELIMITED BY SIZE
098800            HRBL-LIVE-ONLY-COUNT        DELIMITED BY SIZE
098900         INTO REBUILD-REPORT-LINE
099000     END-STRING
099100     WRITE REBUILD-REPORT-LINE
099200     MOVE SPACES TO REBUILD-REPORT-LINE
099300     IF HRBL-SWAP-REQUESTED
099400         STRING 'REBUILT FILE SWAPPED IN - RECORDS COPIED: '
099500                                     DELIMITED BY SIZE
099600                HRBL-SWAPPED-COUNT   DELIMITED BY SIZE
099700             INTO REBUILD-REPORT-LINE
099800         END-STRING
099900     ELSE
100000         MOVE 'LIVE EMPHIST LEFT AS IT STANDS'
100100             TO REBUILD-REPORT-LINE
100200     END-IF
100300     WRITE REBUILD-REPORT-LINE
100400     CLOSE COURSE-MASTER
100500           EMPLOYEE-MASTER
100600           REBUILD-REPORT
100700     DISPLAY "TRAILERS REBUILT:   " HRBL-POSTED-COUNT
100800     DISPLAY "FIELD DIFFERENCES:  " HRBL-FIELD-DIFF-COUNT
100900     DISPLAY "RECORDS ONE SIDE:   "
101000             HRBL-REBUILT-ONLY-COUNT " REBUILT, "
101100             HRBL-LIVE-ONLY-COUNT " LIVE"
101200     EVALUATE TRUE
101300         WHEN HRBL-SWAP-REQUESTED
101400           AND HRBL-WRITE-ERROR-COUNT > ZERO
101500             DISPLAY "SWAP FAILED PART WAY - RESTORE EMPHIST "
101600                     "FROM BACKUP BEFORE THE NEXT CTRYHPST"
101700             MOVE 16 TO RETURN-CODE
101800         WHEN HRBL-POSTED-COUNT = ZERO
101900             MOVE 8 TO RETURN-CODE
102000         WHEN HRBL-WRITE-ERROR-COUNT > ZERO
102100             MOVE 8 TO RETURN-CODE
102200         WHEN HRBL-FIELD-DIFF-COUNT > ZERO
102300           OR HRBL-REBUILT-ONLY-COUNT > ZERO
102400           OR HRBL-LIVE-ONLY-COUNT > ZERO
102500             MOVE 4 TO RETURN-CODE
102600         WHEN OTHER
102700             MOVE 0 TO RETURN-CODE
102800     END-EVALUATE
102900     .
103000 9000-TERMINATE-EXIT.
103100     EXIT.
103200
103300*****************************************************************
103400*RECORDS THE END OF THE RUN, THE RETURN CODE AND THE HIGH-WATER
103500*MARKS ON THE RUN LEDGER.  RunLedger HANDS THE RETURN CODE BACK
103600*UNCHANGED.
103700*****************************************************************
103800 9900-POST-RUN-LEDGER.
103900     SET RUNL-CALL-END TO TRUE
104000     MOVE RETURN-CODE TO RUNL-CALL-RETURN-CODE
104100     MOVE 'REBUILT'         TO RUNL-CALL-HWM-1-LABEL
104200     MOVE HRBL-POSTED-COUNT TO RUNL-CALL-HWM-1
104300     MOVE 'DIFFERENCES'     TO RUNL-CALL-HWM-2-LABEL
104400     MOVE HRBL-FIELD-DIFF-COUNT TO RUNL-CALL-HWM-2
104500     CALL 'RunLedger' USING RUNL-CALL-AREA
104600     END-CALL
104700     .
104800 9900-POST-RUN-LEDGER-EXIT.
104900     EXIT.

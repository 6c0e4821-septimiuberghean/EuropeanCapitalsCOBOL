000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CountryRebuild.
000300 AUTHOR.        R L BERGHEAN.
000400 INSTALLATION.  TRAINING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*CountryRebuild REBUILDS THE EFFECTIVE-DATED COUNTRY-MASTER FROM
000900*SCRATCH INTO A NEW, EMPTY DATASET (CTRYNEW), THEN COMPARES THE
001000*REBUILT FILE WITH THE LIVE CTRYMST VERSION BY VERSION AND FIELD
001100*BY FIELD AND PRINTS EVERY DIFFERENCE.  RUN WHEN CTRYMST IS
001200*DAMAGED OR HAS BEEN RESTORED FROM AN OLD BACKUP, AND QUARTERLY
001300*AS AN INTEGRITY CHECK ON CountryMaint.
001400*
001500*THE STARTING POINT IS THE PRE-CONVERSION MASTER KEPT AT CUTOVER
001600*(CTRYBASE = TRAIN.CAPITALS.CTRYMST.OLD), LOADED EXACTLY AS
001700*CountryConvert LOADED IT - ONE OPEN VERSION PER COUNTRY IN FORCE
001800*FROM 00000000.  EVERY COUNTRY RECORD ON THE CHANGE-HISTORY IS
001900*THEN REPLAYED IN ORDER: THE AFTER IMAGE IS WRITTEN UNDER ITS OWN
002000*KEY (REPLACING ANY VERSION ALREADY THERE) AND A DELETE REMOVES
002100*THE KEY.  CountryMaint LOGS THE CLOSED COPY OF A DATED CHANGE AS
002200*WELL AS THE REOPENED VERSION, SO THE REPLAY PRODUCES BOTH.
002300*HISTORY LOGGED BEFORE CUTOVER ENDS ON THE SAME VALUES THE BASE
002400*ALREADY HOLDS.  A MISSING CTRYBASE MEANS THE MASTER WAS BUILT
002500*ENTIRELY BY CountryMaint, AND THE CHANGE-HISTORY ALONE IS
002600*REPLAYED.
002700*
002800*A 'CTRYMST' CARD ON RBLDCTL WITH 'SWAP' (SEE RBLDCTL.CPY) COPIES
002900*THE REBUILT FILE OVER THE LIVE CTRYMST AFTER THE COMPARE, AS THE
003000*RECOVERED MASTER.  THE SWAP IS REFUSED WHEN NOTHING WAS REBUILT
003100*OR A REBUILT VERSION COULD NOT BE WRITTEN.
003200*RETURN CODE:  0 = REBUILT FILE MATCHES THE LIVE FILE,
003300*4 = DIFFERENCES PRINTED,  8 = NOTHING REBUILT OR SWAP REFUSED,
003400*16 = THE LIVE FILE IS STILL THE OLD LAYOUT, THE REBUILT FILE
003500*WILL NOT OPEN, OR THE SWAP FAILED PART WAY (RESTORE CTRYMST).
003600*
003700*MODIFICATION HISTORY
003800*  2026-10-15  RLB  ORIGINAL PROGRAM.
003900*****************************************************************
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT REBUILD-CONTROL ASSIGN TO RBLDCTL
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS RBLD-CONTROL-STATUS.
004600
004700     SELECT CUTOVER-MASTER ASSIGN TO CTRYBASE
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS BASE-CTRY-COUNTRY-NAME
005100         FILE STATUS IS BASE-CTRY-STATUS.
005200
005300     SELECT CHANGE-HISTORY ASSIGN TO CHGHIST
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS CHG-HIST-STATUS.
005600
005700     SELECT COUNTRY-MASTER ASSIGN TO CTRYMST
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS SEQUENTIAL
006000         RECORD KEY IS CTRY-MASTER-KEY
006100         FILE STATUS IS CTRY-MASTER-STATUS.
006200
006300     SELECT REBUILT-COUNTRY ASSIGN TO CTRYNEW
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS RBC-MASTER-KEY
006700         FILE STATUS IS RBC-IO-STATUS.
006800
006900     SELECT REBUILD-REPORT ASSIGN TO MRBLRPT
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS RBLD-REPORT-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  REBUILD-CONTROL
007600     RECORD CONTAINS 13 CHARACTERS.
007700 COPY RBLDCTL.
007800
007900*THE PRE-CONVERSION 66-BYTE LAYOUT, AS CountryConvert READS IT.
008000 FD  CUTOVER-MASTER
008100     RECORD CONTAINS 66 CHARACTERS.
008200 01  BASE-CTRY-RECORD.
008300     05  BASE-CTRY-COUNTRY-NAME      PIC X(25).
008400     05  BASE-CTRY-CAPITAL-NAME      PIC X(25).
008500     05  BASE-CTRY-REGION-CODE       PIC X(15).
008600     05  BASE-CTRY-STATUS-CODE       PIC X(01).
008700
008800 FD  CHANGE-HISTORY
008900     RECORD CONTAINS 230 CHARACTERS.
009000 COPY CHGHIST.
009100
009200 FD  COUNTRY-MASTER
009300     RECORD CONTAINS 82 CHARACTERS.
009400 COPY CTRYMST.
009500
009600*THE REBUILT FILE - SAME LAYOUT AS CTRYMST.CPY UNDER ITS OWN NAMES
009700*SO BOTH RECORDS CAN BE HELD SIDE BY SIDE FOR THE COMPARE.
009800 FD  REBUILT-COUNTRY
009900     RECORD CONTAINS 82 CHARACTERS.
010000 01  RBC-MASTER-RECORD.
010100     05  RBC-MASTER-KEY.
010200         10  RBC-COUNTRY-NAME        PIC X(25).
010300         10  RBC-EFFECTIVE-TO        PIC 9(08).
010400     05  RBC-CAPITAL-NAME            PIC X(25).
010500     05  RBC-REGION-CODE             PIC X(15).
010600     05  RBC-STATUS-CODE             PIC X(01).
010700     05  RBC-EFFECTIVE-FROM          PIC 9(08).
010800
010900 FD  REBUILD-REPORT
011000     RECORD CONTAINS 100 CHARACTERS.
011100 01  REBUILD-REPORT-LINE         PIC X(100).
011200
011300 WORKING-STORAGE SECTION.
011400 01  RBLD-CONTROL-STATUS         PIC XX     VALUE '00'.
011500     88  RBLD-CONTROL-EOF                   VALUE '10'.
011600 01  BASE-CTRY-STATUS            PIC XX     VALUE '00'.
011700     88  BASE-CTRY-EOF                      VALUE '10'.
011800 01  CHG-HIST-STATUS             PIC XX     VALUE '00'.
011900     88  CHG-HIST-EOF                       VALUE '10'.
012000 01  CTRY-MASTER-STATUS          PIC XX     VALUE '00'.
012100     88  CTRY-MASTER-OK                     VALUE '00'.
012200     88  CTRY-MASTER-EOF                    VALUE '10'.
012300 01  RBC-IO-STATUS               PIC XX     VALUE '00'.
012400     88  RBC-IO-OK                          VALUE '00'.
012500     88  RBC-IO-EOF                         VALUE '10'.
012600 01  RBLD-REPORT-STATUS          PIC XX     VALUE '00'.
012700
012800 01  MRBL-SWAP-FLAG              PIC X(01)  VALUE 'N'.
012900     88  MRBL-SWAP-REQUESTED             VALUE 'Y'.
013000 01  MRBL-LIVE-FLAG              PIC X(01)  VALUE 'Y'.
013100     88  MRBL-LIVE-USABLE                VALUE 'Y'.
013200     88  MRBL-LIVE-MISSING               VALUE 'N'.
013300
013400*MATCH-MERGE KEYS - HIGH-VALUES ONCE A FILE IS EXHAUSTED.
013500 01  MRBL-LIVE-KEY               PIC X(33)  VALUE SPACES.
013600 01  MRBL-REBUILT-KEY            PIC X(33)  VALUE SPACES.
013700 01  MRBL-RECORD-DIFFERS-FLAG    PIC X(01)  VALUE 'N'.
013800     88  MRBL-RECORD-DIFFERS             VALUE 'Y'.
013900
014000 77  MRBL-BASE-COUNT             PIC 9(05)  VALUE ZERO.
014100 77  MRBL-HISTORY-COUNT          PIC 9(07)  VALUE ZERO.
014200 77  MRBL-APPLIED-COUNT          PIC 9(07)  VALUE ZERO.
014300 77  MRBL-NOT-APPLIED-COUNT      PIC 9(07)  VALUE ZERO.
014400 77  MRBL-WRITE-ERROR-COUNT      PIC 9(07)  VALUE ZERO.
014500 77  MRBL-REBUILT-COUNT          PIC 9(07)  VALUE ZERO.
014600 77  MRBL-LIVE-COUNT             PIC 9(07)  VALUE ZERO.
014700 77  MRBL-MATCHED-COUNT          PIC 9(07)  VALUE ZERO.
014800 77  MRBL-DIFFER-COUNT           PIC 9(07)  VALUE ZERO.
014900 77  MRBL-FIELD-DIFF-COUNT       PIC 9(07)  VALUE ZERO.
015000 77  MRBL-REBUILT-ONLY-COUNT     PIC 9(07)  VALUE ZERO.
015100 77  MRBL-LIVE-ONLY-COUNT        PIC 9(07)  VALUE ZERO.
015200 77  MRBL-SWAPPED-COUNT          PIC 9(07)  VALUE ZERO.
015300
015400 01  MRBL-DIFFERENCE-LINE.
015500     05  MDL-COUNTRY-NAME            PIC X(25).
015600     05  FILLER                      PIC X(01) VALUE SPACES.
015700     05  MDL-EFFECTIVE-TO            PIC X(08).
015800     05  FILLER                      PIC X(01) VALUE SPACES.
015900     05  MDL-FIELD-NAME              PIC X(12).
016000     05  FILLER                      PIC X(01) VALUE SPACES.
016100     05  MDL-LIVE-VALUE              PIC X(25).
016200     05  FILLER                      PIC X(01) VALUE SPACES.
016300     05  MDL-REBUILT-VALUE           PIC X(25).
016400     05  FILLER                      PIC X(01) VALUE SPACES.
016500
016600 PROCEDURE DIVISION.
016700 0000-MAINLINE.
016800     PERFORM 1000-INITIALIZE
016900         THRU 1000-INITIALIZE-EXIT
017000     PERFORM 2000-LOAD-CUTOVER-BASE
017100         THRU 2000-LOAD-CUTOVER-BASE-EXIT
017200     PERFORM 3000-REPLAY-CHANGE-HISTORY
017300         THRU 3000-REPLAY-CHANGE-HISTORY-EXIT
017400     PERFORM 4000-COMPARE-FILES
017500         THRU 4000-COMPARE-FILES-EXIT
017600     IF MRBL-SWAP-REQUESTED
017700         PERFORM 5000-SWAP-IN-REBUILT
017800             THRU 5000-SWAP-IN-REBUILT-EXIT
017900     END-IF
018000     PERFORM 9000-TERMINATE
018100         THRU 9000-TERMINATE-EXIT
018200     STOP RUN.
018300
018400 1000-INITIALIZE.
018500     PERFORM 1100-READ-OPTION-CARDS
018600         THRU 1100-READ-OPTION-CARDS-EXIT
018700     PERFORM 1200-CHECK-LIVE-MASTER
018800         THRU 1200-CHECK-LIVE-MASTER-EXIT
018900     OPEN OUTPUT REBUILT-COUNTRY
019000     IF RBC-IO-OK
019100         CLOSE REBUILT-COUNTRY
019200         OPEN I-O REBUILT-COUNTRY
019300     END-IF
019400     IF NOT RBC-IO-OK
019500         DISPLAY "REBUILT COUNTRY-MASTER (CTRYNEW) COULD NOT BE "
019600                 "OPENED - STATUS " RBC-IO-STATUS
019700         MOVE 16 TO RETURN-CODE
019800         STOP RUN
019900     END-IF
020000     OPEN OUTPUT REBUILD-REPORT
020100     MOVE SPACES TO REBUILD-REPORT-LINE
020200     MOVE 'COUNTRY-MASTER REBUILD AND COMPARE'
020300         TO REBUILD-REPORT-LINE
020400     WRITE REBUILD-REPORT-LINE
020500     MOVE SPACES TO REBUILD-REPORT-LINE
020600     IF MRBL-LIVE-MISSING
020700         MOVE 'NO USABLE LIVE CTRYMST - EVERY VERSION MISSING'
020800             TO REBUILD-REPORT-LINE
020900     ELSE
021000         MOVE 'CUTOVER BASE PLUS CHANGE-HISTORY VERSUS CTRYMST'
021100             TO REBUILD-REPORT-LINE
021200     END-IF
021300     WRITE REBUILD-REPORT-LINE
021400     MOVE SPACES TO REBUILD-REPORT-LINE
021500     WRITE REBUILD-REPORT-LINE
021600     MOVE 'COUNTRY'   TO REBUILD-REPORT-LINE(1:7)
021700     MOVE 'EFF-TO'    TO REBUILD-REPORT-LINE(27:6)
021800     MOVE 'FIELD'     TO REBUILD-REPORT-LINE(36:5)
021900     MOVE 'LIVE FILE' TO REBUILD-REPORT-LINE(49:9)
022000     MOVE 'REBUILT' TO REBUILD-REPORT-LINE(75:7)
022100     WRITE REBUILD-REPORT-LINE
022200     .
022300 1000-INITIALIZE-EXIT.
022400     EXIT.
022500
022600*****************************************************************
022700*A 'CTRYMST' CARD WITH 'SWAP' ASKS FOR THE SWAP-IN.  NO CARD FILE
022800*MEANS REBUILD AND COMPARE ONLY.
022900*****************************************************************
023000 1100-READ-OPTION-CARDS.
023100     OPEN INPUT REBUILD-CONTROL
023200     IF RBLD-CONTROL-STATUS = '35'
023300         GO TO 1100-READ-OPTION-CARDS-EXIT
023400     END-IF
023500     PERFORM 1110-READ-OPTION-CARD
023600         THRU 1110-READ-OPTION-CARD-EXIT
023700     PERFORM 1120-CHECK-OPTION-CARD
023800         THRU 1120-CHECK-OPTION-CARD-EXIT
023900         UNTIL RBLD-CONTROL-EOF
024000     CLOSE REBUILD-CONTROL
024100     .
024200 1100-READ-OPTION-CARDS-EXIT.
024300     EXIT.
024400
024500 1110-READ-OPTION-CARD.
024600     READ REBUILD-CONTROL
024700         AT END
024800             SET RBLD-CONTROL-EOF TO TRUE
024900     END-READ
025000     .
025100 1110-READ-OPTION-CARD-EXIT.
025200     EXIT.
025300
025400 1120-CHECK-OPTION-CARD.
025500     IF RBLD-FILE-CTRYMST
025600         AND RBLD-SWAP-REQUESTED
025700         SET MRBL-SWAP-REQUESTED TO TRUE
025800     END-IF
025900     PERFORM 1110-READ-OPTION-CARD
026000         THRU 1110-READ-OPTION-CARD-EXIT
026100     .
026200 1120-CHECK-OPTION-CARD-EXIT.
026300     EXIT.
026400
026500*****************************************************************
026600*A LIVE FILE THAT IS MISSING OR WILL NOT OPEN IS THE CASE THIS JOB
026700*EXISTS FOR, SO IT IS NOT FATAL.  STATUS 39 IS - THE LIVE FILE IS
026800*STILL THE PRE-CONVERSION LAYOUT AND CTRYMCNV HAS NOT BEEN RUN.
026900*****************************************************************
027000 1200-CHECK-LIVE-MASTER.
027100     OPEN INPUT COUNTRY-MASTER
027200     IF CTRY-MASTER-STATUS = '39'
027300         DISPLAY "COUNTRY-MASTER OPENED WITH STATUS 39 - THE "
027400                 "FILE IS STILL THE OLD 66-BYTE LAYOUT - RUN "
027500                 "THE CTRYMCNV CONVERSION ONCE BEFORE THIS JOB"
027600         MOVE 16 TO RETURN-CODE
027700         STOP RUN
027800     END-IF
027900     IF CTRY-MASTER-OK
028000         CLOSE COUNTRY-MASTER
028100     ELSE
028200         DISPLAY "LIVE COUNTRY-MASTER NOT USABLE - STATUS "
028300                 CTRY-MASTER-STATUS
028400         SET MRBL-LIVE-MISSING TO TRUE
028500     END-IF
028600     .
028700 1200-CHECK-LIVE-MASTER-EXIT.
028800     EXIT.
028900
029000*****************************************************************
029100*THE CUTOVER BASE, CONVERTED AS CountryConvert 2000 CONVERTS IT.
029200*****************************************************************
029300 2000-LOAD-CUTOVER-BASE.
029400     OPEN INPUT CUTOVER-MASTER
029500     IF BASE-CTRY-STATUS = '35'
029600         DISPLAY "CUTOVER COUNTRY-MASTER (CTRYBASE) NOT FOUND - "
029700                 "CHANGE-HISTORY ONLY"
029800         GO TO 2000-LOAD-CUTOVER-BASE-EXIT
029900     END-IF
030000     PERFORM 2100-READ-CUTOVER-BASE
030100         THRU 2100-READ-CUTOVER-BASE-EXIT
030200     PERFORM 2200-LOAD-BASE-COUNTRY
030300         THRU 2200-LOAD-BASE-COUNTRY-EXIT
030400         UNTIL BASE-CTRY-EOF
030500     CLOSE CUTOVER-MASTER
030600     .
030700 2000-LOAD-CUTOVER-BASE-EXIT.
030800     EXIT.
030900
031000 2100-READ-CUTOVER-BASE.
031100     READ CUTOVER-MASTER NEXT RECORD
031200         AT END
031300             SET BASE-CTRY-EOF TO TRUE
031400     END-READ
031500     .
031600 2100-READ-CUTOVER-BASE-EXIT.
031700     EXIT.
031800
031900 2200-LOAD-BASE-COUNTRY.
032000     MOVE SPACES                 TO RBC-MASTER-RECORD
032100     MOVE BASE-CTRY-COUNTRY-NAME TO RBC-COUNTRY-NAME
032200     MOVE 99999999               TO RBC-EFFECTIVE-TO
032300     MOVE BASE-CTRY-CAPITAL-NAME TO RBC-CAPITAL-NAME
032400     MOVE BASE-CTRY-REGION-CODE  TO RBC-REGION-CODE
032500     MOVE BASE-CTRY-STATUS-CODE  TO RBC-STATUS-CODE
032600     MOVE ZERO                   TO RBC-EFFECTIVE-FROM
032700     WRITE RBC-MASTER-RECORD
032800     IF RBC-IO-OK
032900         ADD 1 TO MRBL-BASE-COUNT
033000     ELSE
033100         ADD 1 TO MRBL-WRITE-ERROR-COUNT
033200         DISPLAY "BASE VERSION NOT WRITTEN FOR " RBC-COUNTRY-NAME
033300                 " - STATUS " RBC-IO-STATUS
033400     END-IF
033500     PERFORM 2100-READ-CUTOVER-BASE
033600         THRU 2100-READ-CUTOVER-BASE-EXIT
033700     .
033800 2200-LOAD-BASE-COUNTRY-EXIT.
033900     EXIT.
034000
034100*****************************************************************
034200*REPLAYS EVERY COUNTRY RECORD ON THE CHANGE-HISTORY IN THE ORDER
034300*IT WAS LOGGED.  ALIAS AND COURSE RECORDS ARE PASSED OVER.
034400*****************************************************************
034500 3000-REPLAY-CHANGE-HISTORY.
034600     OPEN INPUT CHANGE-HISTORY
034700     IF CHG-HIST-STATUS = '35'
034800         DISPLAY "CHANGE-HISTORY FILE NOT FOUND - CUTOVER BASE "
034900                 "ONLY"
035000         GO TO 3000-REPLAY-CHANGE-HISTORY-EXIT
035100     END-IF
035200     PERFORM 3100-READ-CHANGE-HISTORY
035300         THRU 3100-READ-CHANGE-HISTORY-EXIT
035400     PERFORM 3200-APPLY-HISTORY-RECORD
035500         THRU 3200-APPLY-HISTORY-RECORD-EXIT
035600         UNTIL CHG-HIST-EOF
035700     CLOSE CHANGE-HISTORY
035800     .
035900 3000-REPLAY-CHANGE-HISTORY-EXIT.
036000     EXIT.
036100
036200 3100-READ-CHANGE-HISTORY.
036300     READ CHANGE-HISTORY
036400         AT END
036500             SET CHG-HIST-EOF TO TRUE
036600     END-READ
036700     .
036800 3100-READ-CHANGE-HISTORY-EXIT.
036900     EXIT.
037000
037100 3200-APPLY-HISTORY-RECORD.
037200     IF CHG-FILE-COUNTRY
037300         ADD 1 TO MRBL-HISTORY-COUNT
037400         PERFORM 3300-APPLY-COUNTRY-CHANGE
037500             THRU 3300-APPLY-COUNTRY-CHANGE-EXIT
037600     END-IF
037700     PERFORM 3100-READ-CHANGE-HISTORY
037800         THRU 3100-READ-CHANGE-HISTORY-EXIT
037900     .
038000 3200-APPLY-HISTORY-RECORD-EXIT.
038100     EXIT.
038200
038300*****************************************************************
038400*A DELETE REMOVES THE VERSION NAMED IN CHG-KEY; ANY OTHER ACTION
038500*WRITES THE AFTER IMAGE UNDER ITS OWN KEY.
038600*****************************************************************
038700 3300-APPLY-COUNTRY-CHANGE.
038800     IF CHG-ACTION-DELETE
038900         MOVE CHG-KEY(1:33) TO RBC-MASTER-KEY
039000         DELETE REBUILT-COUNTRY
039100             INVALID KEY
039200                 ADD 1 TO MRBL-NOT-APPLIED-COUNT
039300             NOT INVALID KEY
039400                 ADD 1 TO MRBL-APPLIED-COUNT
039500         END-DELETE
039600         GO TO 3300-APPLY-COUNTRY-CHANGE-EXIT
039700     END-IF
039800     IF CHG-AFTER-IMAGE = SPACES
039900         ADD 1 TO MRBL-NOT-APPLIED-COUNT
040000         GO TO 3300-APPLY-COUNTRY-CHANGE-EXIT
040100     END-IF
040200     MOVE CHG-AFTER-IMAGE TO RBC-MASTER-RECORD
040300     WRITE RBC-MASTER-RECORD
040400         INVALID KEY
040500             REWRITE RBC-MASTER-RECORD
040600     END-WRITE
040700     IF RBC-IO-OK
040800         ADD 1 TO MRBL-APPLIED-COUNT
040900     ELSE
041000         ADD 1 TO MRBL-WRITE-ERROR-COUNT
041100         DISPLAY "REPLAYED VERSION NOT WRITTEN FOR "
041200                 RBC-COUNTRY-NAME " " RBC-EFFECTIVE-TO
041300                 " - STATUS " RBC-IO-STATUS
041400     END-IF
041500     .
041600 3300-APPLY-COUNTRY-CHANGE-EXIT.
041700     EXIT.
041800
041900*****************************************************************
042000*MATCH-MERGE OF THE REBUILT AND LIVE FILES IN KEY ORDER.  A
042100*VERSION ON ONE SIDE ONLY PRINTS ONE 'VERSION' LINE; A VERSION ON
042200*BOTH SIDES PRINTS ONE LINE PER FIELD THAT DIFFERS.
042300*****************************************************************
042400 4000-COMPARE-FILES.
042500     CLOSE REBUILT-COUNTRY
042600     OPEN INPUT REBUILT-COUNTRY
042700     PERFORM 4100-READ-REBUILT
042800         THRU 4100-READ-REBUILT-EXIT
042900     IF MRBL-LIVE-USABLE
043000         OPEN INPUT COUNTRY-MASTER
043100         PERFORM 4200-READ-LIVE
043200             THRU 4200-READ-LIVE-EXIT
043300     ELSE
043400         MOVE HIGH-VALUES TO MRBL-LIVE-KEY
043500     END-IF
043600     PERFORM 4300-MATCH-RECORDS
043700         THRU 4300-MATCH-RECORDS-EXIT
043800         UNTIL MRBL-REBUILT-KEY = HIGH-VALUES
043900           AND MRBL-LIVE-KEY = HIGH-VALUES
044000     CLOSE REBUILT-COUNTRY
044100     IF MRBL-LIVE-USABLE
044200         CLOSE COUNTRY-MASTER
044300     END-IF
044400     .
044500 4000-COMPARE-FILES-EXIT.
044600     EXIT.
044700
044800 4100-READ-REBUILT.
044900     READ REBUILT-COUNTRY NEXT RECORD
045000         AT END
045100             SET RBC-IO-EOF TO TRUE
045200     END-READ
045300     IF RBC-IO-OK
045400         ADD 1 TO MRBL-REBUILT-COUNT
045500         MOVE RBC-MASTER-KEY TO MRBL-REBUILT-KEY
045600     ELSE
045700         MOVE HIGH-VALUES TO MRBL-REBUILT-KEY
045800     END-IF
045900     .
046000 4100-READ-REBUILT-EXIT.
046100     EXIT.
046200
046300 4200-READ-LIVE.
046400     READ COUNTRY-MASTER NEXT RECORD
046500         AT END
046600             SET CTRY-MASTER-EOF TO TRUE
046700     END-READ
046800     IF CTRY-MASTER-OK
046900         ADD 1 TO MRBL-LIVE-COUNT
047000         MOVE CTRY-MASTER-KEY TO MRBL-LIVE-KEY
047100     ELSE
047200         MOVE HIGH-VALUES TO MRBL-LIVE-KEY
047300     END-IF
047400     .
047500 4200-READ-LIVE-EXIT.
047600     EXIT.
047700
047800 4300-MATCH-RECORDS.
047900     IF MRBL-REBUILT-KEY < MRBL-LIVE-KEY
048000         ADD 1 TO MRBL-REBUILT-ONLY-COUNT
048100         MOVE RBC-COUNTRY-NAME  TO MDL-COUNTRY-NAME
048200         MOVE RBC-EFFECTIVE-TO  TO MDL-EFFECTIVE-TO
048300         MOVE 'VERSION'         TO MDL-FIELD-NAME
048400         MOVE 'MISSING'         TO MDL-LIVE-VALUE
048500         MOVE 'PRESENT'         TO MDL-REBUILT-VALUE
048600         PERFORM 8000-WRITE-DIFFERENCE
048700             THRU 8000-WRITE-DIFFERENCE-EXIT
048800         PERFORM 4100-READ-REBUILT
048900             THRU 4100-READ-REBUILT-EXIT
049000         GO TO 4300-MATCH-RECORDS-EXIT
049100     END-IF
049200     IF MRBL-LIVE-KEY < MRBL-REBUILT-KEY
049300         ADD 1 TO MRBL-LIVE-ONLY-COUNT
049400         MOVE CTRY-COUNTRY-NAME TO MDL-COUNTRY-NAME
049500         MOVE CTRY-EFFECTIVE-TO TO MDL-EFFECTIVE-TO
049600         MOVE 'VERSION'         TO MDL-FIELD-NAME
049700         MOVE 'PRESENT'         TO MDL-LIVE-VALUE
049800         MOVE 'NOT REBUILT'     TO MDL-REBUILT-VALUE
049900         PERFORM 8000-WRITE-DIFFERENCE
050000             THRU 8000-WRITE-DIFFERENCE-EXIT
050100         PERFORM 4200-READ-LIVE
050200             THRU 4200-READ-LIVE-EXIT
050300         GO TO 4300-MATCH-RECORDS-EXIT
050400     END-IF
050500     MOVE 'N' TO MRBL-RECORD-DIFFERS-FLAG
050600     MOVE CTRY-COUNTRY-NAME TO MDL-COUNTRY-NAME
050700     MOVE CTRY-EFFECTIVE-TO TO MDL-EFFECTIVE-TO
050800     PERFORM 4400-COMPARE-FIELDS
050900         THRU 4400-COMPARE-FIELDS-EXIT
051000     IF MRBL-RECORD-DIFFERS
051100         ADD 1 TO MRBL-DIFFER-COUNT
051200     ELSE
051300         ADD 1 TO MRBL-MATCHED-COUNT
051400     END-IF
051500     PERFORM 4100-READ-REBUILT
051600         THRU 4100-READ-REBUILT-EXIT
051700     PERFORM 4200-READ-LIVE
051800         THRU 4200-READ-LIVE-EXIT
051900     .
052000 4300-MATCH-RECORDS-EXIT.
052100     EXIT.
052200
052300 4400-COMPARE-FIELDS.
052400     IF CTRY-CAPITAL-NAME NOT = RBC-CAPITAL-NAME
052500         MOVE 'CAPITAL'         TO MDL-FIELD-NAME
052600         MOVE CTRY-CAPITAL-NAME TO MDL-LIVE-VALUE
052700         MOVE RBC-CAPITAL-NAME  TO MDL-REBUILT-VALUE
052800         PERFORM 8100-WRITE-FIELD-DIFFERENCE
052900             THRU 8100-WRITE-FIELD-DIFFERENCE-EXIT
053000     END-IF
053100     IF CTRY-REGION-CODE NOT = RBC-REGION-CODE
053200         MOVE 'REGION'          TO MDL-FIELD-NAME
053300         MOVE CTRY-REGION-CODE  TO MDL-LIVE-VALUE
053400         MOVE RBC-REGION-CODE   TO MDL-REBUILT-VALUE
053500         PERFORM 8100-WRITE-FIELD-DIFFERENCE
053600             THRU 8100-WRITE-FIELD-DIFFERENCE-EXIT
053700     END-IF
053800     IF CTRY-STATUS-CODE NOT = RBC-STATUS-CODE
053900         MOVE 'STATUS'          TO MDL-FIELD-NAME
054000         MOVE CTRY-STATUS-CODE  TO MDL-LIVE-VALUE
054100         MOVE RBC-STATUS-CODE   TO MDL-REBUILT-VALUE
054200         PERFORM 8100-WRITE-FIELD-DIFFERENCE
054300             THRU 8100-WRITE-FIELD-DIFFERENCE-EXIT
054400     END-IF
054500     IF CTRY-EFFECTIVE-FROM NOT = RBC-EFFECTIVE-FROM
054600         MOVE 'FROM DATE'         TO MDL-FIELD-NAME
054700         MOVE CTRY-EFFECTIVE-FROM TO MDL-LIVE-VALUE
054800         MOVE RBC-EFFECTIVE-FROM  TO MDL-REBUILT-VALUE
054900         PERFORM 8100-WRITE-FIELD-DIFFERENCE
055000             THRU 8100-WRITE-FIELD-DIFFERENCE-EXIT
055100     END-IF
055200     .
055300 4400-COMPARE-FIELDS-EXIT.
055400     EXIT.
055500
055600*****************************************************************
055700*COPIES THE REBUILT FILE OVER THE LIVE CTRYMST.  REFUSED (RC 8)
055800*WHEN NOTHING WAS REBUILT OR A REBUILT VERSION WAS NOT WRITTEN, SO
055900*A FAILED REBUILD NEVER REPLACES THE MASTER.  A WRITE FAILURE PART
056000*WAY THROUGH LEAVES THE LIVE FILE INCOMPLETE - RC 16.
056100*****************************************************************
056200 5000-SWAP-IN-REBUILT.
056300     IF MRBL-REBUILT-COUNT = ZERO
056400         OR MRBL-WRITE-ERROR-COUNT > ZERO
056500         DISPLAY "SWAP REFUSED - THE REBUILT COUNTRY-MASTER IS "
056600                 "EMPTY OR INCOMPLETE - LIVE CTRYMST NOT TOUCHED"
056700         MOVE 'N' TO MRBL-SWAP-FLAG
056800         GO TO 5000-SWAP-IN-REBUILT-EXIT
056900     END-IF
057000     OPEN INPUT REBUILT-COUNTRY
057100     OPEN OUTPUT COUNTRY-MASTER
057200     IF NOT CTRY-MASTER-OK
057300         DISPLAY "LIVE COUNTRY-MASTER COULD NOT BE OPENED FOR "
057400                 "OUTPUT - STATUS " CTRY-MASTER-STATUS
057500         ADD 1 TO MRBL-WRITE-ERROR-COUNT
057600         CLOSE REBUILT-COUNTRY
057700         GO TO 5000-SWAP-IN-REBUILT-EXIT
057800     END-IF
057900     PERFORM 4100-READ-REBUILT
058000         THRU 4100-READ-REBUILT-EXIT
058100     PERFORM 5100-COPY-REBUILT-RECORD
058200         THRU 5100-COPY-REBUILT-RECORD-EXIT
058300         UNTIL MRBL-REBUILT-KEY = HIGH-VALUES
058400     CLOSE REBUILT-COUNTRY
058500           COUNTRY-MASTER
058600     .
058700 5000-SWAP-IN-REBUILT-EXIT.
058800     EXIT.
058900
059000 5100-COPY-REBUILT-RECORD.
059100     MOVE RBC-MASTER-RECORD TO CTRY-MASTER-RECORD
059200     WRITE CTRY-MASTER-RECORD
059300     IF CTRY-MASTER-OK
059400         ADD 1 TO MRBL-SWAPPED-COUNT
059500     ELSE
059600         ADD 1 TO MRBL-WRITE-ERROR-COUNT
059700         DISPLAY "LIVE VERSION NOT WRITTEN FOR " CTRY-COUNTRY-NAME
059800                 " " CTRY-EFFECTIVE-TO " - STATUS "
059900                 CTRY-MASTER-STATUS
060000     END-IF
060100     PERFORM 4100-READ-REBUILT
060200         THRU 4100-READ-REBUILT-EXIT
060300     .
060400 5100-COPY-REBUILT-RECORD-EXIT.
060500     EXIT.
060600
060700 8000-WRITE-DIFFERENCE.
060800     MOVE MRBL-DIFFERENCE-LINE TO REBUILD-REPORT-LINE
060900     WRITE REBUILD-REPORT-LINE
061000     .
061100 8000-WRITE-DIFFERENCE-EXIT.
061200     EXIT.
061300
061400 8100-WRITE-FIELD-DIFFERENCE.
061500     SET MRBL-RECORD-DIFFERS TO TRUE
061600     ADD 1 TO MRBL-FIELD-DIFF-COUNT
061700     PERFORM 8000-WRITE-DIFFERENCE
061800         THRU 8000-WRITE-DIFFERENCE-EXIT
061900     .
062000 8100-WRITE-FIELD-DIFFERENCE-EXIT.
062100     EXIT.
062200
062300 9000-TERMINATE.
062400     MOVE SPACES TO REBUILD-REPORT-LINE
062500     WRITE REBUILD-REPORT-LINE
062600     STRING 'CUTOVER BASE COUNTRIES:  ' DELIMITED BY SIZE
062700            MRBL-BASE-COUNT             DELIMITED BY SIZE
062800         INTO REBUILD-REPORT-LINE
062900     END-STRING
063000     WRITE REBUILD-REPORT-LINE
063100     MOVE SPACES TO REBUILD-REPORT-LINE
063200     STRING 'COUNTRY HISTORY RECORDS: ' DELIMITED BY SIZE
063300            MRBL-HISTORY-COUNT          DELIMITED BY SIZE
063400         INTO REBUILD-REPORT-LINE
063500     END-STRING
063600     WRITE REBUILD-REPORT-LINE
063700     MOVE SPACES TO REBUILD-REPORT-LINE
063800     STRING 'HISTORY APPLIED:         ' DELIMITED BY SIZE
063900            MRBL-APPLIED-COUNT          DELIMITED BY SIZE
064000         INTO REBUILD-REPORT-LINE
064100     END-STRING
064200     WRITE REBUILD-REPORT-LINE
064300     MOVE SPACES TO REBUILD-REPORT-LINE
064400     STRING 'HISTORY NOT APPLICABLE:  ' DELIMITED BY SIZE
064500            MRBL-NOT-APPLIED-COUNT      DELIMITED BY SIZE
064600         INTO REBUILD-REPORT-LINE
064700     END-STRING
064800     WRITE REBUILD-REPORT-LINE
064900     MOVE SPACES TO REBUILD-REPORT-LINE
065000     STRING 'REBUILT VERSIONS:        ' DELIMITED BY SIZE
065100            MRBL-REBUILT-COUNT          DELIMITED BY SIZE
065200         INTO REBUILD-REPORT-LINE
065300     END-STRING
065400     WRITE REBUILD-REPORT-LINE
065500     MOVE SPACES TO REBUILD-REPORT-LINE
065600     STRING 'LIVE VERSIONS:           ' DELIMITED BY SIZE
065700            MRBL-LIVE-COUNT             DELIMITED BY SIZE
065800         INTO REBUILD-REPORT-LINE
065900     END-STRING
066000     WRITE REBUILD-REPORT-LINE
066100     MOVE SPACES TO REBUILD-REPORT-LINE
066200     STRING 'VERSIONS MATCHED:        ' DELIMITED BY SIZE
066300            MRBL-MATCHED-COUNT          DELIMITED BY SIZE
066400         INTO REBUILD-REPORT-LINE
066500     END-STRING
066600     WRITE REBUILD-REPORT-LINE
066700     MOVE SPACES TO REBUILD-REPORT-LINE
066800     STRING 'VERSIONS DIFFERING:      ' DELIMITED BY SIZE
066900            MRBL-DIFFER-COUNT           DELIMITED BY SIZE
067000         INTO REBUILD-REPORT-LINE
067100     END-STRING
067200     WRITE REBUILD-REPORT-LINE
067300     MOVE SPACES TO REBUILD-REPORT-LINE
067400     STRING 'FIELD DIFFERENCES:       ' DELIMITED BY SIZE
067500            MRBL-FIELD-DIFF-COUNT       DELIMITED BY SIZE
067600         INTO REBUILD-REPORT-LINE
067700     END-STRING
067800     WRITE REBUILD-REPORT-LINE
067900     MOVE SPACES TO REBUILD-REPORT-LINE
068000     STRING 'ONLY ON REBUILT FILE:    ' DELIMITED BY SIZE
068100            MRBL-REBUILT-ONLY-COUNT     DELIMITED BY SIZE
068200         INTO REBUILD-REPORT-LINE
068300     END-STRING
068400     WRITE REBUILD-REPORT-LINE
068500     MOVE SPACES TO REBUILD-REPORT-LINE
068600     STRING 'ONLY ON LIVE FILE:       ' DELIMITED BY SIZE
068700            MRBL-LIVE-ONLY-COUNT        DELIMITED BY SIZE
068800         INTO REBUILD-REPORT-LINE
068900     END-STRING
069000     WRITE REBUILD-REPORT-LINE
069100     MOVE SPACES TO REBUILD-REPORT-LINE
069200     IF MRBL-SWAP-REQUESTED
069300         STRING 'REBUILT FILE SWAPPED IN - VERSIONS COPIED: '
069400                                     DELIMITED BY SIZE
069500                MRBL-SWAPPED-COUNT   DELIMITED BY SIZE
069600             INTO REBUILD-REPORT-LINE
069700         END-STRING
069800     ELSE
069900         MOVE 'LIVE CTRYMST LEFT AS IT STANDS'
070000             TO REBUILD-REPORT-LINE
070100     END-IF
070200     WRITE REBUILD-REPORT-LINE
070300     CLOSE REBUILD-REPORT
070400     DISPLAY "VERSIONS REBUILT:   " MRBL-REBUILT-COUNT
070500     DISPLAY "FIELD DIFFERENCES:  " MRBL-FIELD-DIFF-COUNT
070600     DISPLAY "VERSIONS ONE SIDE:  "
070700             MRBL-REBUILT-ONLY-COUNT " REBUILT, "
070800             MRBL-LIVE-ONLY-COUNT " LIVE"
070900     EVALUATE TRUE
071000         WHEN MRBL-SWAP-REQUESTED
071100           AND MRBL-WRITE-ERROR-COUNT > ZERO
071200             DISPLAY "SWAP FAILED PART WAY - RESTORE CTRYMST "
071300                     "FROM BACKUP BEFORE THE NEXT QUIZ"
071400             MOVE 16 TO RETURN-CODE
071500         WHEN MRBL-REBUILT-COUNT = ZERO
071600             MOVE 8 TO RETURN-CODE
071700         WHEN MRBL-WRITE-ERROR-COUNT > ZERO
071800             MOVE 8 TO RETURN-CODE
071900         WHEN MRBL-FIELD-DIFF-COUNT > ZERO
072000           OR MRBL-REBUILT-ONLY-COUNT > ZERO
072100           OR MRBL-LIVE-ONLY-COUNT > ZERO
072200             MOVE 4 TO RETURN-CODE
072300         WHEN OTHER
072400             MOVE 0 TO RETURN-CODE
072500     END-EVALUATE
072600     .
072700 9000-TERMINATE-EXIT.
072800     EXIT.

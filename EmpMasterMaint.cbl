000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    EmpMasterMaint.
000300 AUTHOR.        R L BERGHEAN.
000400 INSTALLATION.  TRAINING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*EmpMasterMaint APPLIES THE DAILY PERSONNEL DELTA FEED (SEE
000900*PERSDLT.CPY) TO THE EMPLOYEE-MASTER INDEXED FILE (SEE
001000*EMPMAST.CPY), WHICH REPLACES THE FULL SEQUENTIAL EMPLLIST
001100*PERSONNEL USED TO SEND.  ADDS CREATE THE EMPLOYEE (OR RE-ACTIVATE
001200*A RETURNING LEAVER), CHANGES UPDATE THE NAME, DEPARTMENT,
001300*SUPERVISOR OR HIRE DATE, AND DROPS MARK THE EMPLOYEE SEPARATED
001400*WITH THE TERMINATION DATE - THE RECORD IS KEPT SO THE TRAINING
001500*HISTORY STILL HAS AN OWNER AND THE QUIZ CAN REFUSE THE ID.
001600*
001700*EVERY APPLIED DROP IS ALSO WRITTEN TO A SEPTRN TRANSACTION SO
001800*THE FOLLOWING SeparationMaint STEP MARKS THE LEAVER'S
001900*EMPLOYEE-HISTORY AND CLEARS ANY QUIZ CHECKPOINT, THE SAME AS A
002000*HAND-KEYED SEPARATION.  A RETURNING LEAVER'S EMPLOYEE-HISTORY
002030*RECORDS ARE UN-MARKED HERE WHEN THE ADD RE-ACTIVATES THEM, SO
002060*RequalRoster AND SessionAudit TAKE THE EMPLOYEE BACK INTO SCOPE.
002100*
002200*RETURN CODE:  0 = EVERY TRANSACTION APPLIED,  4 = SOME REJECTED.
002300*
002400*MODIFICATION HISTORY
002500*  2026-10-15  RLB  ORIGINAL PROGRAM.
002510*  2026-10-15  RLB  A REHIRE NOW CLEARS THE SEPARATION FLAG AND
002520*                   DATE ON EVERY EMPLOYEE-HISTORY RECORD FOR THE
002530*                   EMPLOYEE, AS SeparationMaint SET THEM, SO THE
002540*                   RETURNING LEAVER IS NO LONGER EXCLUDED FROM
002550*                   RequalRoster AND SessionAudit FOR GOOD.
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PERS-DELTA-FILE ASSIGN TO PERSDLT
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS PERS-DELTA-STATUS.
003300
003400     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS EMPM-EMPLOYEE-ID
003800         FILE STATUS IS EMPM-MASTER-STATUS.
003900
004000     SELECT SEP-TRANS-FILE ASSIGN TO SEPTRN
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS SEP-TRANS-STATUS.
004300
004310     SELECT EMPLOYEE-HISTORY ASSIGN TO EMPHIST
004320         ORGANIZATION IS INDEXED
004330         ACCESS MODE IS DYNAMIC
004340         RECORD KEY IS HIST-RECORD-KEY
004350         FILE STATUS IS HIST-IO-STATUS.
004360
004400     SELECT MAINT-REPORT ASSIGN TO EMPMRPT
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS MAINT-REPORT-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  PERS-DELTA-FILE
005100     RECORD CONTAINS 71 CHARACTERS.
005200 COPY PERSDLT.
005300
005400 FD  EMPLOYEE-MASTER
005500     RECORD CONTAINS 80 CHARACTERS.
005600 COPY EMPMAST.
005700
005800 FD  SEP-TRANS-FILE
005900     RECORD CONTAINS 18 CHARACTERS.
006000 COPY SEPTRN.
006100
006120 FD  EMPLOYEE-HISTORY
006140     RECORD CONTAINS 75 CHARACTERS.
006160 COPY EMPHIST.
006180
006200 FD  MAINT-REPORT
006300     RECORD CONTAINS 80 CHARACTERS.
006400 01  MAINT-REPORT-LINE          PIC X(80).
006500
006600 WORKING-STORAGE SECTION.
006700 01  PERS-DELTA-STATUS           PIC XX     VALUE '00'.
006800     88  PERS-DELTA-EOF                     VALUE '10'.
006900 01  EMPM-MASTER-STATUS          PIC XX     VALUE '00'.
007000     88  EMPM-MASTER-OK                     VALUE '00'.
007100     88  EMPM-MASTER-NOTFOUND                VALUE '23'.
007200     88  EMPM-MASTER-DUPLICATE               VALUE '22'.
007300 01  SEP-TRANS-STATUS            PIC XX     VALUE '00'.
007400 01  MAINT-REPORT-STATUS         PIC XX     VALUE '00'.
007420 01  HIST-IO-STATUS              PIC XX     VALUE '00'.
007440     88  HIST-IO-OK                          VALUE '00'.
007460 01  HIST-FILE-OPEN-FLAG         PIC X(01)  VALUE 'N'.
007480     88  HIST-FILE-IS-OPEN               VALUE 'Y'.
007500
007600 01  EMNT-CURRENT-DATE-TIME.
007700     05  EMNT-CURRENT-DATE           PIC 9(08).
007800     05  FILLER                      PIC X(15).
007900
008000 77  EMNT-ADD-COUNT              PIC 9(05)  VALUE ZERO.
008100 77  EMNT-REHIRE-COUNT           PIC 9(05)  VALUE ZERO.
008200 77  EMNT-CHANGE-COUNT           PIC 9(05)  VALUE ZERO.
008300 77  EMNT-DROP-COUNT             PIC 9(05)  VALUE ZERO.
008400 77  EMNT-ERROR-COUNT            PIC 9(05)  VALUE ZERO.
008450 77  EMNT-REINSTATED-COUNT       PIC 9(05)  VALUE ZERO.
008500
008600 01  EMNT-DETAIL-LINE.
008700     05  EMNT-DL-ACTION           PIC X(08).
008800     05  EMNT-DL-EMPLOYEE-ID      PIC X(12).
008900     05  EMNT-DL-NAME             PIC X(32).
009000     05  EMNT-DL-RESULT           PIC X(20).
009100
009200 PROCEDURE DIVISION.
009300 0000-MAINLINE.
009400     PERFORM 1000-INITIALIZE
009500         THRU 1000-INITIALIZE-EXIT
009600     PERFORM 2000-PROCESS-TRANSACTIONS
009700         THRU 2000-PROCESS-TRANSACTIONS-EXIT
009800         UNTIL PERS-DELTA-EOF
009900     PERFORM 9000-TERMINATE
010000         THRU 9000-TERMINATE-EXIT
010100     STOP RUN.
010200
010300 1000-INITIALIZE.
010400     OPEN INPUT  PERS-DELTA-FILE
010500     IF PERS-DELTA-STATUS = '35'
010600         DISPLAY "PERS-DELTA-FILE NOT FOUND - STAGE THE "
010700                 "PERSONNEL DELTA BEFORE RUNNING EmpMasterMaint"
010800         STOP RUN
010900     END-IF
011000     OPEN I-O    EMPLOYEE-MASTER
011100     IF NOT EMPM-MASTER-OK
011200         CLOSE EMPLOYEE-MASTER
011300         OPEN OUTPUT EMPLOYEE-MASTER
011400         CLOSE EMPLOYEE-MASTER
011500         OPEN I-O EMPLOYEE-MASTER
011600     END-IF
011606     OPEN I-O EMPLOYEE-HISTORY
011612     IF HIST-IO-STATUS = '39'
011618         DISPLAY "EMPLOYEE-HISTORY OPENED WITH STATUS 39 - THE "
011624                 "FILE IS STILL THE OLD 56-BYTE LAYOUT - RUN "
011630                 "THE CTRYHCNV CONVERSION ONCE BEFORE THIS JOB"
011636         MOVE 16 TO RETURN-CODE
011642         STOP RUN
011648     END-IF
011654     IF HIST-IO-OK
011660         SET HIST-FILE-IS-OPEN TO TRUE
011666     ELSE
011672         DISPLAY "EMPLOYEE-HISTORY FILE NOT FOUND - NO "
011678                 "HISTORY RECORDS WILL BE REINSTATED"
011684     END-IF
011700     ACCEPT EMNT-CURRENT-DATE FROM DATE YYYYMMDD
011800     OPEN OUTPUT SEP-TRANS-FILE
011900     OPEN OUTPUT MAINT-REPORT
012000     MOVE 'EMPLOYEE MASTER - PERSONNEL DELTA REPORT'
012100         TO MAINT-REPORT-LINE
012200     WRITE MAINT-REPORT-LINE
012300     MOVE SPACES TO MAINT-REPORT-LINE
012400     WRITE MAINT-REPORT-LINE
012500     PERFORM 2100-READ-TRANSACTION
012600         THRU 2100-READ-TRANSACTION-EXIT
012700     .
012800 1000-INITIALIZE-EXIT.
012900     EXIT.
013000
013100 2000-PROCESS-TRANSACTIONS.
013200     PERFORM 3000-APPLY-TRANSACTION
013300         THRU 3000-APPLY-TRANSACTION-EXIT
013400     PERFORM 2100-READ-TRANSACTION
013500         THRU 2100-READ-TRANSACTION-EXIT
013600     .
013700 2000-PROCESS-TRANSACTIONS-EXIT.
013800     EXIT.
013900
014000 2100-READ-TRANSACTION.
014100     READ PERS-DELTA-FILE
014200         AT END
014300             SET PERS-DELTA-EOF TO TRUE
014400     END-READ
014500     .
014600 2100-READ-TRANSACTION-EXIT.
014700     EXIT.
014800
014900 3000-APPLY-TRANSACTION.
015000     MOVE SPACES             TO EMNT-DETAIL-LINE
015100     MOVE PDLT-EMPLOYEE-ID   TO EMNT-DL-EMPLOYEE-ID
015200     MOVE PDLT-EMPLOYEE-NAME TO EMNT-DL-NAME
015300     IF PDLT-EMPLOYEE-ID = SPACES
015400         OR PDLT-EMPLOYEE-ID NOT NUMERIC
015500         MOVE PDLT-ACTION    TO EMNT-DL-ACTION
015600         MOVE 'BAD EMPLOYEE ID' TO EMNT-DL-RESULT
015700         ADD 1 TO EMNT-ERROR-COUNT
015800         PERFORM 8000-WRITE-DETAIL-LINE
015900             THRU 8000-WRITE-DETAIL-LINE-EXIT
016000         GO TO 3000-APPLY-TRANSACTION-EXIT
016100     END-IF
016200     EVALUATE TRUE
016300         WHEN PDLT-ACTION-ADD
016400             PERFORM 3100-APPLY-ADD
016500                 THRU 3100-APPLY-ADD-EXIT
016600         WHEN PDLT-ACTION-CHANGE
016700             PERFORM 3200-APPLY-CHANGE
016800                 THRU 3200-APPLY-CHANGE-EXIT
016900         WHEN PDLT-ACTION-DROP
017000             PERFORM 3300-APPLY-DROP
017100                 THRU 3300-APPLY-DROP-EXIT
017200         WHEN OTHER
017300             MOVE 'UNKNOWN'        TO EMNT-DL-ACTION
017400             MOVE 'REJECTED'       TO EMNT-DL-RESULT
017500             ADD 1 TO EMNT-ERROR-COUNT
017600             PERFORM 8000-WRITE-DETAIL-LINE
017700                 THRU 8000-WRITE-DETAIL-LINE-EXIT
017800     END-EVALUATE
017900     .
018000 3000-APPLY-TRANSACTION-EXIT.
018100     EXIT.
018200
018300*****************************************************************
018400*A NEW HIRE IS WRITTEN ACTIVE.  AN ADD FOR AN EMPLOYEE ALREADY ON
018500*FILE AS SEPARATED IS A RETURNING LEAVER - THE RECORD IS REPLACED
018600*AND RE-ACTIVATED, AND THE SEPARATION MARK SeparationMaint PUT ON
018630*THE LEAVER'S EMPLOYEE-HISTORY RECORDS IS CLEARED.  AN ADD FOR AN
018660*ACTIVE EMPLOYEE IS A DUPLICATE.
018700*****************************************************************
018800 3100-APPLY-ADD.
018900     MOVE 'ADD'              TO EMNT-DL-ACTION
019000     IF PDLT-EMPLOYEE-NAME = SPACES
019100         OR (PDLT-HIRE-DATE NOT = SPACES
019200             AND PDLT-HIRE-DATE NOT NUMERIC)
019300         MOVE 'MISSING/BAD FIELD' TO EMNT-DL-RESULT
019400         ADD 1 TO EMNT-ERROR-COUNT
019500         PERFORM 8000-WRITE-DETAIL-LINE
019600             THRU 8000-WRITE-DETAIL-LINE-EXIT
019700         GO TO 3100-APPLY-ADD-EXIT
019800     END-IF
019900     MOVE PDLT-EMPLOYEE-ID   TO EMPM-EMPLOYEE-ID
020000     READ EMPLOYEE-MASTER
020100         INVALID KEY
020200             CONTINUE
020300     END-READ
020400     IF EMPM-MASTER-OK AND EMPM-ACTIVE
020500         MOVE 'DUPLICATE'    TO EMNT-DL-RESULT
020600         ADD 1 TO EMNT-ERROR-COUNT
020700         PERFORM 8000-WRITE-DETAIL-LINE
020800             THRU 8000-WRITE-DETAIL-LINE-EXIT
020900         GO TO 3100-APPLY-ADD-EXIT
021000     END-IF
021100     MOVE PDLT-EMPLOYEE-ID   TO EMPM-EMPLOYEE-ID
021200     MOVE PDLT-EMPLOYEE-NAME TO EMPM-EMPLOYEE-NAME
021300     MOVE PDLT-DEPT-CODE     TO EMPM-DEPT-CODE
021400     IF EMPM-DEPT-CODE = SPACES
021500         MOVE PDLT-EMPLOYEE-ID(1:4) TO EMPM-DEPT-CODE
021600     END-IF
021700     MOVE PDLT-SUPERVISOR-ID TO EMPM-SUPERVISOR-ID
021800     IF PDLT-HIRE-DATE = SPACES
021900         MOVE ZERO           TO EMPM-HIRE-DATE
022000     ELSE
022100         MOVE PDLT-HIRE-DATE-N TO EMPM-HIRE-DATE
022200     END-IF
022300     SET EMPM-ACTIVE         TO TRUE
022400     MOVE ZERO               TO EMPM-SEPARATION-DATE
022500     MOVE EMNT-CURRENT-DATE  TO EMPM-LAST-CHANGE-DATE
022600     IF EMPM-MASTER-OK
022700         REWRITE EMPM-EMPLOYEE-RECORD
022800         ADD 1 TO EMNT-REHIRE-COUNT
022830         PERFORM 3150-REINSTATE-HISTORY
022860             THRU 3150-REINSTATE-HISTORY-EXIT
022900         MOVE 'REHIRED'      TO EMNT-DL-RESULT
023000     ELSE
023100         WRITE EMPM-EMPLOYEE-RECORD
023200         ADD 1 TO EMNT-ADD-COUNT
023300         MOVE 'APPLIED'      TO EMNT-DL-RESULT
023400     END-IF
023500     PERFORM 8000-WRITE-DETAIL-LINE
023600         THRU 8000-WRITE-DETAIL-LINE-EXIT
023700     .
023800 3100-APPLY-ADD-EXIT.
023900     EXIT.
024000
024001*****************************************************************
024002*EMPLOYEE-HISTORY IS KEYED BY EMPLOYEE ID PLUS COURSE CODE, SO THE
024003*RETURNING LEAVER'S RECORDS - ONE PER COURSE - ARE READ FROM A
024004*START AT THE EMPLOYEE ID WITH LOW-VALUES IN THE COURSE CODE.
024005*****************************************************************
024006 3150-REINSTATE-HISTORY.
024007     IF NOT HIST-FILE-IS-OPEN
024008         GO TO 3150-REINSTATE-HISTORY-EXIT
024009     END-IF
024010     MOVE PDLT-EMPLOYEE-ID TO HIST-EMPLOYEE-ID
024011     MOVE LOW-VALUES       TO HIST-COURSE-CODE
024012     START EMPLOYEE-HISTORY
024013         KEY NOT LESS THAN HIST-RECORD-KEY
024014         INVALID KEY
024015             CONTINUE
024016     END-START
024017     IF HIST-IO-STATUS NOT = '00'
024018         GO TO 3150-REINSTATE-HISTORY-EXIT
024019     END-IF
024020     PERFORM 3160-READ-NEXT-HISTORY
024021         THRU 3160-READ-NEXT-HISTORY-EXIT
024022     PERFORM 3170-REINSTATE-ONE-RECORD
024023         THRU 3170-REINSTATE-ONE-RECORD-EXIT
024024         UNTIL HIST-IO-STATUS NOT = '00'
024025            OR HIST-EMPLOYEE-ID NOT = PDLT-EMPLOYEE-ID
024026     .
024027 3150-REINSTATE-HISTORY-EXIT.
024028     EXIT.
024029
024030 3160-READ-NEXT-HISTORY.
024031     READ EMPLOYEE-HISTORY NEXT RECORD
024032         AT END
024033             CONTINUE
024034     END-READ
024035     .
024036 3160-READ-NEXT-HISTORY-EXIT.
024037     EXIT.
024038
024039 3170-REINSTATE-ONE-RECORD.
024040     IF HIST-SEPARATED
024041         MOVE SPACE TO HIST-SEPARATION-FLAG
024042         MOVE ZERO  TO HIST-SEPARATION-DATE
024043         REWRITE HIST-RECORD
024044         ADD 1 TO EMNT-REINSTATED-COUNT
024045     END-IF
024046     PERFORM 3160-READ-NEXT-HISTORY
024047         THRU 3160-READ-NEXT-HISTORY-EXIT
024048     .
024049 3170-REINSTATE-ONE-RECORD-EXIT.
024050     EXIT.
024051
024100 3200-APPLY-CHANGE.
024200     MOVE 'CHANGE'           TO EMNT-DL-ACTION
024300     IF PDLT-HIRE-DATE NOT = SPACES
024400         AND PDLT-HIRE-DATE NOT NUMERIC
024500         MOVE 'BAD HIRE DATE' TO EMNT-DL-RESULT
024600         ADD 1 TO EMNT-ERROR-COUNT
024700         PERFORM 8000-WRITE-DETAIL-LINE
024800             THRU 8000-WRITE-DETAIL-LINE-EXIT
024900         GO TO 3200-APPLY-CHANGE-EXIT
025000     END-IF
025100     MOVE PDLT-EMPLOYEE-ID   TO EMPM-EMPLOYEE-ID
025200     READ EMPLOYEE-MASTER
025300         INVALID KEY
025400             CONTINUE
025500     END-READ
025600     IF EMPM-MASTER-OK
025700         IF PDLT-EMPLOYEE-NAME NOT = SPACES
025800             MOVE PDLT-EMPLOYEE-NAME TO EMPM-EMPLOYEE-NAME
025900         END-IF
026000         IF PDLT-DEPT-CODE NOT = SPACES
026100             MOVE PDLT-DEPT-CODE TO EMPM-DEPT-CODE
026200         END-IF
026300         IF PDLT-SUPERVISOR-ID NOT = SPACES
026400             MOVE PDLT-SUPERVISOR-ID TO EMPM-SUPERVISOR-ID
026500         END-IF
026600         IF PDLT-HIRE-DATE NOT = SPACES
026700             MOVE PDLT-HIRE-DATE-N TO EMPM-HIRE-DATE
026800         END-IF
026900         MOVE EMNT-CURRENT-DATE  TO EMPM-LAST-CHANGE-DATE
027000         MOVE EMPM-EMPLOYEE-NAME TO EMNT-DL-NAME
027100         REWRITE EMPM-EMPLOYEE-RECORD
027200         ADD 1 TO EMNT-CHANGE-COUNT
027300         MOVE 'APPLIED'       TO EMNT-DL-RESULT
027400     ELSE
027500         ADD 1 TO EMNT-ERROR-COUNT
027600         MOVE 'NOT FOUND'     TO EMNT-DL-RESULT
027700     END-IF
027800     PERFORM 8000-WRITE-DETAIL-LINE
027900         THRU 8000-WRITE-DETAIL-LINE-EXIT
028000     .
028100 3200-APPLY-CHANGE-EXIT.
028200     EXIT.
028300
028400 3300-APPLY-DROP.
028500     MOVE 'DROP'             TO EMNT-DL-ACTION
028600     IF PDLT-EFFECTIVE-DATE NOT = SPACES
028700         AND PDLT-EFFECTIVE-DATE NOT NUMERIC
028800         MOVE 'BAD TERM DATE' TO EMNT-DL-RESULT
028900         ADD 1 TO EMNT-ERROR-COUNT
029000         PERFORM 8000-WRITE-DETAIL-LINE
029100             THRU 8000-WRITE-DETAIL-LINE-EXIT
029200         GO TO 3300-APPLY-DROP-EXIT
029300     END-IF
029400     MOVE PDLT-EMPLOYEE-ID   TO EMPM-EMPLOYEE-ID
029500     READ EMPLOYEE-MASTER
029600         INVALID KEY
029700             CONTINUE
029800     END-READ
029900     IF NOT EMPM-MASTER-OK
030000         ADD 1 TO EMNT-ERROR-COUNT
030100         MOVE 'NOT FOUND'     TO EMNT-DL-RESULT
030200         PERFORM 8000-WRITE-DETAIL-LINE
030300             THRU 8000-WRITE-DETAIL-LINE-EXIT
030400         GO TO 3300-APPLY-DROP-EXIT
030500     END-IF
030600     MOVE EMPM-EMPLOYEE-NAME TO EMNT-DL-NAME
030700     IF EMPM-SEPARATED
030800         ADD 1 TO EMNT-ERROR-COUNT
030900         MOVE 'ALREADY SEPARATED' TO EMNT-DL-RESULT
031000         PERFORM 8000-WRITE-DETAIL-LINE
031100             THRU 8000-WRITE-DETAIL-LINE-EXIT
031200         GO TO 3300-APPLY-DROP-EXIT
031300     END-IF
031400     SET EMPM-SEPARATED      TO TRUE
031500     IF PDLT-EFFECTIVE-DATE = SPACES
031600         MOVE EMNT-CURRENT-DATE   TO EMPM-SEPARATION-DATE
031700     ELSE
031800         MOVE PDLT-EFFECTIVE-DATE-N TO EMPM-SEPARATION-DATE
031900     END-IF
032000     MOVE EMNT-CURRENT-DATE  TO EMPM-LAST-CHANGE-DATE
032100     REWRITE EMPM-EMPLOYEE-RECORD
032200     MOVE EMPM-EMPLOYEE-ID     TO SEP-EMPLOYEE-ID
032300     MOVE EMPM-SEPARATION-DATE TO SEP-TERM-DATE
032400     WRITE SEP-TRANS-RECORD
032500     ADD 1 TO EMNT-DROP-COUNT
032600     MOVE 'APPLIED'           TO EMNT-DL-RESULT
032700     PERFORM 8000-WRITE-DETAIL-LINE
032800         THRU 8000-WRITE-DETAIL-LINE-EXIT
032900     .
033000 3300-APPLY-DROP-EXIT.
033100     EXIT.
033200
033300 8000-WRITE-DETAIL-LINE.
033400     MOVE SPACES TO MAINT-REPORT-LINE
033500     STRING EMNT-DL-ACTION      DELIMITED BY SIZE
033600            EMNT-DL-EMPLOYEE-ID DELIMITED BY SIZE
033700            EMNT-DL-NAME        DELIMITED BY SIZE
033800            EMNT-DL-RESULT      DELIMITED BY SIZE
033900         INTO MAINT-REPORT-LINE
034000     END-STRING
034100     WRITE MAINT-REPORT-LINE
034200     .
034300 8000-WRITE-DETAIL-LINE-EXIT.
034400     EXIT.
034500
034600 9000-TERMINATE.
034700     MOVE SPACES TO MAINT-REPORT-LINE
034800     WRITE MAINT-REPORT-LINE
034900     STRING 'ADDS: '       DELIMITED BY SIZE
035000            EMNT-ADD-COUNT DELIMITED BY SIZE
035100         INTO MAINT-REPORT-LINE
035200     END-STRING
035300     WRITE MAINT-REPORT-LINE
035350     MOVE SPACES TO MAINT-REPORT-LINE
035400     STRING 'REHIRES: '       DELIMITED BY SIZE
035500            EMNT-REHIRE-COUNT DELIMITED BY SIZE
035600         INTO MAINT-REPORT-LINE
035700     END-STRING
035800     WRITE MAINT-REPORT-LINE
035810     MOVE SPACES TO MAINT-REPORT-LINE
035820     STRING 'HISTORY REINSTATED: '  DELIMITED BY SIZE
035830            EMNT-REINSTATED-COUNT   DELIMITED BY SIZE
035840         INTO MAINT-REPORT-LINE
035850     END-STRING
035860     WRITE MAINT-REPORT-LINE
035870     MOVE SPACES TO MAINT-REPORT-LINE
035900     STRING 'CHANGES: '       DELIMITED BY SIZE
036000            EMNT-CHANGE-COUNT DELIMITED BY SIZE
036100         INTO MAINT-REPORT-LINE
036200     END-STRING
036300     WRITE MAINT-REPORT-LINE
036350     MOVE SPACES TO MAINT-REPORT-LINE
036400     STRING 'DROPS: '       DELIMITED BY SIZE
036500            EMNT-DROP-COUNT DELIMITED BY SIZE
036600         INTO MAINT-REPORT-LINE
036700     END-STRING
036800     WRITE MAINT-REPORT-LINE
036850     MOVE SPACES TO MAINT-REPORT-LINE
036900     STRING 'ERRORS: '       DELIMITED BY SIZE
037000            EMNT-ERROR-COUNT DELIMITED BY SIZE
037100         INTO MAINT-REPORT-LINE
037200     END-STRING
037300     WRITE MAINT-REPORT-LINE
037400     CLOSE PERS-DELTA-FILE
037500           EMPLOYEE-MASTER
037600           SEP-TRANS-FILE
037700           MAINT-REPORT
037720     IF HIST-FILE-IS-OPEN
037740         CLOSE EMPLOYEE-HISTORY
037760     END-IF
037800     IF EMNT-ERROR-COUNT > ZERO
037900         MOVE 4 TO RETURN-CODE
038000     ELSE
038100         MOVE 0 TO RETURN-CODE
038200     END-IF
038300     .
038400 9000-TERMINATE-EXIT.
038500     EXIT.

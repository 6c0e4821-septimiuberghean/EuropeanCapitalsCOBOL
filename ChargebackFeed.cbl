000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ChargebackFeed.
000300 AUTHOR.        R L BERGHEAN.
000400 INSTALLATION.  TRAINING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*ChargebackFeed CHARGES ONE CLOSED MONTH'S TRAINING SESSIONS BACK
000900*TO THE DEPARTMENTS THAT RAN THEM.  EVERY SESSION-LOG TRAILER IS A
001000*COMPLETED SESSION; THOSE STAMPED IN THE BILLING MONTH ARE COUNTED
001100*BY DEPARTMENT (THE FIRST FOUR CHARACTERS OF THE EMPLOYEE ID, AS
001200*DeptResultsReport USES) AND COURSE, AND PRICED FROM THE CHRGRATE
001300*TABLE BY COURSE AND QUIZ MODE.  A SESSION WHOSE EMPLOYEE FAILED
001400*THEIR PREVIOUS SESSION ON THE SAME COURSE IS A RESIT AND ALSO
001500*PAYS THE COURSE'S REPEAT SURCHARGE.  PASS AND FAIL ARE JUDGED AS
001600*HistoryPost JUDGES THEM (CATALOG PASS PERCENT, DEFAULT 60).
001700*
001800*THE TRAILERS ON THE ARCHIVE AND THE LIVE LOG ARE BOTH TAKEN, SO A
001900*MONTH ALREADY ARCHIVED IS STILL BILLED, AND ARE SORTED BY
002000*EMPLOYEE, COURSE, SESSION DATE AND TIME BEFORE PRICING, SO EVERY
002020*RESIT IS TESTED AGAINST THE SESSION THAT REALLY CAME BEFORE IT -
002040*A BASE-NAME SESSARCH ALLOCATION CONCATENATES THE GENERATIONS
002060*NEWEST FIRST.  TRAILERS AFTER THE BILLING MONTH ARE IGNORED.
002100*
002200*THE GLJRNL JOURNAL (GLJRNL.CPY) DEBITS EACH DEPARTMENT'S
002300*DEPT-COST-CENTRE FROM DEPTREF ONE LINE PER COURSE, AND CREDITS
002400*TRAINING'S COST CENTRE WITH THE TOTAL.  DEPARTMENTS NOT ON
002500*DEPTREF OR WITH NO COST CENTRE GO TO THE SUSPENSE COST CENTRE ON
002600*THE CHRGCTL CARD.  THE CONTROL REPORT'S TOTAL MUST AGREE WITH
002700*BOTH SIDES OF THE JOURNAL AND WITH ITS TRAILER.  A BALANCED
002800*MONTH IS RECORDED ON THE BILLREG REGISTER, AND A MONTH ALREADY
002900*THERE IS NOT BILLED AGAIN WHEN THE JOB IS RERUN.
003000*RETURN CODE:  0 = MONTH BILLED,  4 = BILLED WITH EXCEPTIONS
003100*(UNPRICED SESSIONS OR SUSPENSE DEBITS),
003200*8 = NOTHING BILLED - MONTH ALREADY BILLED OR NO PRICED SESSIONS,
003300*16 = REFUSED BY THE RUN LEDGER, A REQUIRED FILE OR CARD FIELD IS
003400*MISSING, THE MONTH IS NOT CLOSED, OR THE JOURNAL IS INCOMPLETE OR
003500*OUT OF BALANCE (DO NOT SEND IT - THE MONTH STAYS UNBILLED).
003600*
003700*MODIFICATION HISTORY
003800*  2026-10-15  RLB  ORIGINAL PROGRAM.
003820*  2026-10-15  RLB  A STARTUP STOP WITH RC 16 NOW POSTS THE END OF
003840*                   THE RUN TO RunLedger FIRST, SO CycleStatus
003860*                   SHOWS THE JOB FAILED INSTEAD OF NOT ENDED AND
003880*                   ITS DEPENDENTS ARE NOT HELD AS STILL RUNNING.
003883*  2026-10-15  RLB  RESITS NO LONGER ASSUME THE SESSARCH
003886*                   GENERATIONS ARRIVE OLDEST FIRST.  TRAILERS ARE
003889*                   SORTED BY EMPLOYEE, COURSE, DATE AND TIME
003892*                   BEFORE PRICING, RETIRING THE 5000-ENTRY RESULT
003895*                   TABLE AND ITS RC 4.  NEW SORTWK01 DD.
003896*  2026-10-15  RLB  A BILLREG WRITE FAILURE NOW TELLS THE OPERATOR
003897*                   THE JOURNAL WAS NOT SENT AND TO RERUN THE JOB
003898*                   ONCE THE REGISTER IS FIXED - NO HAND UPDATES.
003900*****************************************************************
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT CHARGE-CONTROL ASSIGN TO CHRGCTL
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS CHRG-CONTROL-STATUS.
004600
004700     SELECT CHARGE-RATES ASSIGN TO CHRGRATE
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS CHRG-RATE-STATUS.
005000
005100     SELECT DEPT-REFERENCE ASSIGN TO DEPTREF
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS DEPT-REF-STATUS.
005400
005500     SELECT COURSE-MASTER ASSIGN TO CRSMST
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS CRS-COURSE-CODE
005900         FILE STATUS IS CRS-MASTER-STATUS.
006000
006100     SELECT ARCHIVE-LOG ASSIGN TO SESSARCH
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS ARCHIVE-LOG-STATUS.
006400
006500     SELECT SESSION-LOG ASSIGN TO SESSNLOG
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS SESS-LOG-STATUS.
006800
006900     SELECT BILLED-REGISTER ASSIGN TO BILLREG
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS BILL-REG-STATUS.
007200
007300     SELECT GL-JOURNAL ASSIGN TO GLJRNL
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS GL-JOURNAL-STATUS.
007600
007700     SELECT CHARGE-REPORT ASSIGN TO CHRGRPT
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS CHRG-REPORT-STATUS.
007930
007960     SELECT TRAILER-SORT-FILE ASSIGN TO SORTWK01.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  CHARGE-CONTROL
008400     RECORD CONTAINS 38 CHARACTERS.
008500 COPY CHRGCTL.
008600
008700 FD  CHARGE-RATES
008800     RECORD CONTAINS 25 CHARACTERS.
008900 COPY CHRGRATE.
009000
009100 FD  DEPT-REFERENCE
009200     RECORD CONTAINS 72 CHARACTERS.
009300 COPY DEPTREF.
009400
009500 FD  COURSE-MASTER
009600     RECORD CONTAINS 66 CHARACTERS.
009700 COPY COURSMST.
009800
009900 FD  ARCHIVE-LOG
010000     RECORD CONTAINS 221 CHARACTERS.
010100 01  ARCHIVE-LOG-RECORD          PIC X(221).
010200
010300 FD  SESSION-LOG
010400     RECORD CONTAINS 221 CHARACTERS.
010500 COPY SESSLOG.
010600
010700 FD  BILLED-REGISTER
010800     RECORD CONTAINS 56 CHARACTERS.
010900 COPY BILLREG.
011000
011100 FD  GL-JOURNAL
011200     RECORD CONTAINS 100 CHARACTERS.
011300 COPY GLJRNL.
011400
011500 FD  CHARGE-REPORT
011600     RECORD CONTAINS 80 CHARACTERS.
011700 01  CHARGE-REPORT-LINE          PIC X(80).
011707
011714*THE TRAILER FIELDS PRICING NEEDS, IN EMPLOYEE, COURSE, DATE AND
011721*TIME ORDER.
011728 SD  TRAILER-SORT-FILE
011735     RECORD CONTAINS 39 CHARACTERS.
011742 01  TSRT-RECORD.
011749     05  TSRT-EMPLOYEE-ID            PIC X(10).
011756     05  TSRT-COURSE-CODE            PIC X(10).
011763     05  TSRT-SESSION-DATE           PIC 9(08).
011770     05  TSRT-SESSION-TIME           PIC 9(06).
011777     05  TSRT-FINAL-SCORE            PIC 9(02).
011784     05  TSRT-QUESTION-COUNT         PIC 9(02).
011791     05  TSRT-QUIZ-MODE              PIC X(01).
011800
011900 WORKING-STORAGE SECTION.
012000 01  CHRG-CONTROL-STATUS         PIC XX     VALUE '00'.
012100 01  CHRG-RATE-STATUS            PIC XX     VALUE '00'.
012200     88  CHRG-RATE-EOF                      VALUE '10'.
012300 01  DEPT-REF-STATUS             PIC XX     VALUE '00'.
012400     88  DEPT-REF-EOF                       VALUE '10'.
012500 01  CRS-MASTER-STATUS           PIC XX     VALUE '00'.
012600     88  CRS-MASTER-OK                      VALUE '00'.
012700 01  ARCHIVE-LOG-STATUS          PIC XX     VALUE '00'.
012800     88  ARCHIVE-LOG-EOF                    VALUE '10'.
012900 01  SESS-LOG-STATUS             PIC XX     VALUE '00'.
013000     88  SESS-LOG-EOF                       VALUE '10'.
013100 01  BILL-REG-STATUS             PIC XX     VALUE '00'.
013200     88  BILL-REG-EOF                       VALUE '10'.
013300 01  GL-JOURNAL-STATUS           PIC XX     VALUE '00'.
013400     88  GL-JOURNAL-OK                      VALUE '00'.
013500 01  CHRG-REPORT-STATUS          PIC XX     VALUE '00'.
013600
013700 01  CHRG-BILLED-FLAG            PIC X(01)  VALUE 'N'.
013800     88  CHRG-ALREADY-BILLED             VALUE 'Y'.
013900 01  CHRG-JOURNAL-FLAG           PIC X(01)  VALUE 'N'.
014000     88  CHRG-JOURNAL-WRITTEN            VALUE 'Y'.
014100 01  CHRG-BALANCE-FLAG           PIC X(01)  VALUE 'N'.
014200     88  CHRG-JOURNAL-BALANCED           VALUE 'Y'.
014300
014400 01  CHRG-CURRENT-DATE.
014500     05  CHRG-RUN-YEAR               PIC 9(04).
014600     05  CHRG-RUN-MM                 PIC 9(02).
014700     05  CHRG-RUN-DD                 PIC 9(02).
014800 01  CHRG-RUN-DATE REDEFINES CHRG-CURRENT-DATE
014900                                 PIC 9(08).
015000 01  CHRG-CURRENT-TIME.
015100     05  CHRG-RUN-TIME               PIC 9(06).
015200     05  FILLER                      PIC 9(02).
015300
015400*THE BILLING PERIOD - BILL-MONTH IS YYYYMM, PERIOD-END IS THE LAST
015500*DAY OF THE MONTH AND IS THE EFFECTIVE DATE OF EVERY JOURNAL LINE.
015600 01  CHRG-BILL-MONTH.
015700     05  CHRG-BILL-YEAR              PIC 9(04)  VALUE ZERO.
015800     05  CHRG-BILL-MM                PIC 9(02)  VALUE ZERO.
015900 01  CHRG-RUN-MONTH.
016000     05  CHRG-RUN-MONTH-YEAR         PIC 9(04)  VALUE ZERO.
016100     05  CHRG-RUN-MONTH-MM           PIC 9(02)  VALUE ZERO.
016200 01  CHRG-NEXT-MONTH-START.
016300     05  CHRG-NEXT-YEAR              PIC 9(04)  VALUE ZERO.
016400     05  CHRG-NEXT-MM                PIC 9(02)  VALUE ZERO.
016500     05  CHRG-NEXT-DD                PIC 9(02)  VALUE 01.
016600 01  CHRG-NEXT-MONTH-DATE REDEFINES CHRG-NEXT-MONTH-START
016700                                 PIC 9(08).
016800 77  CHRG-PERIOD-END             PIC 9(08)  VALUE ZERO.
016900 01  CHRG-BATCH-ID.
017000     05  FILLER                      PIC X(04)  VALUE 'TRNG'.
017100     05  CHRG-BATCH-MONTH            PIC X(06)  VALUE SPACES.
017200 01  CHRG-TRAINING-CC            PIC X(08)  VALUE SPACES.
017300 01  CHRG-DEBIT-ACCOUNT          PIC X(08)  VALUE SPACES.
017400 01  CHRG-CREDIT-ACCOUNT         PIC X(08)  VALUE SPACES.
017500 01  CHRG-SUSPENSE-CC            PIC X(08)  VALUE SPACES.
017600 01  CHRG-BILLED-ON-DATE         PIC 9(08)  VALUE ZERO.
017700
017800*RATES FROM CHRGRATE - A BLANK MODE IS THE COURSE'S DEFAULT RATE.
017900 01  CHRG-RATE-TABLE.
018000     05  CHRG-RATE-ENTRY OCCURS 200 TIMES.
018100         10  CHRG-RATE-COURSE        PIC X(10).
018200         10  CHRG-RATE-MODE          PIC X(01).
018300         10  CHRG-RATE-AMOUNT        PIC 9(05)V99.
018400         10  CHRG-RATE-SURCHARGE     PIC 9(05)V99.
018500 77  CHRG-RATE-COUNT             PIC 999    VALUE ZERO.
018600 77  CHRG-RATE-IDX               PIC 999    VALUE ZERO.
018700 77  CHRG-RATE-FOUND-IDX         PIC 999    VALUE ZERO.
018800 01  CHRG-RATE-MODE-WANTED       PIC X(01)  VALUE SPACE.
018900
019000*COST CENTRES FROM DEPTREF.
019100 01  CHRG-DEPT-TABLE.
019200     05  CHRG-DEPT-ENTRY OCCURS 100 TIMES.
019300         10  CHRG-DEPT-CODE          PIC X(04).
019400         10  CHRG-DEPT-CC            PIC X(08).
019500 77  CHRG-DEPT-COUNT             PIC 999    VALUE ZERO.
019600 77  CHRG-DEPT-IDX               PIC 999    VALUE ZERO.
019700 77  CHRG-DEPT-FOUND-IDX         PIC 999    VALUE ZERO.
019800
019900*THE RESULT OF THE PREVIOUS SORTED SESSION FOR THE SAME EMPLOYEE
020000*AND COURSE - 'F' MEANS THE NEXT SESSION ON THE COURSE IS A
020100*RESIT.
020200 01  CHRG-PREV-EMPLOYEE-ID       PIC X(10)  VALUE SPACES.
020300 01  CHRG-PREV-COURSE-CODE       PIC X(10)  VALUE SPACES.
020400 01  CHRG-PREV-RESULT            PIC X(01)  VALUE SPACE.
020500     88  CHRG-PREV-FAILED                VALUE 'F'.
020600 01  CHRG-SORT-EOF-FLAG          PIC X(01)  VALUE 'N'.
020700     88  CHRG-SORT-EOF                   VALUE 'Y'.
021100
021200*THE MONTH'S CHARGES, ONE ENTRY PER DEPARTMENT AND COURSE.
021300 01  CHRG-CHARGE-TABLE.
021400     05  CHRG-CHARGE-ENTRY OCCURS 500 TIMES.
021500         10  CHRG-CHG-KEY.
021600             15  CHRG-CHG-DEPT-CODE  PIC X(04).
021700             15  CHRG-CHG-COURSE     PIC X(10).
021800         10  CHRG-CHG-COST-CENTRE    PIC X(08).
021900         10  CHRG-CHG-NOTE           PIC X(16).
022000         10  CHRG-CHG-SESSIONS       PIC 9(07).
022100         10  CHRG-CHG-REPEATS        PIC 9(07).
022200         10  CHRG-CHG-UNPRICED       PIC 9(07).
022300         10  CHRG-CHG-AMOUNT         PIC 9(09)V99.
022400 77  CHRG-CHARGE-COUNT           PIC 999    VALUE ZERO.
022500 77  CHRG-CHARGE-IDX             PIC 999    VALUE ZERO.
022600 77  CHRG-CHARGE-FOUND-IDX       PIC 999    VALUE ZERO.
022700 01  CHRG-CHARGE-HOLD            PIC X(70)  VALUE SPACES.
022800 01  CHRG-CHARGE-SWAPPED-FLAG    PIC X(01)  VALUE 'N'.
022900     88  CHRG-CHARGE-SWAP-OCCURRED       VALUE 'Y'.
023000
023100*SAME PASS-THRESHOLD HANDLING AS HistoryPost.
023200 77  CHRG-PASS-THRESHOLD         PIC 999    VALUE 60.
023300 77  CHRG-DEFAULT-THRESHOLD      PIC 999    VALUE 60.
023400 77  CHRG-SESSION-PERCENT        PIC 999    VALUE ZERO.
023500 01  CHRG-LAST-COURSE            PIC X(10)  VALUE SPACES.
023600 01  CHRG-COURSE-CODE            PIC X(10)  VALUE SPACES.
023700 01  CHRG-WORK-DEPT-CODE         PIC X(04)  VALUE SPACES.
023800 01  CHRG-TRAILER-MONTH          PIC X(06)  VALUE SPACES.
023900 01  CHRG-REPEAT-FLAG            PIC X(01)  VALUE 'N'.
024000     88  CHRG-SESSION-IS-REPEAT          VALUE 'Y'.
024100 77  CHRG-SESSION-AMOUNT         PIC 9(05)V99 VALUE ZERO.
024200
024300 77  CHRG-TRAILERS-READ          PIC 9(07)  VALUE ZERO.
024400 77  CHRG-MONTH-SESSIONS         PIC 9(07)  VALUE ZERO.
024500 77  CHRG-PRICED-SESSIONS        PIC 9(07)  VALUE ZERO.
024600 77  CHRG-REPEAT-SESSIONS        PIC 9(07)  VALUE ZERO.
024700 77  CHRG-UNPRICED-SESSIONS      PIC 9(07)  VALUE ZERO.
024800 77  CHRG-SUSPENSE-SESSIONS      PIC 9(07)  VALUE ZERO.
025000 77  CHRG-NOT-CHARGED-COUNT      PIC 9(07)  VALUE ZERO.
025100 77  CHRG-WRITE-ERROR-COUNT      PIC 9(07)  VALUE ZERO.
025200
025300*CONTROL TOTALS - THE REPORT TOTAL IS ADDED UP FROM THE CHARGE
025400*TABLE, THE DEBIT AND CREDIT TOTALS FROM THE JOURNAL LINES
025500*WRITTEN.
025600 77  CHRG-REPORT-TOTAL           PIC 9(11)V99 VALUE ZERO.
025700 77  CHRG-DEBIT-TOTAL            PIC 9(13)V99 VALUE ZERO.
025800 77  CHRG-CREDIT-TOTAL           PIC 9(13)V99 VALUE ZERO.
025900 77  CHRG-DEBIT-LINES            PIC 9(06)  VALUE ZERO.
026000 77  CHRG-JOURNAL-LINES          PIC 9(06)  VALUE ZERO.
026100 77  CHRG-JOURNAL-RECORDS        PIC 9(06)  VALUE ZERO.
026200 77  CHRG-EDIT-TOTAL             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
026300
026400*DEPARTMENT SUBTOTALS FOR THE REPORT.
026500 01  CHRG-PREV-DEPT-CODE         PIC X(04)  VALUE SPACES.
026600 01  CHRG-PREV-COST-CENTRE       PIC X(08)  VALUE SPACES.
026700 77  CHRG-DEPT-SESSIONS          PIC 9(07)  VALUE ZERO.
026800 77  CHRG-DEPT-REPEATS           PIC 9(07)  VALUE ZERO.
026900 77  CHRG-DEPT-UNPRICED          PIC 9(07)  VALUE ZERO.
027000 77  CHRG-DEPT-AMOUNT            PIC 9(09)V99 VALUE ZERO.
027100
027200 01  CHRG-DETAIL-LINE.
027300     05  CDL-DEPT-CODE               PIC X(04).
027400     05  FILLER                      PIC X(01) VALUE SPACES.
027500     05  CDL-COST-CENTRE             PIC X(08).
027600     05  FILLER                      PIC X(01) VALUE SPACES.
027700     05  CDL-COURSE-CODE             PIC X(10).
027800     05  FILLER                      PIC X(01) VALUE SPACES.
027900     05  CDL-SESSIONS                PIC ZZZZZZ9.
028000     05  FILLER                      PIC X(01) VALUE SPACES.
028100     05  CDL-REPEATS                 PIC ZZZZZZ9.
028200     05  FILLER                      PIC X(01) VALUE SPACES.
028300     05  CDL-UNPRICED                PIC ZZZZZZ9.
028400     05  FILLER                      PIC X(01) VALUE SPACES.
028500     05  CDL-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99.
028600     05  FILLER                      PIC X(01) VALUE SPACES.
028700     05  CDL-NOTE                    PIC X(16).
028800
028900 COPY RUNLCALL.
029000
029100 PROCEDURE DIVISION.
029200 0000-MAINLINE.
029300     PERFORM 0500-CHECK-RUN-LEDGER
029400         THRU 0500-CHECK-RUN-LEDGER-EXIT
029500     PERFORM 1000-INITIALIZE
029600         THRU 1000-INITIALIZE-EXIT
029700     IF NOT CHRG-ALREADY-BILLED
029800         PERFORM 2000-SORT-AND-PRICE
029900             THRU 2000-SORT-AND-PRICE-EXIT
030200         PERFORM 4000-SORT-CHARGES
030300             THRU 4000-SORT-CHARGES-EXIT
030400         PERFORM 5000-WRITE-JOURNAL
030500             THRU 5000-WRITE-JOURNAL-EXIT
030600         PERFORM 6000-RECORD-BILLED-MONTH
030700             THRU 6000-RECORD-BILLED-MONTH-EXIT
030800     END-IF
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
032200     MOVE 'CTRYCHRG' TO RUNL-CALL-JOB-NAME
032300     CALL 'RunLedger' USING RUNL-CALL-AREA
032400     END-CALL
032500     IF RUNL-CALL-BLOCKED
032600         DISPLAY "CTRYCHRG NOT RUN FOR CYCLE "
032700                 RUNL-CALL-CYCLE-DATE " - " RUNL-CALL-MESSAGE
032800         MOVE 16 TO RETURN-CODE
032900         STOP RUN
033000     END-IF
033100     .
033200 0500-CHECK-RUN-LEDGER-EXIT.
033300     EXIT.
033400
033500 1000-INITIALIZE.
033600     ACCEPT CHRG-CURRENT-DATE FROM DATE YYYYMMDD
033700     ACCEPT CHRG-CURRENT-TIME FROM TIME
033800     PERFORM 1100-READ-CONTROL-CARD
033900         THRU 1100-READ-CONTROL-CARD-EXIT
034000     PERFORM 1200-SET-BILLING-PERIOD
034100         THRU 1200-SET-BILLING-PERIOD-EXIT
034200     PERFORM 1300-LOAD-RATE-TABLE
034300         THRU 1300-LOAD-RATE-TABLE-EXIT
034400     PERFORM 1400-LOAD-DEPT-REFERENCE
034500         THRU 1400-LOAD-DEPT-REFERENCE-EXIT
034600     OPEN INPUT COURSE-MASTER
034700     IF CRS-MASTER-STATUS = '35'
034800         DISPLAY "COURSE-MASTER FILE NOT FOUND - RUN "
034900                 "CourseMaint TO ESTABLISH IT FIRST"
035000         MOVE 16 TO RETURN-CODE
035030         PERFORM 9900-POST-RUN-LEDGER
035060             THRU 9900-POST-RUN-LEDGER-EXIT
035100         STOP RUN
035200     END-IF
035300     PERFORM 1500-CHECK-BILLED-REGISTER
035400         THRU 1500-CHECK-BILLED-REGISTER-EXIT
035500     PERFORM 1600-WRITE-REPORT-HEADING
035600         THRU 1600-WRITE-REPORT-HEADING-EXIT
035700     .
035800 1000-INITIALIZE-EXIT.
035900     EXIT.
036000
036100*****************************************************************
036200*THE CHRGCTL CARD IS REQUIRED - THE ACCOUNT CODES ARE FINANCE'S
036300*AND HAVE NO SAFE DEFAULT.
036400*****************************************************************
036500 1100-READ-CONTROL-CARD.
036600     OPEN INPUT CHARGE-CONTROL
036700     IF CHRG-CONTROL-STATUS = '35'
036800         DISPLAY "CHRGCTL CONTROL CARD NOT FOUND - THE TRAINING "
036900                 "COST CENTRE AND GL ACCOUNTS ARE REQUIRED"
037000         MOVE 16 TO RETURN-CODE
037030         PERFORM 9900-POST-RUN-LEDGER
037060             THRU 9900-POST-RUN-LEDGER-EXIT
037100         STOP RUN
037200     END-IF
037300     READ CHARGE-CONTROL
037400         AT END
037500             DISPLAY "CHRGCTL CONTROL CARD IS EMPTY"
037600             MOVE 16 TO RETURN-CODE
037630             PERFORM 9900-POST-RUN-LEDGER
037660                 THRU 9900-POST-RUN-LEDGER-EXIT
037700             STOP RUN
037800     END-READ
037900     CLOSE CHARGE-CONTROL
038000     IF CHCT-TRAINING-CC = SPACES
038100         OR CHCT-DEBIT-ACCOUNT = SPACES
038200         OR CHCT-CREDIT-ACCOUNT = SPACES
038300         OR CHCT-SUSPENSE-CC = SPACES
038400         DISPLAY "CHRGCTL CARD MUST CARRY THE TRAINING AND "
038500                 "SUSPENSE COST CENTRES AND BOTH GL ACCOUNTS"
038600         MOVE 16 TO RETURN-CODE
038630         PERFORM 9900-POST-RUN-LEDGER
038660             THRU 9900-POST-RUN-LEDGER-EXIT
038700         STOP RUN
038800     END-IF
038900     MOVE CHCT-TRAINING-CC    TO CHRG-TRAINING-CC
039000     MOVE CHCT-DEBIT-ACCOUNT  TO CHRG-DEBIT-ACCOUNT
039100     MOVE CHCT-CREDIT-ACCOUNT TO CHRG-CREDIT-ACCOUNT
039200     MOVE CHCT-SUSPENSE-CC    TO CHRG-SUSPENSE-CC
039300     .
039400 1100-READ-CONTROL-CARD-EXIT.
039500     EXIT.
039600
039700*****************************************************************
039800*A BLANK CARD MONTH BILLS THE MONTH BEFORE THE RUN.  ONLY A CLOSED
039900*MONTH MAY BE BILLED - SESSIONS ARE STILL BEING LOGGED IN THE
040000*CURRENT ONE.
040100*****************************************************************
040200 1200-SET-BILLING-PERIOD.
040300     MOVE CHRG-RUN-YEAR TO CHRG-RUN-MONTH-YEAR
040400     MOVE CHRG-RUN-MM   TO CHRG-RUN-MONTH-MM
040500     IF CHCT-BILL-MONTH = SPACES
040600         IF CHRG-RUN-MM = 1
040700             COMPUTE CHRG-BILL-YEAR = CHRG-RUN-YEAR - 1
040800             MOVE 12 TO CHRG-BILL-MM
040900         ELSE
041000             MOVE CHRG-RUN-YEAR TO CHRG-BILL-YEAR
041100             COMPUTE CHRG-BILL-MM = CHRG-RUN-MM - 1
041200         END-IF
041300     ELSE
041400         IF CHCT-BILL-MONTH NOT NUMERIC
041500             OR CHCT-BILL-MM < 1
041600             OR CHCT-BILL-MM > 12
041700             DISPLAY "CHRGCTL BILLING MONTH " CHCT-BILL-MONTH
041800                     " IS NOT A VALID YYYYMM"
041900             MOVE 16 TO RETURN-CODE
041930             PERFORM 9900-POST-RUN-LEDGER
041960                 THRU 9900-POST-RUN-LEDGER-EXIT
042000             STOP RUN
042100         END-IF
042200         MOVE CHCT-BILL-YEAR TO CHRG-BILL-YEAR
042300         MOVE CHCT-BILL-MM   TO CHRG-BILL-MM
042400     END-IF
042500     IF CHRG-BILL-MONTH NOT < CHRG-RUN-MONTH
042600         DISPLAY "BILLING MONTH " CHRG-BILL-MONTH
042700                 " IS NOT CLOSED - ONLY MONTHS BEFORE "
042800                 CHRG-RUN-MONTH " CAN BE BILLED"
042900         MOVE 16 TO RETURN-CODE
042930         PERFORM 9900-POST-RUN-LEDGER
042960             THRU 9900-POST-RUN-LEDGER-EXIT
043000         STOP RUN
043100     END-IF
043200     IF CHRG-BILL-MM = 12
043300         COMPUTE CHRG-NEXT-YEAR = CHRG-BILL-YEAR + 1
043400         MOVE 1 TO CHRG-NEXT-MM
043500     ELSE
043600         MOVE CHRG-BILL-YEAR TO CHRG-NEXT-YEAR
043700         COMPUTE CHRG-NEXT-MM = CHRG-BILL-MM + 1
043800     END-IF
043900     COMPUTE CHRG-PERIOD-END = FUNCTION DATE-OF-INTEGER
044000         (FUNCTION INTEGER-OF-DATE(CHRG-NEXT-MONTH-DATE) - 1)
044100     MOVE CHRG-BILL-MONTH TO CHRG-BATCH-MONTH
044200     .
044300 1200-SET-BILLING-PERIOD-EXIT.
044400     EXIT.
044500
044600 1300-LOAD-RATE-TABLE.
044700     OPEN INPUT CHARGE-RATES
044800     IF CHRG-RATE-STATUS = '35'
044900         DISPLAY "CHRGRATE RATE TABLE NOT FOUND - SESSIONS "
045000                 "CANNOT BE PRICED"
045100         MOVE 16 TO RETURN-CODE
045130         PERFORM 9900-POST-RUN-LEDGER
045160             THRU 9900-POST-RUN-LEDGER-EXIT
045200         STOP RUN
045300     END-IF
045400     PERFORM 1310-READ-RATE-RECORD
045500         THRU 1310-READ-RATE-RECORD-EXIT
045600     PERFORM 1320-STORE-RATE
045700         THRU 1320-STORE-RATE-EXIT
045800         UNTIL CHRG-RATE-EOF
045900     CLOSE CHARGE-RATES
046000     .
046100 1300-LOAD-RATE-TABLE-EXIT.
046200     EXIT.
046300
046400 1310-READ-RATE-RECORD.
046500     READ CHARGE-RATES
046600         AT END
046700             SET CHRG-RATE-EOF TO TRUE
046800     END-READ
046900     .
047000 1310-READ-RATE-RECORD-EXIT.
047100     EXIT.
047200
047300 1320-STORE-RATE.
047400     IF CHRT-COURSE-CODE NOT = SPACES
047500         IF CHRG-RATE-COUNT < 200
047600             ADD 1 TO CHRG-RATE-COUNT
047700             MOVE CHRT-COURSE-CODE
047800                 TO CHRG-RATE-COURSE(CHRG-RATE-COUNT)
047900             MOVE CHRT-QUIZ-MODE
048000                 TO CHRG-RATE-MODE(CHRG-RATE-COUNT)
048100             MOVE CHRT-SESSION-RATE
048200                 TO CHRG-RATE-AMOUNT(CHRG-RATE-COUNT)
048300             MOVE CHRT-REPEAT-SURCHARGE
048400                 TO CHRG-RATE-SURCHARGE(CHRG-RATE-COUNT)
048500         ELSE
048600             DISPLAY "WARNING - MORE THAN 200 RATES - "
048700                     CHRT-COURSE-CODE " " CHRT-QUIZ-MODE
048800                     " IGNORED"
048900         END-IF
049000     END-IF
049100     PERFORM 1310-READ-RATE-RECORD
049200         THRU 1310-READ-RATE-RECORD-EXIT
049300     .
049400 1320-STORE-RATE-EXIT.
049500     EXIT.
049600
049700*****************************************************************
049800*DEPTREF IS REQUIRED HERE - WITHOUT IT EVERY DEBIT WOULD GO TO
049900*SUSPENSE.
050000*****************************************************************
050100 1400-LOAD-DEPT-REFERENCE.
050200     OPEN INPUT DEPT-REFERENCE
050300     IF DEPT-REF-STATUS = '35'
050400         DISPLAY "DEPT-REFERENCE FILE NOT FOUND - DEPARTMENT "
050500                 "COST CENTRES ARE REQUIRED"
050600         MOVE 16 TO RETURN-CODE
050630         PERFORM 9900-POST-RUN-LEDGER
050660             THRU 9900-POST-RUN-LEDGER-EXIT
050700         STOP RUN
050800     END-IF
050900     PERFORM 1410-READ-DEPT-REFERENCE
051000         THRU 1410-READ-DEPT-REFERENCE-EXIT
051100     PERFORM 1420-STORE-DEPARTMENT
051200         THRU 1420-STORE-DEPARTMENT-EXIT
051300         UNTIL DEPT-REF-EOF
051400     CLOSE DEPT-REFERENCE
051500     .
051600 1400-LOAD-DEPT-REFERENCE-EXIT.
051700     EXIT.
051800
051900 1410-READ-DEPT-REFERENCE.
052000     READ DEPT-REFERENCE
052100         AT END
052200             SET DEPT-REF-EOF TO TRUE
052300     END-READ
052400     .
052500 1410-READ-DEPT-REFERENCE-EXIT.
052600     EXIT.
052700
052800 1420-STORE-DEPARTMENT.
052900     IF CHRG-DEPT-COUNT < 100
053000         ADD 1 TO CHRG-DEPT-COUNT
053100         MOVE DEPT-CODE        TO CHRG-DEPT-CODE(CHRG-DEPT-COUNT)
053200         MOVE DEPT-COST-CENTRE TO CHRG-DEPT-CC(CHRG-DEPT-COUNT)
053300     ELSE
053400         DISPLAY "WARNING - MORE THAN 100 DEPARTMENTS - "
053500                 DEPT-CODE " CHARGED TO SUSPENSE"
053600     END-IF
053700     PERFORM 1410-READ-DEPT-REFERENCE
053800         THRU 1410-READ-DEPT-REFERENCE-EXIT
053900     .
054000 1420-STORE-DEPARTMENT-EXIT.
054100     EXIT.
054200
054300*****************************************************************
054400*A MONTH ON THE BILLED-MONTH REGISTER HAS ALREADY GONE TO FINANCE.
054500*NO REGISTER YET MEANS NOTHING HAS BEEN BILLED.
054600*****************************************************************
054700 1500-CHECK-BILLED-REGISTER.
054800     OPEN INPUT BILLED-REGISTER
054900     IF BILL-REG-STATUS = '35'
055000         GO TO 1500-CHECK-BILLED-REGISTER-EXIT
055100     END-IF
055200     PERFORM 1510-READ-BILLED-REGISTER
055300         THRU 1510-READ-BILLED-REGISTER-EXIT
055400     PERFORM 1520-CHECK-BILLED-MONTH
055500         THRU 1520-CHECK-BILLED-MONTH-EXIT
055600         UNTIL BILL-REG-EOF
055700     CLOSE BILLED-REGISTER
055800     .
055900 1500-CHECK-BILLED-REGISTER-EXIT.
056000     EXIT.
056100
056200 1510-READ-BILLED-REGISTER.
056300     READ BILLED-REGISTER
056400         AT END
056500             SET BILL-REG-EOF TO TRUE
056600     END-READ
056700     .
056800 1510-READ-BILLED-REGISTER-EXIT.
056900     EXIT.
057000
057100 1520-CHECK-BILLED-MONTH.
057200     IF BREG-BILL-MONTH = CHRG-BILL-MONTH
057300         SET CHRG-ALREADY-BILLED TO TRUE
057400         MOVE BREG-RUN-DATE TO CHRG-BILLED-ON-DATE
057500     END-IF
057600     PERFORM 1510-READ-BILLED-REGISTER
057700         THRU 1510-READ-BILLED-REGISTER-EXIT
057800     .
057900 1520-CHECK-BILLED-MONTH-EXIT.
058000     EXIT.
058100
058200 1600-WRITE-REPORT-HEADING.
058300     OPEN OUTPUT CHARGE-REPORT
058400     MOVE SPACES TO CHARGE-REPORT-LINE
058500     MOVE 'TRAINING-COST CHARGEBACK TO FINANCE - CONTROL REPORT'
058600         TO CHARGE-REPORT-LINE
058700     WRITE CHARGE-REPORT-LINE
058800     MOVE SPACES TO CHARGE-REPORT-LINE
058900     STRING 'BILLING MONTH '   DELIMITED BY SIZE
059000            CHRG-BILL-MONTH    DELIMITED BY SIZE
059100            '   BATCH '        DELIMITED BY SIZE
059200            CHRG-BATCH-ID      DELIMITED BY SIZE
059300            '   EFFECTIVE '    DELIMITED BY SIZE
059400            CHRG-PERIOD-END    DELIMITED BY SIZE
059500            '   RUN '          DELIMITED BY SIZE
059600            CHRG-RUN-DATE      DELIMITED BY SIZE
059700         INTO CHARGE-REPORT-LINE
059800     END-STRING
059900     WRITE CHARGE-REPORT-LINE
060000     MOVE SPACES TO CHARGE-REPORT-LINE
060100     STRING 'DEBIT ACCOUNT '      DELIMITED BY SIZE
060200            CHRG-DEBIT-ACCOUNT    DELIMITED BY SIZE
060300            '   CREDIT ACCOUNT '  DELIMITED BY SIZE
060400            CHRG-CREDIT-ACCOUNT   DELIMITED BY SIZE
060500            ' ON COST CENTRE '    DELIMITED BY SIZE
060600            CHRG-TRAINING-CC      DELIMITED BY SIZE
060700         INTO CHARGE-REPORT-LINE
060800     END-STRING
060900     WRITE CHARGE-REPORT-LINE
061000     MOVE SPACES TO CHARGE-REPORT-LINE
061100     WRITE CHARGE-REPORT-LINE
061200     IF CHRG-ALREADY-BILLED
061300         STRING 'MONTH '             DELIMITED BY SIZE
061400                CHRG-BILL-MONTH      DELIMITED BY SIZE
061500                ' ALREADY BILLED ON ' DELIMITED BY SIZE
061600                CHRG-BILLED-ON-DATE  DELIMITED BY SIZE
061700                ' AS BATCH '         DELIMITED BY SIZE
061800                CHRG-BATCH-ID        DELIMITED BY SIZE
061900                ' - NOT BILLED AGAIN' DELIMITED BY SIZE
062000             INTO CHARGE-REPORT-LINE
062100         END-STRING
062200         WRITE CHARGE-REPORT-LINE
062300         GO TO 1600-WRITE-REPORT-HEADING-EXIT
062400     END-IF
062500     MOVE 'DEPT' TO CHARGE-REPORT-LINE(1:4)
062600     MOVE 'COST CTR' TO CHARGE-REPORT-LINE(6:8)
062700     MOVE 'COURSE' TO CHARGE-REPORT-LINE(15:6)
062800     MOVE 'SESSIONS' TO CHARGE-REPORT-LINE(25:8)
062900     MOVE 'REPEATS' TO CHARGE-REPORT-LINE(34:7)
063000     MOVE 'NO RATE' TO CHARGE-REPORT-LINE(42:7)
063100     MOVE 'AMOUNT' TO CHARGE-REPORT-LINE(58:6)
063200     WRITE CHARGE-REPORT-LINE
063300     .
063400 1600-WRITE-REPORT-HEADING-EXIT.
063500     EXIT.
063600
063680*****************************************************************
063760*EVERY TRAILER UP TO THE END OF THE BILLING MONTH IS SORTED BY
063840*EMPLOYEE, COURSE, SESSION DATE AND TIME BEFORE IT IS PRICED, SO
063920*EACH SESSION IS COMPARED WITH THE ONE THAT REALLY CAME BEFORE IT
064000*ON THE COURSE, WHATEVER ORDER THE SESSARCH GENERATIONS ARRIVE IN.
064080*A SORT FAILURE STOPS THE RUN BEFORE ANYTHING IS JOURNALED.
064160*****************************************************************
064240 2000-SORT-AND-PRICE.
064320     SORT TRAILER-SORT-FILE
064400         ON ASCENDING KEY TSRT-EMPLOYEE-ID
064480                          TSRT-COURSE-CODE
064560                          TSRT-SESSION-DATE
064640                          TSRT-SESSION-TIME
064720         INPUT PROCEDURE IS 2050-RELEASE-TRAILERS
064800             THRU 2050-RELEASE-TRAILERS-EXIT
064880         OUTPUT PROCEDURE IS 3000-PRICE-SORTED-TRAILERS
064960             THRU 3000-PRICE-SORTED-TRAILERS-EXIT
065040     IF SORT-RETURN NOT = ZERO
065120         DISPLAY "TRAILER SORT FAILED - SORT-RETURN " SORT-RETURN
065200                 " - NOTHING BILLED"
065280         MOVE 16 TO RETURN-CODE
065360         PERFORM 9900-POST-RUN-LEDGER
065440             THRU 9900-POST-RUN-LEDGER-EXIT
065520         STOP RUN
065600     END-IF
065680     .
065760 2000-SORT-AND-PRICE-EXIT.
065840     EXIT.
065920
066000 2050-RELEASE-TRAILERS.
066080     PERFORM 2100-RELEASE-FROM-ARCHIVE
066160         THRU 2100-RELEASE-FROM-ARCHIVE-EXIT
066240     PERFORM 2500-RELEASE-FROM-LOG
066320         THRU 2500-RELEASE-FROM-LOG-EXIT
066400     .
066480 2050-RELEASE-TRAILERS-EXIT.
066560     EXIT.
066640
066720*****************************************************************
066800*THE ARCHIVE GENERATIONS HOLD THE OLDEST TRAILERS.  A MISSING
066880*ARCHIVE IS NOT AN ERROR - NOTHING HAS BEEN ARCHIVED YET.
066960*****************************************************************
067040 2100-RELEASE-FROM-ARCHIVE.
067120     OPEN INPUT ARCHIVE-LOG
067200     IF ARCHIVE-LOG-STATUS = '35'
067280         DISPLAY "SESSARCH ARCHIVE NOT FOUND - LIVE LOG ONLY"
067360         GO TO 2100-RELEASE-FROM-ARCHIVE-EXIT
067440     END-IF
067520     PERFORM 2150-READ-ARCHIVE-LOG
067600         THRU 2150-READ-ARCHIVE-LOG-EXIT
067680     PERFORM 2200-HANDLE-ARCHIVE-RECORD
067760         THRU 2200-HANDLE-ARCHIVE-RECORD-EXIT
067840         UNTIL ARCHIVE-LOG-EOF
067920     CLOSE ARCHIVE-LOG
068000     .
068080 2100-RELEASE-FROM-ARCHIVE-EXIT.
068160     EXIT.
068240
068320 2150-READ-ARCHIVE-LOG.
068400     READ ARCHIVE-LOG
068480         AT END
068560             SET ARCHIVE-LOG-EOF TO TRUE
068640     END-READ
068720     .
068800 2150-READ-ARCHIVE-LOG-EXIT.
068880     EXIT.
068960
069040 2200-HANDLE-ARCHIVE-RECORD.
069120     MOVE ARCHIVE-LOG-RECORD TO SESS-LOG-RECORD
069200     IF SESS-TYPE-TRAILER
069280         PERFORM 2800-RELEASE-TRAILER
069360             THRU 2800-RELEASE-TRAILER-EXIT
069440     END-IF
069520     PERFORM 2150-READ-ARCHIVE-LOG
069600         THRU 2150-READ-ARCHIVE-LOG-EXIT
069680     .
069760 2200-HANDLE-ARCHIVE-RECORD-EXIT.
069840     EXIT.
069920
070000 2500-RELEASE-FROM-LOG.
070080     OPEN INPUT SESSION-LOG
070160     IF SESS-LOG-STATUS = '35'
070240         DISPLAY "SESSION-LOG FILE NOT FOUND - ARCHIVE ONLY"
070320         GO TO 2500-RELEASE-FROM-LOG-EXIT
070400     END-IF
070480     PERFORM 2600-READ-SESSION-LOG
070560         THRU 2600-READ-SESSION-LOG-EXIT
070640     PERFORM 2700-HANDLE-LOG-RECORD
070720         THRU 2700-HANDLE-LOG-RECORD-EXIT
070800         UNTIL SESS-LOG-EOF
070880     CLOSE SESSION-LOG
070960     .
071040 2500-RELEASE-FROM-LOG-EXIT.
071120     EXIT.
071200
071280 2600-READ-SESSION-LOG.
071360     READ SESSION-LOG
071440         AT END
071520             SET SESS-LOG-EOF TO TRUE
071600     END-READ
071680     .
071760 2600-READ-SESSION-LOG-EXIT.
071840     EXIT.
071920
072000 2700-HANDLE-LOG-RECORD.
072080     IF SESS-TYPE-TRAILER
072160         PERFORM 2800-RELEASE-TRAILER
072240             THRU 2800-RELEASE-TRAILER-EXIT
072320     END-IF
072400     PERFORM 2600-READ-SESSION-LOG
072480         THRU 2600-READ-SESSION-LOG-EXIT
072560     .
072640 2700-HANDLE-LOG-RECORD-EXIT.
072720     EXIT.
072800
072880*****************************************************************
072960*TRAILERS AFTER THE BILLING MONTH ARE NOT SORTED.  A BLANK COURSE
073040*IS THE ORIGINAL EUROCAP01 COURSE, AS IN HistoryPost, SO IT SORTS
073120*WITH THE STAMPED EUROCAP01 SESSIONS.
073200*****************************************************************
073280 2800-RELEASE-TRAILER.
073360     ADD 1 TO CHRG-TRAILERS-READ
073440     MOVE SESS-SESSION-DATE(1:6) TO CHRG-TRAILER-MONTH
073520     IF CHRG-TRAILER-MONTH > CHRG-BILL-MONTH
073600         GO TO 2800-RELEASE-TRAILER-EXIT
073680     END-IF
073760     MOVE SESS-EMPLOYEE-ID    TO TSRT-EMPLOYEE-ID
073840     MOVE SESS-COURSE-CODE    TO TSRT-COURSE-CODE
073920     IF TSRT-COURSE-CODE = SPACES
074000         MOVE 'EUROCAP01'     TO TSRT-COURSE-CODE
074080     END-IF
074160     MOVE SESS-SESSION-DATE   TO TSRT-SESSION-DATE
074240     MOVE SESS-SESSION-TIME   TO TSRT-SESSION-TIME
074320     MOVE SESS-FINAL-SCORE    TO TSRT-FINAL-SCORE
074400     MOVE SESS-QUESTION-COUNT TO TSRT-QUESTION-COUNT
074480     MOVE SESS-QUIZ-MODE      TO TSRT-QUIZ-MODE
074560     RELEASE TSRT-RECORD
074640     .
074720 2800-RELEASE-TRAILER-EXIT.
074800     EXIT.
074880
074960 3000-PRICE-SORTED-TRAILERS.
075040     PERFORM 3050-RETURN-TRAILER
075120         THRU 3050-RETURN-TRAILER-EXIT
075200     PERFORM 3100-PRICE-TRAILER
075280         THRU 3100-PRICE-TRAILER-EXIT
075360         UNTIL CHRG-SORT-EOF
075440     .
075520 3000-PRICE-SORTED-TRAILERS-EXIT.
075600     EXIT.
075680
075760 3050-RETURN-TRAILER.
075840     RETURN TRAILER-SORT-FILE
075920         AT END
076000             SET CHRG-SORT-EOF TO TRUE
076080     END-RETURN
076160     .
076240 3050-RETURN-TRAILER-EXIT.
076320     EXIT.
076400
076480*****************************************************************
076560*EVERY SORTED TRAILER UPDATES THE EMPLOYEE'S PREVIOUS RESULT ON
076640*THE COURSE; ONLY THOSE IN THE BILLING MONTH ARE CHARGED.  A
076720*SESSION IS A RESIT WHEN THE ONE BEFORE IT ON THE COURSE FAILED.
076800*****************************************************************
076880 3100-PRICE-TRAILER.
076960     IF TSRT-EMPLOYEE-ID NOT = CHRG-PREV-EMPLOYEE-ID
077040         OR TSRT-COURSE-CODE NOT = CHRG-PREV-COURSE-CODE
077120         MOVE TSRT-EMPLOYEE-ID TO CHRG-PREV-EMPLOYEE-ID
077200         MOVE TSRT-COURSE-CODE TO CHRG-PREV-COURSE-CODE
077280         MOVE SPACE            TO CHRG-PREV-RESULT
077360     END-IF
077440     IF TSRT-QUESTION-COUNT > 0
077520         COMPUTE CHRG-SESSION-PERCENT ROUNDED =
077600             (TSRT-FINAL-SCORE * 100) / TSRT-QUESTION-COUNT
077680     ELSE
077760         MOVE ZERO TO CHRG-SESSION-PERCENT
077840     END-IF
077920     MOVE TSRT-COURSE-CODE TO CHRG-COURSE-CODE
078000     IF CHRG-COURSE-CODE NOT = CHRG-LAST-COURSE
078080         PERFORM 3150-GET-PASS-THRESHOLD
078160             THRU 3150-GET-PASS-THRESHOLD-EXIT
078240     END-IF
078320     MOVE 'N' TO CHRG-REPEAT-FLAG
078400     IF CHRG-PREV-FAILED
078480         SET CHRG-SESSION-IS-REPEAT TO TRUE
078560     END-IF
078640     IF CHRG-SESSION-PERCENT >= CHRG-PASS-THRESHOLD
078720         MOVE 'P' TO CHRG-PREV-RESULT
078800     ELSE
078880         MOVE 'F' TO CHRG-PREV-RESULT
078960     END-IF
079040     MOVE TSRT-SESSION-DATE(1:6) TO CHRG-TRAILER-MONTH
079120     IF CHRG-TRAILER-MONTH = CHRG-BILL-MONTH
079200         PERFORM 3200-CHARGE-SESSION
079280             THRU 3200-CHARGE-SESSION-EXIT
079360     END-IF
079440     PERFORM 3050-RETURN-TRAILER
079520         THRU 3050-RETURN-TRAILER-EXIT
079600     .
079680 3100-PRICE-TRAILER-EXIT.
079760     EXIT.
079840
080600 3150-GET-PASS-THRESHOLD.
080700     MOVE CHRG-COURSE-CODE TO CHRG-LAST-COURSE
080800     MOVE CHRG-COURSE-CODE TO CRS-COURSE-CODE
080900     READ COURSE-MASTER
081000         INVALID KEY
081100             MOVE '23' TO CRS-MASTER-STATUS
081200     END-READ
081300     IF CRS-MASTER-OK
081400         MOVE CRS-PASS-PERCENT TO CHRG-PASS-THRESHOLD
081500     ELSE
081600         MOVE CHRG-DEFAULT-THRESHOLD TO CHRG-PASS-THRESHOLD
081700     END-IF
081800     .
081900 3150-GET-PASS-THRESHOLD-EXIT.
082000     EXIT.
082100
082200*****************************************************************
082300*ADDS ONE SESSION IN THE BILLING MONTH TO ITS DEPARTMENT AND
082400*COURSE.  THE COURSE AND MODE RATE IS TAKEN FIRST, THEN THE
082500*COURSE'S BLANK-MODE RATE; A SESSION WITH NEITHER IS COUNTED AS
082600*UNPRICED AND NOT CHARGED.
082700*****************************************************************
082800 3200-CHARGE-SESSION.
082900     ADD 1 TO CHRG-MONTH-SESSIONS
083000     MOVE TSRT-EMPLOYEE-ID(1:4) TO CHRG-WORK-DEPT-CODE
083100     PERFORM 3300-FIND-OR-ADD-CHARGE
083200         THRU 3300-FIND-OR-ADD-CHARGE-EXIT
083300     IF CHRG-CHARGE-FOUND-IDX = 0
083400         ADD 1 TO CHRG-NOT-CHARGED-COUNT
083500         GO TO 3200-CHARGE-SESSION-EXIT
083600     END-IF
083700     ADD 1 TO CHRG-CHG-SESSIONS(CHRG-CHARGE-FOUND-IDX)
083800     IF CHRG-CHG-COST-CENTRE(CHRG-CHARGE-FOUND-IDX)
083900         = CHRG-SUSPENSE-CC
084000         ADD 1 TO CHRG-SUSPENSE-SESSIONS
084100     END-IF
084200     MOVE TSRT-QUIZ-MODE TO CHRG-RATE-MODE-WANTED
084300     PERFORM 3210-FIND-RATE
084400         THRU 3210-FIND-RATE-EXIT
084500     IF CHRG-RATE-FOUND-IDX = 0
084600         MOVE SPACE TO CHRG-RATE-MODE-WANTED
084700         PERFORM 3210-FIND-RATE
084800             THRU 3210-FIND-RATE-EXIT
084900     END-IF
085000     IF CHRG-RATE-FOUND-IDX = 0
085100         ADD 1 TO CHRG-UNPRICED-SESSIONS
085200         ADD 1 TO CHRG-CHG-UNPRICED(CHRG-CHARGE-FOUND-IDX)
085300         GO TO 3200-CHARGE-SESSION-EXIT
085400     END-IF
085500     MOVE CHRG-RATE-AMOUNT(CHRG-RATE-FOUND-IDX)
085600         TO CHRG-SESSION-AMOUNT
085700     IF CHRG-SESSION-IS-REPEAT
085800         ADD CHRG-RATE-SURCHARGE(CHRG-RATE-FOUND-IDX)
085900             TO CHRG-SESSION-AMOUNT
086000         ADD 1 TO CHRG-REPEAT-SESSIONS
086100         ADD 1 TO CHRG-CHG-REPEATS(CHRG-CHARGE-FOUND-IDX)
086200     END-IF
086300     ADD 1 TO CHRG-PRICED-SESSIONS
086400     ADD CHRG-SESSION-AMOUNT
086500         TO CHRG-CHG-AMOUNT(CHRG-CHARGE-FOUND-IDX)
086600     .
086700 3200-CHARGE-SESSION-EXIT.
086800     EXIT.
086900
087000 3210-FIND-RATE.
087100     MOVE ZERO TO CHRG-RATE-FOUND-IDX
087200     PERFORM 3220-SCAN-RATE-TABLE
087300         THRU 3220-SCAN-RATE-TABLE-EXIT
087400         VARYING CHRG-RATE-IDX FROM 1 BY 1
087500         UNTIL CHRG-RATE-IDX > CHRG-RATE-COUNT
087600            OR CHRG-RATE-FOUND-IDX > 0
087700     .
087800 3210-FIND-RATE-EXIT.
087900     EXIT.
088000
088100 3220-SCAN-RATE-TABLE.
088200     IF CHRG-RATE-COURSE(CHRG-RATE-IDX) = CHRG-COURSE-CODE
088300         AND CHRG-RATE-MODE(CHRG-RATE-IDX) = CHRG-RATE-MODE-WANTED
088400         MOVE CHRG-RATE-IDX TO CHRG-RATE-FOUND-IDX
088500     END-IF
088600     .
088700 3220-SCAN-RATE-TABLE-EXIT.
088800     EXIT.
088900
089000*****************************************************************
089100*A NEW DEPARTMENT AND COURSE TAKES ITS COST CENTRE FROM DEPTREF,
089200*OR THE SUSPENSE COST CENTRE WHEN THERE IS NONE.  A FULL TABLE
089300*LEAVES THE SESSION UNCHARGED, WHICH STOPS THE JOURNAL.
089400*****************************************************************
089500 3300-FIND-OR-ADD-CHARGE.
089600     MOVE ZERO TO CHRG-CHARGE-FOUND-IDX
089700     PERFORM 3310-SCAN-CHARGE-TABLE
089800         THRU 3310-SCAN-CHARGE-TABLE-EXIT
089900         VARYING CHRG-CHARGE-IDX FROM 1 BY 1
090000         UNTIL CHRG-CHARGE-IDX > CHRG-CHARGE-COUNT
090100            OR CHRG-CHARGE-FOUND-IDX > 0
090200     IF CHRG-CHARGE-FOUND-IDX > 0
090300         GO TO 3300-FIND-OR-ADD-CHARGE-EXIT
090400     END-IF
090500     IF CHRG-CHARGE-COUNT NOT < 500
090600         IF CHRG-NOT-CHARGED-COUNT = ZERO
090700             DISPLAY "MORE THAN 500 DEPARTMENT/COURSE CHARGES - "
090800                     "JOURNAL NOT WRITTEN"
090900         END-IF
091000         GO TO 3300-FIND-OR-ADD-CHARGE-EXIT
091100     END-IF
091200     ADD 1 TO CHRG-CHARGE-COUNT
091300     MOVE CHRG-CHARGE-COUNT TO CHRG-CHARGE-FOUND-IDX
091400     MOVE CHRG-WORK-DEPT-CODE
091500         TO CHRG-CHG-DEPT-CODE(CHRG-CHARGE-COUNT)
091600     MOVE CHRG-COURSE-CODE TO CHRG-CHG-COURSE(CHRG-CHARGE-COUNT)
091700     MOVE SPACES TO CHRG-CHG-NOTE(CHRG-CHARGE-COUNT)
091800     MOVE ZERO TO CHRG-CHG-SESSIONS(CHRG-CHARGE-COUNT)
091900     MOVE ZERO TO CHRG-CHG-REPEATS(CHRG-CHARGE-COUNT)
092000     MOVE ZERO TO CHRG-CHG-UNPRICED(CHRG-CHARGE-COUNT)
092100     MOVE ZERO TO CHRG-CHG-AMOUNT(CHRG-CHARGE-COUNT)
092200     MOVE ZERO TO CHRG-DEPT-FOUND-IDX
092300     PERFORM 3320-SCAN-DEPT-TABLE
092400         THRU 3320-SCAN-DEPT-TABLE-EXIT
092500         VARYING CHRG-DEPT-IDX FROM 1 BY 1
092600         UNTIL CHRG-DEPT-IDX > CHRG-DEPT-COUNT
092700            OR CHRG-DEPT-FOUND-IDX > 0
092800     EVALUATE TRUE
092900         WHEN CHRG-DEPT-FOUND-IDX = 0
093000             MOVE CHRG-SUSPENSE-CC
093100                 TO CHRG-CHG-COST-CENTRE(CHRG-CHARGE-COUNT)
093200             MOVE 'NOT ON DEPTREF'
093300                 TO CHRG-CHG-NOTE(CHRG-CHARGE-COUNT)
093400         WHEN CHRG-DEPT-CC(CHRG-DEPT-FOUND-IDX) = SPACES
093500             MOVE CHRG-SUSPENSE-CC
093600                 TO CHRG-CHG-COST-CENTRE(CHRG-CHARGE-COUNT)
093700             MOVE 'NO COST CENTRE'
093800                 TO CHRG-CHG-NOTE(CHRG-CHARGE-COUNT)
093900         WHEN OTHER
094000             MOVE CHRG-DEPT-CC(CHRG-DEPT-FOUND-IDX)
094100                 TO CHRG-CHG-COST-CENTRE(CHRG-CHARGE-COUNT)
094200     END-EVALUATE
094300     .
094400 3300-FIND-OR-ADD-CHARGE-EXIT.
094500     EXIT.
094600
094700 3310-SCAN-CHARGE-TABLE.
094800     IF CHRG-CHG-DEPT-CODE(CHRG-CHARGE-IDX) = CHRG-WORK-DEPT-CODE
094900         AND CHRG-CHG-COURSE(CHRG-CHARGE-IDX) = CHRG-COURSE-CODE
095000         MOVE CHRG-CHARGE-IDX TO CHRG-CHARGE-FOUND-IDX
095100     END-IF
095200     .
095300 3310-SCAN-CHARGE-TABLE-EXIT.
095400     EXIT.
095500
095600 3320-SCAN-DEPT-TABLE.
095700     IF CHRG-DEPT-CODE(CHRG-DEPT-IDX) = CHRG-WORK-DEPT-CODE
095800         MOVE CHRG-DEPT-IDX TO CHRG-DEPT-FOUND-IDX
095900     END-IF
096000     .
096100 3320-SCAN-DEPT-TABLE-EXIT.
096200     EXIT.
096300
096400*****************************************************************
096500*PUTS THE CHARGES IN DEPARTMENT AND COURSE ORDER FOR THE JOURNAL
096600*AND THE DEPARTMENT SUBTOTALS ON THE REPORT.
096700*****************************************************************
096800 4000-SORT-CHARGES.
096900     IF CHRG-CHARGE-COUNT < 2
097000         GO TO 4000-SORT-CHARGES-EXIT
097100     END-IF
097200     SET CHRG-CHARGE-SWAP-OCCURRED TO TRUE
097300     PERFORM 4100-CHARGE-BUBBLE-PASS
097400         THRU 4100-CHARGE-BUBBLE-PASS-EXIT
097500         UNTIL NOT CHRG-CHARGE-SWAP-OCCURRED
097600     .
097700 4000-SORT-CHARGES-EXIT.
097800     EXIT.
097900
098000 4100-CHARGE-BUBBLE-PASS.
098100     MOVE 'N' TO CHRG-CHARGE-SWAPPED-FLAG
098200     PERFORM 4200-COMPARE-CHARGE-PAIR
098300         THRU 4200-COMPARE-CHARGE-PAIR-EXIT
098400         VARYING CHRG-CHARGE-IDX FROM 1 BY 1
098500         UNTIL CHRG-CHARGE-IDX > CHRG-CHARGE-COUNT - 1
098600     .
098700 4100-CHARGE-BUBBLE-PASS-EXIT.
098800     EXIT.
098900
099000 4200-COMPARE-CHARGE-PAIR.
099100     IF CHRG-CHG-KEY(CHRG-CHARGE-IDX)
099200         > CHRG-CHG-KEY(CHRG-CHARGE-IDX + 1)
099300         MOVE CHRG-CHARGE-ENTRY(CHRG-CHARGE-IDX)
099400             TO CHRG-CHARGE-HOLD
099500         MOVE CHRG-CHARGE-ENTRY(CHRG-CHARGE-IDX + 1)
099600             TO CHRG-CHARGE-ENTRY(CHRG-CHARGE-IDX)
099700         MOVE CHRG-CHARGE-HOLD
099800             TO CHRG-CHARGE-ENTRY(CHRG-CHARGE-IDX + 1)
099900         MOVE 'Y' TO CHRG-CHARGE-SWAPPED-FLAG
100000     END-IF
100100     .
100200 4200-COMPARE-CHARGE-PAIR-EXIT.
100300     EXIT.
100400
100500*****************************************************************
100600*WRITES THE JOURNAL BATCH AND THE REPORT BODY TOGETHER: ONE DEBIT
100700*LINE PER DEPARTMENT AND COURSE WITH AN AMOUNT, ONE CREDIT LINE TO
100800*TRAINING FOR THE TOTAL, THEN THE TRAILER.  NOTHING IS WRITTEN
100900*WHEN A SESSION COULD NOT BE CHARGED OR NOTHING WAS PRICED.
101000*****************************************************************
101100 5000-WRITE-JOURNAL.
101200     IF CHRG-NOT-CHARGED-COUNT > ZERO
101300         MOVE 'JOURNAL NOT WRITTEN - CHARGE TABLE FULL'
101400             TO CHARGE-REPORT-LINE
101500         WRITE CHARGE-REPORT-LINE
101600         GO TO 5000-WRITE-JOURNAL-EXIT
101700     END-IF
101800     PERFORM 5100-WRITE-CHARGE-LINE
101900         THRU 5100-WRITE-CHARGE-LINE-EXIT
102000         VARYING CHRG-CHARGE-IDX FROM 1 BY 1
102100         UNTIL CHRG-CHARGE-IDX > CHRG-CHARGE-COUNT
102200     IF CHRG-CHARGE-COUNT > ZERO
102300         PERFORM 5150-WRITE-DEPT-TOTAL
102400             THRU 5150-WRITE-DEPT-TOTAL-EXIT
102500     END-IF
102600     MOVE SPACES TO CHRG-DETAIL-LINE
102700     MOVE 'ALL'      TO CDL-DEPT-CODE
102800     MOVE '** TOTAL' TO CDL-COURSE-CODE
102900     MOVE CHRG-MONTH-SESSIONS    TO CDL-SESSIONS
103000     MOVE CHRG-REPEAT-SESSIONS   TO CDL-REPEATS
103100     MOVE CHRG-UNPRICED-SESSIONS TO CDL-UNPRICED
103200     MOVE CHRG-REPORT-TOTAL      TO CDL-AMOUNT
103300     MOVE CHRG-DETAIL-LINE TO CHARGE-REPORT-LINE
103400     WRITE CHARGE-REPORT-LINE
103500     IF CHRG-REPORT-TOTAL = ZERO
103600         MOVE SPACES TO CHARGE-REPORT-LINE
103700         WRITE CHARGE-REPORT-LINE
103800         MOVE 'NO PRICED SESSIONS IN THE MONTH - NO JOURNAL'
103900             TO CHARGE-REPORT-LINE
104000         WRITE CHARGE-REPORT-LINE
104100         GO TO 5000-WRITE-JOURNAL-EXIT
104200     END-IF
104300     OPEN OUTPUT GL-JOURNAL
104400     SET CHRG-JOURNAL-WRITTEN TO TRUE
104500     MOVE SPACES TO GLJ-JOURNAL-RECORD
104600     SET GLJ-BATCH-HEADER TO TRUE
104700     MOVE 'TRNG'           TO GLJ-SOURCE-SYSTEM
104800     MOVE CHRG-BATCH-ID    TO GLJ-BATCH-ID
104900     MOVE CHRG-BILL-MONTH  TO GLJ-HDR-PERIOD
105000     MOVE CHRG-RUN-DATE    TO GLJ-HDR-CREATED-DATE
105100     MOVE CHRG-RUN-TIME    TO GLJ-HDR-CREATED-TIME
105200     MOVE 'CAPITALS TRAINING CHARGEBACK' TO GLJ-HDR-DESCRIPTION
105300     PERFORM 5400-WRITE-JOURNAL-RECORD
105400         THRU 5400-WRITE-JOURNAL-RECORD-EXIT
105500     PERFORM 5200-WRITE-DEBIT-LINE
105600         THRU 5200-WRITE-DEBIT-LINE-EXIT
105700         VARYING CHRG-CHARGE-IDX FROM 1 BY 1
105800         UNTIL CHRG-CHARGE-IDX > CHRG-CHARGE-COUNT
105900     PERFORM 5300-WRITE-CREDIT-AND-TRAILER
106000         THRU 5300-WRITE-CREDIT-AND-TRAILER-EXIT
106100     CLOSE GL-JOURNAL
106200     PERFORM 5500-CHECK-BALANCE
106300         THRU 5500-CHECK-BALANCE-EXIT
106400     .
106500 5000-WRITE-JOURNAL-EXIT.
106600     EXIT.
106700
106800 5100-WRITE-CHARGE-LINE.
106900     IF CHRG-CHG-DEPT-CODE(CHRG-CHARGE-IDX)
107000         NOT = CHRG-PREV-DEPT-CODE
107100         AND CHRG-CHARGE-IDX > 1
107200         PERFORM 5150-WRITE-DEPT-TOTAL
107300             THRU 5150-WRITE-DEPT-TOTAL-EXIT
107400     END-IF
107500     MOVE CHRG-CHG-DEPT-CODE(CHRG-CHARGE-IDX)
107600         TO CHRG-PREV-DEPT-CODE
107700     MOVE CHRG-CHG-COST-CENTRE(CHRG-CHARGE-IDX)
107800         TO CHRG-PREV-COST-CENTRE
107900     ADD CHRG-CHG-SESSIONS(CHRG-CHARGE-IDX) TO CHRG-DEPT-SESSIONS
108000     ADD CHRG-CHG-REPEATS(CHRG-CHARGE-IDX)  TO CHRG-DEPT-REPEATS
108100     ADD CHRG-CHG-UNPRICED(CHRG-CHARGE-IDX) TO CHRG-DEPT-UNPRICED
108200     ADD CHRG-CHG-AMOUNT(CHRG-CHARGE-IDX)   TO CHRG-DEPT-AMOUNT
108300     ADD CHRG-CHG-AMOUNT(CHRG-CHARGE-IDX)   TO CHRG-REPORT-TOTAL
108400     MOVE SPACES TO CHRG-DETAIL-LINE
108500     MOVE CHRG-CHG-DEPT-CODE(CHRG-CHARGE-IDX)   TO CDL-DEPT-CODE
108600     MOVE CHRG-CHG-COST-CENTRE(CHRG-CHARGE-IDX) TO CDL-COST-CENTRE
108700     MOVE CHRG-CHG-COURSE(CHRG-CHARGE-IDX)      TO CDL-COURSE-CODE
108800     MOVE CHRG-CHG-SESSIONS(CHRG-CHARGE-IDX)    TO CDL-SESSIONS
108900     MOVE CHRG-CHG-REPEATS(CHRG-CHARGE-IDX)     TO CDL-REPEATS
109000     MOVE CHRG-CHG-UNPRICED(CHRG-CHARGE-IDX)    TO CDL-UNPRICED
109100     MOVE CHRG-CHG-AMOUNT(CHRG-CHARGE-IDX)      TO CDL-AMOUNT
109200     MOVE CHRG-CHG-NOTE(CHRG-CHARGE-IDX)        TO CDL-NOTE
109300     MOVE CHRG-DETAIL-LINE TO CHARGE-REPORT-LINE
109400     WRITE CHARGE-REPORT-LINE
109500     .
109600 5100-WRITE-CHARGE-LINE-EXIT.
109700     EXIT.
109800
109900 5150-WRITE-DEPT-TOTAL.
110000     MOVE SPACES TO CHRG-DETAIL-LINE
110100     MOVE CHRG-PREV-DEPT-CODE     TO CDL-DEPT-CODE
110200     MOVE CHRG-PREV-COST-CENTRE   TO CDL-COST-CENTRE
110300     MOVE '* DEPT'                TO CDL-COURSE-CODE
110400     MOVE CHRG-DEPT-SESSIONS      TO CDL-SESSIONS
110500     MOVE CHRG-DEPT-REPEATS       TO CDL-REPEATS
110600     MOVE CHRG-DEPT-UNPRICED      TO CDL-UNPRICED
110700     MOVE CHRG-DEPT-AMOUNT        TO CDL-AMOUNT
110800     MOVE CHRG-DETAIL-LINE TO CHARGE-REPORT-LINE
110900     WRITE CHARGE-REPORT-LINE
111000     MOVE SPACES TO CHARGE-REPORT-LINE
111100     WRITE CHARGE-REPORT-LINE
111200     MOVE ZERO TO CHRG-DEPT-SESSIONS
111300     MOVE ZERO TO CHRG-DEPT-REPEATS
111400     MOVE ZERO TO CHRG-DEPT-UNPRICED
111500     MOVE ZERO TO CHRG-DEPT-AMOUNT
111600     .
111700 5150-WRITE-DEPT-TOTAL-EXIT.
111800     EXIT.
111900
112000 5200-WRITE-DEBIT-LINE.
112100     IF CHRG-CHG-AMOUNT(CHRG-CHARGE-IDX) = ZERO
112200         GO TO 5200-WRITE-DEBIT-LINE-EXIT
112300     END-IF
112400     MOVE SPACES TO GLJ-JOURNAL-RECORD
112500     SET GLJ-JOURNAL-LINE TO TRUE
112600     MOVE 'TRNG'             TO GLJ-SOURCE-SYSTEM
112700     MOVE CHRG-BATCH-ID      TO GLJ-BATCH-ID
112800     COMPUTE GLJ-LINE-NUMBER = CHRG-JOURNAL-LINES + 1
112900     MOVE CHRG-PERIOD-END    TO GLJ-EFFECTIVE-DATE
113000     MOVE CHRG-CHG-COST-CENTRE(CHRG-CHARGE-IDX) TO GLJ-COST-CENTRE
113100     MOVE CHRG-DEBIT-ACCOUNT TO GLJ-ACCOUNT
113200     SET GLJ-DEBIT TO TRUE
113300     MOVE CHRG-CHG-AMOUNT(CHRG-CHARGE-IDX)      TO GLJ-AMOUNT
113400     MOVE CHRG-CHG-COURSE(CHRG-CHARGE-IDX)      TO GLJ-REFERENCE
113500     STRING 'TRAINING DEPT '      DELIMITED BY SIZE
113600            CHRG-CHG-DEPT-CODE(CHRG-CHARGE-IDX) DELIMITED BY SIZE
113700            ' '                   DELIMITED BY SIZE
113800            CHRG-BILL-MONTH       DELIMITED BY SIZE
113900         INTO GLJ-DESCRIPTION
114000     END-STRING
114100     PERFORM 5400-WRITE-JOURNAL-RECORD
114200         THRU 5400-WRITE-JOURNAL-RECORD-EXIT
114300     IF GL-JOURNAL-OK
114400         ADD 1 TO CHRG-JOURNAL-LINES
114500         ADD 1 TO CHRG-DEBIT-LINES
114600         ADD CHRG-CHG-AMOUNT(CHRG-CHARGE-IDX) TO CHRG-DEBIT-TOTAL
114700     END-IF
114800     .
114900 5200-WRITE-DEBIT-LINE-EXIT.
115000     EXIT.
115100
115200 5300-WRITE-CREDIT-AND-TRAILER.
115300     MOVE SPACES TO GLJ-JOURNAL-RECORD
115400     SET GLJ-JOURNAL-LINE TO TRUE
115500     MOVE 'TRNG'              TO GLJ-SOURCE-SYSTEM
115600     MOVE CHRG-BATCH-ID       TO GLJ-BATCH-ID
115700     COMPUTE GLJ-LINE-NUMBER = CHRG-JOURNAL-LINES + 1
115800     MOVE CHRG-PERIOD-END     TO GLJ-EFFECTIVE-DATE
115900     MOVE CHRG-TRAINING-CC    TO GLJ-COST-CENTRE
116000     MOVE CHRG-CREDIT-ACCOUNT TO GLJ-ACCOUNT
116100     SET GLJ-CREDIT TO TRUE
116200     MOVE CHRG-REPORT-TOTAL   TO GLJ-AMOUNT
116300     MOVE 'ALL DEPTS'         TO GLJ-REFERENCE
116400     STRING 'TRAINING RECOVERY '  DELIMITED BY SIZE
116500            CHRG-BILL-MONTH       DELIMITED BY SIZE
116600         INTO GLJ-DESCRIPTION
116700     END-STRING
116800     PERFORM 5400-WRITE-JOURNAL-RECORD
116900         THRU 5400-WRITE-JOURNAL-RECORD-EXIT
117000     IF GL-JOURNAL-OK
117100         ADD 1 TO CHRG-JOURNAL-LINES
117200         ADD CHRG-REPORT-TOTAL TO CHRG-CREDIT-TOTAL
117300     END-IF
117400     MOVE SPACES TO GLJ-JOURNAL-RECORD
117500     SET GLJ-BATCH-TRAILER TO TRUE
117600     MOVE 'TRNG'              TO GLJ-SOURCE-SYSTEM
117700     MOVE CHRG-BATCH-ID       TO GLJ-BATCH-ID
117800     MOVE CHRG-JOURNAL-LINES  TO GLJ-TRL-LINE-COUNT
117900     MOVE CHRG-DEBIT-TOTAL    TO GLJ-TRL-DEBIT-TOTAL
118000     MOVE CHRG-CREDIT-TOTAL   TO GLJ-TRL-CREDIT-TOTAL
118100     PERFORM 5400-WRITE-JOURNAL-RECORD
118200         THRU 5400-WRITE-JOURNAL-RECORD-EXIT
118300     .
118400 5300-WRITE-CREDIT-AND-TRAILER-EXIT.
118500     EXIT.
118600
118700 5400-WRITE-JOURNAL-RECORD.
118800     WRITE GLJ-JOURNAL-RECORD
118900     IF GL-JOURNAL-OK
119000         ADD 1 TO CHRG-JOURNAL-RECORDS
119100     ELSE
119200         ADD 1 TO CHRG-WRITE-ERROR-COUNT
119300         DISPLAY "GLJRNL RECORD NOT WRITTEN - TYPE "
119400                 GLJ-RECORD-TYPE " - STATUS " GL-JOURNAL-STATUS
119500     END-IF
119600     .
119700 5400-WRITE-JOURNAL-RECORD-EXIT.
119800     EXIT.
119900
120000*****************************************************************
120100*THE CONTROL TOTALS.  THE JOURNAL BALANCES WHEN ITS DEBITS, ITS
120200*CREDIT AND THE REPORT TOTAL ALL AGREE AND EVERY RECORD WAS
120300*WRITTEN (HEADER, LINES AND TRAILER).
120400*****************************************************************
120500 5500-CHECK-BALANCE.
120600     MOVE SPACES TO CHARGE-REPORT-LINE
120700     WRITE CHARGE-REPORT-LINE
120800     MOVE 'JOURNAL CONTROL TOTALS' TO CHARGE-REPORT-LINE
120900     WRITE CHARGE-REPORT-LINE
121000     MOVE SPACES TO CHARGE-REPORT-LINE
121100     STRING 'DEBIT LINES WRITTEN:     ' DELIMITED BY SIZE
121200            CHRG-DEBIT-LINES            DELIMITED BY SIZE
121300         INTO CHARGE-REPORT-LINE
121400     END-STRING
121500     WRITE CHARGE-REPORT-LINE
121600     MOVE SPACES TO CHARGE-REPORT-LINE
121700     STRING 'JOURNAL LINES WRITTEN:   ' DELIMITED BY SIZE
121800            CHRG-JOURNAL-LINES          DELIMITED BY SIZE
121900         INTO CHARGE-REPORT-LINE
122000     END-STRING
122100     WRITE CHARGE-REPORT-LINE
122200     MOVE SPACES TO CHARGE-REPORT-LINE
122300     STRING 'JOURNAL RECORDS WRITTEN: ' DELIMITED BY SIZE
122400            CHRG-JOURNAL-RECORDS        DELIMITED BY SIZE
122500            ' (WITH HEADER AND TRAILER)' DELIMITED BY SIZE
122600         INTO CHARGE-REPORT-LINE
122700     END-STRING
122800     WRITE CHARGE-REPORT-LINE
122900     MOVE CHRG-DEBIT-TOTAL TO CHRG-EDIT-TOTAL
123000     MOVE SPACES TO CHARGE-REPORT-LINE
123100     STRING 'JOURNAL DEBIT TOTAL:     ' DELIMITED BY SIZE
123200            CHRG-EDIT-TOTAL             DELIMITED BY SIZE
123300         INTO CHARGE-REPORT-LINE
123400     END-STRING
123500     WRITE CHARGE-REPORT-LINE
123600     MOVE CHRG-CREDIT-TOTAL TO CHRG-EDIT-TOTAL
123700     MOVE SPACES TO CHARGE-REPORT-LINE
123800     STRING 'JOURNAL CREDIT TOTAL:    ' DELIMITED BY SIZE
123900            CHRG-EDIT-TOTAL             DELIMITED BY SIZE
124000         INTO CHARGE-REPORT-LINE
124100     END-STRING
124200     WRITE CHARGE-REPORT-LINE
124300     MOVE CHRG-REPORT-TOTAL TO CHRG-EDIT-TOTAL
124400     MOVE SPACES TO CHARGE-REPORT-LINE
124500     STRING 'REPORT TOTAL:            ' DELIMITED BY SIZE
124600            CHRG-EDIT-TOTAL             DELIMITED BY SIZE
124700         INTO CHARGE-REPORT-LINE
124800     END-STRING
124900     WRITE CHARGE-REPORT-LINE
125000     IF CHRG-DEBIT-TOTAL = CHRG-REPORT-TOTAL
125100         AND CHRG-CREDIT-TOTAL = CHRG-REPORT-TOTAL
125200         AND CHRG-WRITE-ERROR-COUNT = ZERO
125300         AND CHRG-JOURNAL-RECORDS = CHRG-JOURNAL-LINES + 2
125400         SET CHRG-JOURNAL-BALANCED TO TRUE
125500         MOVE 'JOURNAL BALANCES TO THIS REPORT'
125600             TO CHARGE-REPORT-LINE
125700     ELSE
125800         MOVE '*** JOURNAL OUT OF BALANCE - DO NOT SEND IT'
125900             TO CHARGE-REPORT-LINE
126000     END-IF
126100     WRITE CHARGE-REPORT-LINE
126200     .
126300 5500-CHECK-BALANCE-EXIT.
126400     EXIT.
126500
126600*****************************************************************
126700*ONLY A BALANCED JOURNAL MARKS THE MONTH AS BILLED, SO A FAILED
126800*RUN CAN SIMPLY BE RERUN.
126900*****************************************************************
127000 6000-RECORD-BILLED-MONTH.
127100     IF NOT CHRG-JOURNAL-BALANCED
127200         GO TO 6000-RECORD-BILLED-MONTH-EXIT
127300     END-IF
127400     OPEN EXTEND BILLED-REGISTER
127500     IF BILL-REG-STATUS = '35' OR BILL-REG-STATUS = '05'
127600         CLOSE BILLED-REGISTER
127700         OPEN OUTPUT BILLED-REGISTER
127800     END-IF
127900     MOVE CHRG-BILL-MONTH      TO BREG-BILL-MONTH
128000     MOVE CHRG-BATCH-ID        TO BREG-BATCH-ID
128100     MOVE CHRG-RUN-DATE        TO BREG-RUN-DATE
128200     MOVE CHRG-RUN-TIME        TO BREG-RUN-TIME
128300     MOVE CHRG-PRICED-SESSIONS TO BREG-SESSION-COUNT
128400     MOVE CHRG-JOURNAL-LINES   TO BREG-JOURNAL-LINES
128500     MOVE CHRG-REPORT-TOTAL    TO BREG-BILLED-AMOUNT
128600     WRITE BREG-BILLED-RECORD
128700     IF BILL-REG-STATUS NOT = '00'
128800         DISPLAY "BILLED-MONTH REGISTER NOT UPDATED - STATUS "
128900                 BILL-REG-STATUS " - JOURNAL NOT SENT, MONTH "
129000                 CHRG-BILL-MONTH " NOT REGISTERED - RERUN THE JOB"
129050                 " ONCE THE REGISTER PROBLEM IS FIXED"
129100         ADD 1 TO CHRG-WRITE-ERROR-COUNT
129200     END-IF
129300     CLOSE BILLED-REGISTER
129400     .
129500 6000-RECORD-BILLED-MONTH-EXIT.
129600     EXIT.
129700
129800 9000-TERMINATE.
129900     IF NOT CHRG-ALREADY-BILLED
130000         MOVE SPACES TO CHARGE-REPORT-LINE
130100         WRITE CHARGE-REPORT-LINE
130200         STRING 'TRAILERS READ:           ' DELIMITED BY SIZE
130300                CHRG-TRAILERS-READ          DELIMITED BY SIZE
130400             INTO CHARGE-REPORT-LINE
130500         END-STRING
130600         WRITE CHARGE-REPORT-LINE
130700         MOVE SPACES TO CHARGE-REPORT-LINE
130800         STRING 'SESSIONS IN MONTH:       ' DELIMITED BY SIZE
130900                CHRG-MONTH-SESSIONS         DELIMITED BY SIZE
131000             INTO CHARGE-REPORT-LINE
131100         END-STRING
131200         WRITE CHARGE-REPORT-LINE
131300         MOVE SPACES TO CHARGE-REPORT-LINE
131400         STRING 'SESSIONS PRICED:         ' DELIMITED BY SIZE
131500                CHRG-PRICED-SESSIONS        DELIMITED BY SIZE
131600             INTO CHARGE-REPORT-LINE
131700         END-STRING
131800         WRITE CHARGE-REPORT-LINE
131900         MOVE SPACES TO CHARGE-REPORT-LINE
132000         STRING 'RESITS SURCHARGED:       ' DELIMITED BY SIZE
132100                CHRG-REPEAT-SESSIONS        DELIMITED BY SIZE
132200             INTO CHARGE-REPORT-LINE
132300         END-STRING
132400         WRITE CHARGE-REPORT-LINE
132500         MOVE SPACES TO CHARGE-REPORT-LINE
132600         STRING 'UNPRICED (NO RATE):      ' DELIMITED BY SIZE
132700                CHRG-UNPRICED-SESSIONS      DELIMITED BY SIZE
132800             INTO CHARGE-REPORT-LINE
132900         END-STRING
133000         WRITE CHARGE-REPORT-LINE
133100         MOVE SPACES TO CHARGE-REPORT-LINE
133200         STRING 'CHARGED TO SUSPENSE:     ' DELIMITED BY SIZE
133300                CHRG-SUSPENSE-SESSIONS      DELIMITED BY SIZE
133400             INTO CHARGE-REPORT-LINE
133500         END-STRING
133600         WRITE CHARGE-REPORT-LINE
134300         MOVE SPACES TO CHARGE-REPORT-LINE
134400         STRING 'NOT CHARGED, TABLE FULL: ' DELIMITED BY SIZE
134500                CHRG-NOT-CHARGED-COUNT      DELIMITED BY SIZE
134600             INTO CHARGE-REPORT-LINE
134700         END-STRING
134800         WRITE CHARGE-REPORT-LINE
134900     END-IF
135000     CLOSE COURSE-MASTER
135100           CHARGE-REPORT
135200     DISPLAY "BILLING MONTH:      " CHRG-BILL-MONTH
135300     DISPLAY "SESSIONS PRICED:    " CHRG-PRICED-SESSIONS
135400     DISPLAY "JOURNAL LINES:      " CHRG-JOURNAL-LINES
135500     EVALUATE TRUE
135600         WHEN CHRG-ALREADY-BILLED
135700             DISPLAY "MONTH " CHRG-BILL-MONTH
135800                     " ALREADY BILLED ON " CHRG-BILLED-ON-DATE
135900                     " - NOT BILLED AGAIN"
136000             MOVE 8 TO RETURN-CODE
136100         WHEN CHRG-NOT-CHARGED-COUNT > ZERO
136200           OR CHRG-WRITE-ERROR-COUNT > ZERO
136300             MOVE 16 TO RETURN-CODE
136400         WHEN CHRG-JOURNAL-WRITTEN
136500           AND NOT CHRG-JOURNAL-BALANCED
136600             DISPLAY "GLJRNL OUT OF BALANCE - DO NOT SEND TO "
136700                     "FINANCE"
136800             MOVE 16 TO RETURN-CODE
136900         WHEN NOT CHRG-JOURNAL-WRITTEN
137000             DISPLAY "NO PRICED SESSIONS FOR " CHRG-BILL-MONTH
137100                     " - NO JOURNAL WRITTEN"
137200             MOVE 8 TO RETURN-CODE
137300         WHEN CHRG-UNPRICED-SESSIONS > ZERO
137400           OR CHRG-SUSPENSE-SESSIONS > ZERO
137600             MOVE 4 TO RETURN-CODE
137700         WHEN OTHER
137800             MOVE 0 TO RETURN-CODE
137900     END-EVALUATE
138000     .
138100 9000-TERMINATE-EXIT.
138200     EXIT.
138300
138400*****************************************************************
138500*RECORDS THE END OF THE RUN, THE RETURN CODE AND THE HIGH-WATER
138600*MARKS ON THE RUN LEDGER.  RunLedger HANDS THE RETURN CODE BACK
138700*UNCHANGED.
138800*****************************************************************
138900 9900-POST-RUN-LEDGER.
139000     SET RUNL-CALL-END TO TRUE
139100     MOVE RETURN-CODE TO RUNL-CALL-RETURN-CODE
139200     MOVE 'SESSIONS'           TO RUNL-CALL-HWM-1-LABEL
139300     MOVE CHRG-PRICED-SESSIONS TO RUNL-CALL-HWM-1
139400     MOVE 'JRNL LINES'         TO RUNL-CALL-HWM-2-LABEL
139500     MOVE CHRG-JOURNAL-LINES   TO RUNL-CALL-HWM-2
139600     CALL 'RunLedger' USING RUNL-CALL-AREA
139700     END-CALL
139800     .
139900 9900-POST-RUN-LEDGER-EXIT.
140000     EXIT.

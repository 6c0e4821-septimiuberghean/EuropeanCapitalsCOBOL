001800*    F - EMPLOYEE ID NOT ALL DIGITS
001900*    D - DUPLICATE OF AN EARLIER ROSTER RECORD
002000*    N - NO ANSWERS SUPPLIED (ALL FIVE COLUMNS BLANK)
002020*    U - EMPLOYEE ID NOT ON THE EMPLOYEE-MASTER
002040*    S - EMPLOYEE SEPARATED ON THE EMPLOYEE-MASTER
002060*U AND S REJECTS ARE ALSO WRITTEN TO THE SIGN-ON REJECTS LOG
002080*(SIGNREJ) SHARED WITH THE INTERACTIVE QUIZ.
002100*RETURN CODE:  0 = ALL RECORDS CLEAN,  4 = SOME REJECTED,
002200*8 = NOTHING USABLE (THE QUIZ STEP IS SKIPPED VIA COND).
002300*
002900*                   OPERATOR AND FORCES RETURN CODE 4 SO THE RUN
003000*                   IS VISIBLY NOT FULLY EDITED, INSTEAD OF
003100*                   PASSING LATER DUPLICATES WITHOUT A SIGNAL.
003110*  2026-10-15  RLB  EVERY ROSTER ID IS NOW LOOKED UP ON THE
003120*                   EMPLOYEE-MASTER (EMPMAST).  AN UNKNOWN ID IS
003130*                   REJECTED 'U' AND A SEPARATED ONE 'S', AND BOTH
003140*                   ARE LOGGED TO SIGNREJ FOR REVIEW.  A MISSING
003150*                   EMPLOYEE-MASTER STOPS THE RUN WITH RC 16.
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
004400     SELECT REJECT-ROSTER ASSIGN TO ROSTREJ
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS REJECT-ROSTER-STATUS.
004609
004618     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
004627         ORGANIZATION IS INDEXED
004636         ACCESS MODE IS RANDOM
004645         RECORD KEY IS EMPM-EMPLOYEE-ID
004654         FILE STATUS IS EMPM-MASTER-STATUS.
004663
004672     SELECT SIGNON-REJECTS ASSIGN TO SIGNREJ
004681         ORGANIZATION IS LINE SEQUENTIAL
004690         FILE STATUS IS SIGNON-REJECT-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
006300         88  REJ-REASON-BAD-FORMAT       VALUE 'F'.
006400         88  REJ-REASON-DUPLICATE        VALUE 'D'.
006500         88  REJ-REASON-NO-ANSWERS       VALUE 'N'.
006530         88  REJ-REASON-UNKNOWN-ID       VALUE 'U'.
006560         88  REJ-REASON-SEPARATED        VALUE 'S'.
006600     05  REJ-ROSTER-IMAGE            PIC X(135).
006610
006620 FD  EMPLOYEE-MASTER
006630     RECORD CONTAINS 80 CHARACTERS.
006640 COPY EMPMAST.
006650
006660 FD  SIGNON-REJECTS
006670     RECORD CONTAINS 53 CHARACTERS.
006680 COPY SIGNREJ.
006700
006800 WORKING-STORAGE SECTION.
006900 01  ROSTER-STATUS               PIC XX     VALUE '00'.
007000     88  ROSTER-EOF                          VALUE '10'.
007100 01  CLEAN-ROSTER-STATUS         PIC XX     VALUE '00'.
007200 01  REJECT-ROSTER-STATUS        PIC XX     VALUE '00'.
007220 01  EMPM-MASTER-STATUS          PIC XX     VALUE '00'.
007240     88  EMPM-MASTER-OK                     VALUE '00'.
007260 01  SIGNON-REJECT-STATUS        PIC XX     VALUE '00'.
007300
007400 01  REDT-SEEN-ID-TABLE.
007500     05  REDT-SEEN-ID OCCURS 1000 TIMES
008100 77  REDT-READ-COUNT             PIC 9(05)  VALUE ZERO.
008200 77  REDT-CLEAN-COUNT            PIC 9(05)  VALUE ZERO.
008300 77  REDT-REJECT-COUNT           PIC 9(05)  VALUE ZERO.
008320 77  REDT-SIGNON-REJECT-COUNT    PIC 9(05)  VALUE ZERO.
008340 77  REDT-RUN-DATE               PIC 9(08)  VALUE ZERO.
008360 77  REDT-RUN-TIME               PIC 9(06)  VALUE ZERO.
008400
008500 01  REDT-DUP-FLAG               PIC X(01)  VALUE 'N'.
008600     88  REDT-ID-IS-DUPLICATE            VALUE 'Y'.
011000     END-IF
011100     OPEN OUTPUT CLEAN-ROSTER
011200     OPEN OUTPUT REJECT-ROSTER
011206     OPEN INPUT EMPLOYEE-MASTER
011212     IF EMPM-MASTER-STATUS = '35'
011218         DISPLAY "EMPLOYEE-MASTER FILE NOT FOUND - RUN "
011224                 "EmpMasterMaint TO ESTABLISH IT FIRST"
011230         MOVE 16 TO RETURN-CODE
011236         STOP RUN
011242     END-IF
011248     OPEN EXTEND SIGNON-REJECTS
011254     IF SIGNON-REJECT-STATUS = '35' OR SIGNON-REJECT-STATUS = '05'
011260         CLOSE SIGNON-REJECTS
011266         OPEN OUTPUT SIGNON-REJECTS
011272     END-IF
011278     ACCEPT REDT-RUN-DATE FROM DATE YYYYMMDD
011284     ACCEPT REDT-RUN-TIME FROM TIME
011300     IF NOT ROSTER-EOF
011400         PERFORM 2900-READ-ROSTER
011500             THRU 2900-READ-ROSTER-EXIT
015400         MOVE 'F' TO REDT-REASON-WORK
015500         GO TO 3000-VALIDATE-RECORD-EXIT
015600     END-IF
015610     PERFORM 3050-CHECK-EMPLOYEE-MASTER
015620         THRU 3050-CHECK-EMPLOYEE-MASTER-EXIT
015630     IF REDT-REASON-WORK NOT = SPACE
015640         GO TO 3000-VALIDATE-RECORD-EXIT
015650     END-IF
015700     PERFORM 3100-CHECK-DUPLICATE-ID
015800         THRU 3100-CHECK-DUPLICATE-ID-EXIT
015900     IF REDT-ID-IS-DUPLICATE
016900 3000-VALIDATE-RECORD-EXIT.
017000     EXIT.
017100
017103*****************************************************************
017106* THE ROSTER ID MUST BELONG TO A CURRENT EMPLOYEE.  THE REASON
017109* TEXT IS SET HERE FOR THE SIGN-ON REJECTS LOG.
017112*****************************************************************
017115 3050-CHECK-EMPLOYEE-MASTER.
017118     MOVE ROST-EMPLOYEE-ID TO EMPM-EMPLOYEE-ID
017121     READ EMPLOYEE-MASTER
017124         INVALID KEY
017127             MOVE '23' TO EMPM-MASTER-STATUS
017130     END-READ
017133     MOVE SPACES TO SREJ-LOG-RECORD
017136     EVALUATE TRUE
017139         WHEN NOT EMPM-MASTER-OK
017142             MOVE 'U' TO REDT-REASON-WORK
017145             SET SREJ-REASON-UNKNOWN TO TRUE
017148             MOVE 'NOT ON EMPLOYEE FILE' TO SREJ-REASON-TEXT
017151         WHEN EMPM-SEPARATED
017154             MOVE 'S' TO REDT-REASON-WORK
017157             SET SREJ-REASON-SEPARATED TO TRUE
017160             MOVE 'EMPLOYEE SEPARATED' TO SREJ-REASON-TEXT
017163     END-EVALUATE
017166     .
017169 3050-CHECK-EMPLOYEE-MASTER-EXIT.
017172     EXIT.
017175
017200 3100-CHECK-DUPLICATE-ID.
017300     MOVE 'N' TO REDT-DUP-FLAG
017400     PERFORM 3110-SCAN-SEEN-IDS
023100     MOVE ROST-EMPLOYEE-RECORD TO REJ-ROSTER-IMAGE
023200     WRITE REJECT-ROSTER-RECORD
023300     ADD 1 TO REDT-REJECT-COUNT
023310     IF REJ-REASON-UNKNOWN-ID OR REJ-REASON-SEPARATED
023320         MOVE REDT-RUN-DATE    TO SREJ-LOG-DATE
023330         MOVE REDT-RUN-TIME    TO SREJ-LOG-TIME
023340         MOVE ROST-EMPLOYEE-ID TO SREJ-EMPLOYEE-ID
023350         MOVE 'CTRYREDT'       TO SREJ-SOURCE
023360         WRITE SREJ-LOG-RECORD
023370         ADD 1 TO REDT-SIGNON-REJECT-COUNT
023380     END-IF
023400     .
023500 5000-WRITE-REJECT-RECORD-EXIT.
023600     EXIT.
023900     CLOSE EMPLOYEE-ROSTER
024000           CLEAN-ROSTER
024100           REJECT-ROSTER
024130           EMPLOYEE-MASTER
024160           SIGNON-REJECTS
024200     DISPLAY "ROSTER RECORDS READ:     " REDT-READ-COUNT
024300     DISPLAY "ROSTER RECORDS CLEAN:    " REDT-CLEAN-COUNT
024400     DISPLAY "ROSTER RECORDS REJECTED: " REDT-REJECT-COUNT
024450     DISPLAY "SIGN-ON REJECTS LOGGED:  " REDT-SIGNON-REJECT-COUNT
024500     EVALUATE TRUE
024600         WHEN REDT-CLEAN-COUNT = ZERO
024700             MOVE 8 TO RETURN-CODE

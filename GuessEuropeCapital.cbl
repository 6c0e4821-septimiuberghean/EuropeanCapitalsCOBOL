011400*                   THE CUMULATIVE WEIGHT LINE INSTEAD OF A FLAT
011500*                   RANDOM INDEX, SO OFTEN-MISSED CAPITALS ARE
011600*                   SERVED MORE OFTEN TO EVERYONE.
011610*  2026-10-15  RLB  THE SESSION'S COURSE IS NOW LOOKED UP ON THE
011620*                   COURSE-MASTER CATALOG (SEE COURSMST.CPY).  AN
011630*                   UNKNOWN OR RETIRED COURSE IS REJECTED INSTEAD
011640*                   OF RUNNING AS EUROCAP01; THE COURSE SUPPLIES
011650*                   THE QUESTION COUNT WHEN THE CARD GIVES NONE,
011660*                   LIMITS THE DRAW TO ITS REGION SCOPE, AND
011670*                   REFUSES A QUIZ MODE THE COURSE DOES NOT ALLOW.
011679*  2026-10-15  RLB  THE EMPLOYEE ID TYPED AT SIGN-ON IS CHECKED
011688*                   AGAINST THE EMPLOYEE-MASTER.  AN UNKNOWN OR
011697*                   SEPARATED ID IS REFUSED AND WRITTEN TO THE
011706*                   SIGN-ON REJECTS LOG (SIGNREJ); AFTER THREE
011715*                   REFUSALS THE RUN ENDS WITH RC 8, SO A MISTYPED
011724*                   ID NO LONGER STARTS AN ORPHAN TRAINING RECORD.
011733*  2026-10-15  RLB  COUNTRY-MASTER IS NOW EFFECTIVE-DATED - THE
011742*                   TABLE IS LOADED FROM THE VERSIONS IN FORCE ON
011751*                   THE SESSION DATE, SO UNTIL A CAPITAL CHANGE
011760*                   TAKES EFFECT THE OLD CAPITAL IS STILL THE
011769*                   RIGHT ANSWER.  AN UNCONVERTED MASTER
011778*                   (STATUS 39) NOW STOPS THE QUIZ WITH A MESSAGE.
011780*  2026-10-15  RLB  THE REMEDIAL AND WEIGHTED MODES NO LONGER READ
011782*                   SESSION-LOG FROM TOP TO BOTTOM AT STARTUP.
011784*                   1120-LOAD-MISS-LIST STARTS ON THE EMPLOYEE AND
011786*                   COURSE IN THE NIGHTLY MISSED-COUNTRY INDEX
011788*                   (EMPMISS), SO THE DRILL QUEUES ONLY THIS
011790*                   COURSE'S MISSES; 1190-LOAD-MISS-WEIGHTS READS
011792*                   EACH COUNTRY'S TOTALS BY KEY FROM THE
011794*                   COUNTRY-STATISTICS INDEX (CTRYSTAT).  BOTH ARE
011796*                   BUILT BY StatsIndexBuild (CTRYSTIX).
011798*****************************************************************
011800 ENVIRONMENT DIVISION.
011900 INPUT-OUTPUT SECTION.
012000 FILE-CONTROL.
012100     SELECT COUNTRY-MASTER ASSIGN TO CTRYMST
012200         ORGANIZATION IS INDEXED
012300         ACCESS MODE IS SEQUENTIAL
012400         RECORD KEY IS CTRY-MASTER-KEY
012500         FILE STATUS IS CTRY-MASTER-STATUS.
012600
012700     SELECT SESSION-LOG ASSIGN TO SESSNLOG
012800         ORGANIZATION IS LINE SEQUENTIAL
012900         FILE STATUS IS SESS-LOG-STATUS.
012907
012914     SELECT COUNTRY-STATS ASSIGN TO CTRYSTAT
012921         ORGANIZATION IS INDEXED
012928         ACCESS MODE IS RANDOM
012935         RECORD KEY IS CSTA-COUNTRY-NAME
012942         FILE STATUS IS CSTA-IO-STATUS.
012949
012956     SELECT EMPLOYEE-MISSES ASSIGN TO EMPMISS
012963         ORGANIZATION IS INDEXED
012970         ACCESS MODE IS DYNAMIC
012977         RECORD KEY IS EMIS-MISS-KEY
012984         FILE STATUS IS EMIS-IO-STATUS.
013000
013100     SELECT QUIZ-CHECKPOINT ASSIGN TO CTRYCKPT
013200         ORGANIZATION IS INDEXED
013700     SELECT QUIZ-CONTROL ASSIGN TO CTRYCTL
013800         ORGANIZATION IS LINE SEQUENTIAL
013900         FILE STATUS IS CTL-FILE-STATUS.
013910
013920     SELECT COURSE-MASTER ASSIGN TO CRSMST
013930         ORGANIZATION IS INDEXED
013940         ACCESS MODE IS RANDOM
013950         RECORD KEY IS CRS-COURSE-CODE
013960         FILE STATUS IS CRS-MASTER-STATUS.
013963
013966     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
013969         ORGANIZATION IS INDEXED
013972         ACCESS MODE IS RANDOM
013975         RECORD KEY IS EMPM-EMPLOYEE-ID
013978         FILE STATUS IS EMPM-MASTER-STATUS.
013981
013984     SELECT SIGNON-REJECTS ASSIGN TO SIGNREJ
013987         ORGANIZATION IS LINE SEQUENTIAL
013990         FILE STATUS IS SIGNON-REJECT-STATUS.
014000
014100 DATA DIVISION.
014200 FILE SECTION.
014300 FD  COUNTRY-MASTER
014400     RECORD CONTAINS 82 CHARACTERS.
014500 COPY CTRYMST.
014600
014700 FD  SESSION-LOG
014800     RECORD CONTAINS 221 CHARACTERS.
014900 COPY SESSLOG.
014910
014920 FD  COUNTRY-STATS
014930     RECORD CONTAINS 45 CHARACTERS.
014940 COPY CTRYSTAT.
014950
014960 FD  EMPLOYEE-MISSES
014970     RECORD CONTAINS 66 CHARACTERS.
014980 COPY EMPMISS.
015000
015100 FD  QUIZ-CHECKPOINT
015200     RECORD CONTAINS 6293 CHARACTERS.
015500 FD  QUIZ-CONTROL
015600     RECORD CONTAINS 31 CHARACTERS.
015700 COPY CTLCARD.
015720
015740 FD  COURSE-MASTER
015760     RECORD CONTAINS 66 CHARACTERS.
015780 COPY COURSMST.
015782
015784 FD  EMPLOYEE-MASTER
015786     RECORD CONTAINS 80 CHARACTERS.
015788 COPY EMPMAST.
015790
015792 FD  SIGNON-REJECTS
015794     RECORD CONTAINS 53 CHARACTERS.
015796 COPY SIGNREJ.
015800
015900 WORKING-STORAGE SECTION.
016000 01  CTRY-MASTER-STATUS          PIC XX     VALUE '00'.
016300
016400 01  SESS-LOG-STATUS             PIC XX     VALUE '00'.
016500     88  SESS-LOG-EOF                        VALUE '10'.
016510
016520 01  CSTA-IO-STATUS              PIC XX     VALUE '00'.
016530     88  CSTA-IO-OK                          VALUE '00'.
016540
016550 01  EMIS-IO-STATUS              PIC XX     VALUE '00'.
016560     88  EMIS-IO-OK                          VALUE '00'.
016570     88  EMIS-IO-EOF                         VALUE '10'.
016600
016700 01  CKPT-IO-STATUS              PIC XX     VALUE '00'.
016800     88  CKPT-IO-OK                          VALUE '00'.
016900     88  CKPT-IO-NOTFOUND                    VALUE '23'.
017000
017100 01  CTL-FILE-STATUS             PIC XX     VALUE '00'.
017120
017140 01  CRS-MASTER-STATUS           PIC XX     VALUE '00'.
017160     88  CRS-MASTER-OK                      VALUE '00'.
017170 01  EMPM-MASTER-STATUS          PIC XX     VALUE '00'.
017180     88  EMPM-MASTER-OK                     VALUE '00'.
017190 01  SIGNON-REJECT-STATUS        PIC XX     VALUE '00'.
017200
017300 01  QUIZ-EMPLOYEE-ID            PIC X(10)  VALUE SPACES.
017400 01  QUIZ-ANSWER-FLAG            PIC X(01)  VALUE 'N'.
017500     88  QUIZ-ANSWER-WAS-CORRECT     VALUE 'Y'.
017600 01  QUIZ-REGION-FILTER          PIC X(15)  VALUE SPACES.
017650 01  QUIZ-COURSE-CODE            PIC X(10)  VALUE 'EUROCAP01'.
017660 01  QUIZ-CARD-COUNT-FLAG        PIC X(01)  VALUE 'N'.
017670     88  QUIZ-CARD-SET-COUNT         VALUE 'Y'.
017680 77  QUIZ-MODE-HITS              PIC 9(02)  VALUE 0.
017685 01  QUIZ-SIGNON-FLAG            PIC X(01)  VALUE 'N'.
017690     88  QUIZ-SIGNON-ACCEPTED        VALUE 'Y'.
017695 77  QUIZ-SIGNON-TRIES           PIC 9      VALUE 0.
017696 01  QUIZ-REFUSED-REASON         PIC X(01)  VALUE SPACE.
017697     88  QUIZ-REFUSED-UNKNOWN        VALUE 'U'.
017698     88  QUIZ-REFUSED-SEPARATED      VALUE 'S'.
017699 01  QUIZ-REFUSED-TEXT           PIC X(20)  VALUE SPACES.
017700 01  QUIZ-CURRENT-DATE-TIME.
017800     05  QUIZ-CURRENT-DATE           PIC 9(08).
017900     05  QUIZ-CURRENT-TIME           PIC 9(06).
024200 77  QUIZ-WEIGHT-TOTAL       PIC 9(08) VALUE 0.
024300 77  QUIZ-WEIGHT-PICK        PIC 9(08) VALUE 0.
024400 77  QUIZ-WEIGHT-IDX         PIC 999 VALUE 0.
025000
025100 01  QUIZ-CHOICE-TABLE.
025200     05  QUIZ-CHOICE-CAPITAL OCCURS 4 TIMES
028000         THRU 1160-OPEN-CHECKPOINT-EXIT
028100     PERFORM 1165-CHECK-CHECKPOINT
028200         THRU 1165-CHECK-CHECKPOINT-EXIT
028230     PERFORM 1060-APPLY-COURSE-RULES
028260         THRU 1060-APPLY-COURSE-RULES-EXIT
028300     PERFORM 1000-LOAD-COUNTRY-TABLE
028400         THRU 1000-LOAD-COUNTRY-TABLE-EXIT
028500     IF QUIZ-MODE-IS-REMEDIAL
031500                 "CountryMaint TO ESTABLISH IT FIRST"
031600         STOP RUN
031700     END-IF
031710     IF CTRY-MASTER-STATUS = '39'
031720         DISPLAY "COUNTRY-MASTER OPENED WITH STATUS 39 - THE "
031730                 "FILE IS STILL THE OLD 66-BYTE LAYOUT - RUN "
031740                 "THE CTRYMCNV CONVERSION ONCE FIRST"
031750         STOP RUN
031760     END-IF
031800     PERFORM 1100-READ-COUNTRY-MASTER
031900         THRU 1100-READ-COUNTRY-MASTER-EXIT
032000     PERFORM UNTIL CTRY-MASTER-EOF
032100         IF CTRY-ACTIVE
032130             AND CTRY-EFFECTIVE-FROM NOT > QUIZ-CURRENT-DATE
032160             AND CTRY-EFFECTIVE-TO NOT < QUIZ-CURRENT-DATE
032200             AND (QUIZ-REGION-FILTER = SPACES
032300                  OR CTRY-REGION-CODE = QUIZ-REGION-FILTER)
032400             IF TABLE-ENTRY-COUNT < 250
035100 1100-READ-COUNTRY-MASTER-EXIT.
035200     EXIT.
035300
035400*****************************************************************
035500*THE REMEDIAL QUEUE COMES FROM THE NIGHTLY MISSED-COUNTRY INDEX
035600*(EMPMISS, BUILT BY StatsIndexBuild) - EVERY COUNTRY THIS EMPLOYEE
035700*HAS MISSED IN THIS COURSE, IN COUNTRY-NAME ORDER.  MISSES FROM
035800*TODAY'S EARLIER SESSIONS JOIN THE QUEUE AFTER TONIGHT'S BUILD.
035900*****************************************************************
036000 1120-LOAD-MISS-LIST.
036100     MOVE ZERO TO QUIZ-MISS-COUNT
036200     MOVE 1    TO QUIZ-MISS-NEXT-IDX
036300     OPEN INPUT EMPLOYEE-MISSES
036400     IF EMIS-IO-STATUS = '35'
036500         DISPLAY "NO MISSED-COUNTRY INDEX YET - REMEDIAL DRILL "
036600                 "WILL DRAW AT RANDOM"
036700         GO TO 1120-LOAD-MISS-LIST-EXIT
036800     END-IF
036900     IF NOT EMIS-IO-OK
037000         DISPLAY "MISSED-COUNTRY INDEX NOT AVAILABLE - STATUS "
037100                 EMIS-IO-STATUS " - REMEDIAL DRILL WILL DRAW "
037200                 "AT RANDOM"
037300         GO TO 1120-LOAD-MISS-LIST-EXIT
037400     END-IF
037500     MOVE QUIZ-EMPLOYEE-ID TO EMIS-EMPLOYEE-ID
037600     MOVE QUIZ-COURSE-CODE TO EMIS-COURSE-CODE
037700     MOVE LOW-VALUES       TO EMIS-COUNTRY-NAME
037800     START EMPLOYEE-MISSES KEY IS NOT LESS THAN EMIS-MISS-KEY
037900         INVALID KEY
038000             SET EMIS-IO-EOF TO TRUE
038100     END-START
038200     IF NOT EMIS-IO-EOF
038300         PERFORM 1130-READ-MISS-INDEX
038400             THRU 1130-READ-MISS-INDEX-EXIT
038500     END-IF
038600     PERFORM 1140-ADD-MISS-COUNTRY
038700         THRU 1140-ADD-MISS-COUNTRY-EXIT
038800         UNTIL EMIS-IO-EOF
038900     CLOSE EMPLOYEE-MISSES
039000     DISPLAY "REMEDIAL DRILL - " QUIZ-MISS-COUNT
039100             " PREVIOUSLY MISSED COUNTRIES QUEUED FIRST"
039200     .
039300 1120-LOAD-MISS-LIST-EXIT.
039400     EXIT.
039500
039600*****************************************************************
039700*READS THE NEXT MISSED COUNTRY.  THE FIRST RECORD FOR ANOTHER
039800*EMPLOYEE OR COURSE ENDS THE LIST.
039900*****************************************************************
040000 1130-READ-MISS-INDEX.
040100     READ EMPLOYEE-MISSES NEXT RECORD
040200         AT END
040300             SET EMIS-IO-EOF TO TRUE
040400     END-READ
040500     IF NOT EMIS-IO-OK
040600         SET EMIS-IO-EOF TO TRUE
040700     END-IF
040800     IF NOT EMIS-IO-EOF
040900         IF EMIS-EMPLOYEE-ID NOT = QUIZ-EMPLOYEE-ID
041000             OR EMIS-COURSE-CODE NOT = QUIZ-COURSE-CODE
041100             SET EMIS-IO-EOF TO TRUE
041200         END-IF
041300     END-IF
041400     .
041500 1130-READ-MISS-INDEX-EXIT.
041600     EXIT.
041700
041800 1140-ADD-MISS-COUNTRY.
041900     MOVE 'N' TO QUIZ-MISS-LISTED-FLAG
042000     PERFORM 1145-SCAN-MISS-LIST
042100         THRU 1145-SCAN-MISS-LIST-EXIT
042200         VARYING QUIZ-MISS-SCAN-IDX FROM 1 BY 1
042300         UNTIL QUIZ-MISS-SCAN-IDX > QUIZ-MISS-COUNT
042400            OR QUIZ-MISS-ALREADY-LISTED
042500     IF NOT QUIZ-MISS-ALREADY-LISTED
042600         AND QUIZ-MISS-COUNT < 250
042700         ADD 1 TO QUIZ-MISS-COUNT
042800         MOVE EMIS-COUNTRY-NAME
042900             TO QUIZ-MISS-COUNTRY(QUIZ-MISS-COUNT)
043000     END-IF
043100     PERFORM 1130-READ-MISS-INDEX
043200         THRU 1130-READ-MISS-INDEX-EXIT
043300     .
043400 1140-ADD-MISS-COUNTRY-EXIT.
043500     EXIT.
043600
043700 1145-SCAN-MISS-LIST.
043800     IF QUIZ-MISS-COUNTRY(QUIZ-MISS-SCAN-IDX)
043900         = EMIS-COUNTRY-NAME
044000         MOVE 'Y' TO QUIZ-MISS-LISTED-FLAG
044100     END-IF
044200     .
044300 1145-SCAN-MISS-LIST-EXIT.
044400     EXIT.
044500
044600*****************************************************************
044700*THE POPULATION'S ASKED/WRONG TOTALS COME FROM THE NIGHTLY
044800*COUNTRY-STATISTICS INDEX (CTRYSTAT, BUILT BY StatsIndexBuild) -
044900*ONE KEYED READ PER COUNTRY IN THE TABLE.  A COUNTRY NOT ON THE
045000*INDEX HAS NEVER BEEN ASKED AND KEEPS THE BASE WEIGHT OF 1.
045100*****************************************************************
045200 1190-LOAD-MISS-WEIGHTS.
045300     OPEN INPUT COUNTRY-STATS
045400     EVALUATE TRUE
045500         WHEN CSTA-IO-STATUS = '35'
045600             DISPLAY "NO COUNTRY STATISTICS INDEX YET - WEIGHTED "
045700                     "DRAW WILL BE UNIFORM"
045800         WHEN NOT CSTA-IO-OK
045900             DISPLAY "COUNTRY STATISTICS INDEX NOT AVAILABLE - "
046000                     "STATUS " CSTA-IO-STATUS " - WEIGHTED DRAW "
046100                     "WILL BE UNIFORM"
046200         WHEN OTHER
046300             PERFORM 1192-READ-COUNTRY-STAT
046400                 THRU 1192-READ-COUNTRY-STAT-EXIT
046500                 VARYING QUIZ-WEIGHT-IDX FROM 1 BY 1
046600                 UNTIL QUIZ-WEIGHT-IDX > TABLE-ENTRY-COUNT
046700             CLOSE COUNTRY-STATS
046800     END-EVALUATE
046900     MOVE ZERO TO QUIZ-WEIGHT-TOTAL
047000     PERFORM 1195-COMPUTE-ONE-WEIGHT
047100         THRU 1195-COMPUTE-ONE-WEIGHT-EXIT
047200         VARYING QUIZ-WEIGHT-IDX FROM 1 BY 1
047300         UNTIL QUIZ-WEIGHT-IDX > TABLE-ENTRY-COUNT
047400     .
047500 1190-LOAD-MISS-WEIGHTS-EXIT.
047600     EXIT.
047700
047800 1192-READ-COUNTRY-STAT.
047900     MOVE COUNTRY(QUIZ-WEIGHT-IDX) TO CSTA-COUNTRY-NAME
048000     READ COUNTRY-STATS
048100         INVALID KEY
048200             CONTINUE
048300         NOT INVALID KEY
048400             MOVE CSTA-ASKED-COUNT
048500                 TO QUIZ-WT-ASKED(QUIZ-WEIGHT-IDX)
048600             MOVE CSTA-WRONG-COUNT
048700                 TO QUIZ-WT-WRONG(QUIZ-WEIGHT-IDX)
048800     END-READ
048900     .
049000 1192-READ-COUNTRY-STAT-EXIT.
049100     EXIT.
049150
049200 1195-COMPUTE-ONE-WEIGHT.
049300     IF QUIZ-WT-ASKED(QUIZ-WEIGHT-IDX) > 0
049400         COMPUTE QUIZ-CTRY-WEIGHT(QUIZ-WEIGHT-IDX) ROUNDED =
051400             IF CTL-QUESTION-COUNT NUMERIC
051500                 AND CTL-QUESTION-COUNT > 0
051600                 MOVE CTL-QUESTION-COUNT TO QUIZ-TOTAL-QUESTIONS
051650                 SET QUIZ-CARD-SET-COUNT TO TRUE
051700             END-IF
051800             IF CTL-REGION-FILTER NOT = SPACES
051900                 MOVE CTL-REGION-FILTER TO QUIZ-REGION-FILTER
054100     .
054200 1050-READ-CONTROL-CARD-EXIT.
054300     EXIT.
054301
054302*****************************************************************
054303*LOOKS THE SESSION'S COURSE UP ON THE COURSE-MASTER CATALOG.  A
054304*COURSE THAT IS NOT ON FILE OR HAS BEEN RETIRED ENDS THE RUN
054305*WITH RETURN CODE 8 BEFORE ANYTHING IS ASKED OR LOGGED.  A
054306*RESUMED SESSION KEEPS THE SETTINGS IT WAS STARTED WITH; A NEW
054307*ONE TAKES THE COURSE'S QUESTION COUNT (UNLESS THE CARD SET ONE)
054308*AND REGION SCOPE, AND ITS MODE MUST BE ONE THE COURSE ALLOWS.
054309*****************************************************************
054310 1060-APPLY-COURSE-RULES.
054311     OPEN INPUT COURSE-MASTER
054312     IF CRS-MASTER-STATUS = '35'
054313         DISPLAY "COURSE-MASTER FILE NOT FOUND - RUN "
054314                 "CourseMaint TO ESTABLISH IT FIRST"
054315         STOP RUN
054316     END-IF
054317     MOVE QUIZ-COURSE-CODE TO CRS-COURSE-CODE
054318     READ COURSE-MASTER
054319         INVALID KEY
054320             MOVE '23' TO CRS-MASTER-STATUS
054321     END-READ
054322     IF NOT CRS-MASTER-OK OR CRS-RETIRED
054323         DISPLAY "COURSE " QUIZ-COURSE-CODE
054324                 " IS NOT ON THE COURSE CATALOG - "
054325                 "SESSION REJECTED"
054326         CLOSE COURSE-MASTER
054327         MOVE 8 TO RETURN-CODE
054328         STOP RUN
054329     END-IF
054330     CLOSE COURSE-MASTER
054331     IF CKPT-IO-OK AND CKPT-IN-PROGRESS
054332         GO TO 1060-APPLY-COURSE-RULES-EXIT
054333     END-IF
054334     IF NOT QUIZ-CARD-SET-COUNT
054335         AND CRS-QUESTION-COUNT > 0
054336         MOVE CRS-QUESTION-COUNT TO QUIZ-TOTAL-QUESTIONS
054337     END-IF
054338     IF CRS-REGION-SCOPE NOT = SPACES
054339         IF QUIZ-REGION-FILTER = SPACES
054340             MOVE CRS-REGION-SCOPE TO QUIZ-REGION-FILTER
054341         ELSE
054342             IF QUIZ-REGION-FILTER NOT = CRS-REGION-SCOPE
054343                 DISPLAY "REGION " QUIZ-REGION-FILTER
054344                         " IS OUTSIDE THE SCOPE OF COURSE "
054345                         QUIZ-COURSE-CODE " - SESSION REJECTED"
054346                 MOVE 8 TO RETURN-CODE
054347                 STOP RUN
054348             END-IF
054349         END-IF
054350     END-IF
054351     IF CRS-ALLOWED-MODES NOT = SPACES
054352         MOVE ZERO TO QUIZ-MODE-HITS
054353         INSPECT CRS-ALLOWED-MODES
054354             TALLYING QUIZ-MODE-HITS FOR ALL QUIZ-MODE-FLAG
054355         IF QUIZ-MODE-HITS = ZERO
054356             DISPLAY "QUIZ MODE " QUIZ-MODE-FLAG
054357                     " IS NOT ALLOWED FOR COURSE "
054358                     QUIZ-COURSE-CODE " - SESSION REJECTED"
054359             MOVE 8 TO RETURN-CODE
054360             STOP RUN
054361         END-IF
054362     END-IF
054363     .
054364 1060-APPLY-COURSE-RULES-EXIT.
054365     EXIT.
054400
054500 1150-GET-EMPLOYEE-ID.
054510     OPEN INPUT EMPLOYEE-MASTER
054520     IF EMPM-MASTER-STATUS = '35'
054530         DISPLAY "EMPLOYEE-MASTER FILE NOT FOUND - RUN "
054540                 "EmpMasterMaint TO ESTABLISH IT FIRST"
054550         STOP RUN
054560     END-IF
054570     MOVE 'N' TO QUIZ-SIGNON-FLAG
054580     MOVE 0   TO QUIZ-SIGNON-TRIES
054590     PERFORM 1151-PROMPT-EMPLOYEE-ID
054600         THRU 1151-PROMPT-EMPLOYEE-ID-EXIT
054610         UNTIL QUIZ-SIGNON-ACCEPTED
054620            OR QUIZ-SIGNON-TRIES >= 3
054630     CLOSE EMPLOYEE-MASTER
054640     IF NOT QUIZ-SIGNON-ACCEPTED
054650         DISPLAY "SIGN-ON REFUSED - SEE YOUR TRAINING COORDINATOR"
054660         MOVE 8 TO RETURN-CODE
054670         STOP RUN
054680     END-IF
054800     ACCEPT QUIZ-CURRENT-DATE FROM DATE YYYYMMDD
054900     ACCEPT QUIZ-CURRENT-TIME FROM TIME
055000     .
055100 1150-GET-EMPLOYEE-ID-EXIT.
055200     EXIT.
055202
055204 1151-PROMPT-EMPLOYEE-ID.
055206     DISPLAY "Employee ID: " WITH NO ADVANCING
055208     ACCEPT QUIZ-EMPLOYEE-ID
055210     ADD 1 TO QUIZ-SIGNON-TRIES
055212     MOVE SPACES TO QUIZ-REFUSED-REASON QUIZ-REFUSED-TEXT
055214     MOVE QUIZ-EMPLOYEE-ID TO EMPM-EMPLOYEE-ID
055216     READ EMPLOYEE-MASTER
055218         INVALID KEY
055220             MOVE '23' TO EMPM-MASTER-STATUS
055222     END-READ
055224     EVALUATE TRUE
055226         WHEN NOT EMPM-MASTER-OK
055228             SET QUIZ-REFUSED-UNKNOWN TO TRUE
055230             MOVE 'NOT ON EMPLOYEE FILE' TO QUIZ-REFUSED-TEXT
055232         WHEN EMPM-SEPARATED
055234             SET QUIZ-REFUSED-SEPARATED TO TRUE
055236             MOVE 'EMPLOYEE SEPARATED' TO QUIZ-REFUSED-TEXT
055238         WHEN OTHER
055240             SET QUIZ-SIGNON-ACCEPTED TO TRUE
055242     END-EVALUATE
055244     IF NOT QUIZ-SIGNON-ACCEPTED
055246         DISPLAY "EMPLOYEE ID " QUIZ-EMPLOYEE-ID " REFUSED - "
055248                 QUIZ-REFUSED-TEXT
055250         PERFORM 1152-LOG-REFUSED-SIGNON
055252             THRU 1152-LOG-REFUSED-SIGNON-EXIT
055254     END-IF
055256     .
055258 1151-PROMPT-EMPLOYEE-ID-EXIT.
055260     EXIT.
055262
055264 1152-LOG-REFUSED-SIGNON.
055266     ACCEPT QUIZ-CURRENT-DATE FROM DATE YYYYMMDD
055268     ACCEPT QUIZ-CURRENT-TIME FROM TIME
055274     OPEN EXTEND SIGNON-REJECTS
055280     IF SIGNON-REJECT-STATUS = '35' OR SIGNON-REJECT-STATUS = '05'
055286         CLOSE SIGNON-REJECTS
055292         OPEN OUTPUT SIGNON-REJECTS
055298     END-IF
055304     MOVE SPACES              TO SREJ-LOG-RECORD
055310     MOVE QUIZ-CURRENT-DATE   TO SREJ-LOG-DATE
055316     MOVE QUIZ-CURRENT-TIME   TO SREJ-LOG-TIME
055322     MOVE QUIZ-EMPLOYEE-ID    TO SREJ-EMPLOYEE-ID
055328     MOVE 'CTRYQUIZ'          TO SREJ-SOURCE
055334     MOVE QUIZ-REFUSED-REASON TO SREJ-REASON-CODE
055340     MOVE QUIZ-REFUSED-TEXT   TO SREJ-REASON-TEXT
055346     WRITE SREJ-LOG-RECORD
055352     CLOSE SIGNON-REJECTS
055358     .
055364 1152-LOG-REFUSED-SIGNON-EXIT.
055370     EXIT.
055376
055400 1155-SEED-RANDOM-NUMBER.
055500     COMPUTE QUIZ-RANDOM-SINK = FUNCTION RANDOM(QUIZ-CURRENT-TIME)
055600     .

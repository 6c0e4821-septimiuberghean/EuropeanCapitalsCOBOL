002700*  2026-09-02  RLB  SESSION-LOG RECORD GREW FROM 211 TO 221
002800*                   BYTES WHEN SESS-COURSE-CODE WAS ADDED TO
002900*                   SESSLOG.CPY - FD UPDATED TO MATCH.
002910*  2026-10-15  RLB  COUNTRY-MASTER IS NOW EFFECTIVE-DATED.  EVERY
002920*                   VERSION IS LOADED WITH ITS EFFECTIVE-TO DATE
002930*                   AND A DETAIL TALLIES UNDER THE REGION IN FORCE
002940*                   ON ITS SESS-SESSION-DATE, SO MOVING A COUNTRY
002950*                   TO A NEW REGION NO LONGER RE-FILES OLDER
002960*                   SESSIONS.  A SESSION DATED BEFORE A COUNTRY'S
002970*                   FIRST VERSION USES THAT FIRST VERSION.
002980*                   COUNTRY TABLE RAISED FROM 250 TO 500 ENTRIES
002990*                   TO HOLD THE VERSIONS.
002992*  2026-10-15  RLB  DEPTREF RECORD GREW FROM 64 TO 72 BYTES WHEN
002994*                   DEPT-COST-CENTRE WAS ADDED TO DEPTREF.CPY -
002996*                   FD UPDATED TO MATCH.
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003400     SELECT COUNTRY-MASTER ASSIGN TO CTRYMST
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS CTRY-MASTER-KEY
003800         FILE STATUS IS CTRY-MASTER-STATUS.
003900
004000     SELECT DEPT-REFERENCE ASSIGN TO DEPTREF
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  COUNTRY-MASTER
005900     RECORD CONTAINS 82 CHARACTERS.
006000 COPY CTRYMST.
006100
006200 FD  DEPT-REFERENCE
006300     RECORD CONTAINS 72 CHARACTERS.
006400 COPY DEPTREF.
006500
006600 FD  SESSION-LOG
009000 77  RSKL-FLAG-THRESHOLD         PIC 999    VALUE 40.
009100
009200 01  RSKL-COUNTRY-TABLE.
009300     05  RSKL-COUNTRY-ENTRY OCCURS 500 TIMES.
009400         10  RSKL-CTRY-NAME          PIC X(25).
009450         10  RSKL-CTRY-TO            PIC 9(08).
009500         10  RSKL-CTRY-REGION        PIC X(15).
009600 77  RSKL-COUNTRY-COUNT          PIC 999    VALUE ZERO.
009700 77  RSKL-COUNTRY-IDX            PIC 999    VALUE ZERO.
023600                 "CountryMaint TO ESTABLISH IT FIRST"
023700         STOP RUN
023800     END-IF
023810     IF CTRY-MASTER-STATUS = '39'
023820         DISPLAY "COUNTRY-MASTER OPENED WITH STATUS 39 - THE "
023830                 "FILE IS STILL THE OLD 66-BYTE LAYOUT - RUN "
023840                 "THE CTRYMCNV CONVERSION ONCE BEFORE THIS JOB"
023850         MOVE 16 TO RETURN-CODE
023860         STOP RUN
023870     END-IF
023900     PERFORM 1210-READ-COUNTRY-MASTER
024000         THRU 1210-READ-COUNTRY-MASTER-EXIT
024100     PERFORM UNTIL CTRY-MASTER-EOF
024200         IF RSKL-COUNTRY-COUNT < 500
024300             ADD 1 TO RSKL-COUNTRY-COUNT
024400             MOVE CTRY-COUNTRY-NAME
024500                 TO RSKL-CTRY-NAME(RSKL-COUNTRY-COUNT)
024530             MOVE CTRY-EFFECTIVE-TO
024560                 TO RSKL-CTRY-TO(RSKL-COUNTRY-COUNT)
024600             MOVE CTRY-REGION-CODE
024700                 TO RSKL-CTRY-REGION(RSKL-COUNTRY-COUNT)
024800         ELSE
024900             DISPLAY "WARNING - COUNTRY-MASTER HAS MORE THAN "
025000                     "500 VERSIONS - EXTRA IGNORED"
025100         END-IF
025200         PERFORM 1210-READ-COUNTRY-MASTER
025300             THRU 1210-READ-COUNTRY-MASTER-EXIT
035000 2200-FIND-COUNTRY-REGION-EXIT.
035100     EXIT.
035200
035210*****************************************************************
035220*THE TABLE IS IN KEY ORDER - COUNTRY NAME, THEN EFFECTIVE-TO
035230*DATE - SO THE FIRST VERSION OF THE COUNTRY STILL IN FORCE ON OR
035240*AFTER THE SESSION DATE IS THE ONE THAT APPLIED TO THE SESSION.
035250*****************************************************************
035300 2210-SCAN-COUNTRY-TABLE.
035400     IF RSKL-CTRY-NAME(RSKL-COUNTRY-IDX) = SESS-COUNTRY-NAME
035430         AND RSKL-CTRY-TO(RSKL-COUNTRY-IDX)
035460             NOT < SESS-SESSION-DATE
035500         MOVE RSKL-CTRY-REGION(RSKL-COUNTRY-IDX)
035600             TO RSKL-WORK-REGION
035700         MOVE RSKL-COUNTRY-COUNT TO RSKL-COUNTRY-IDX

003200*  2026-09-02  RLB  EMPHIST RECORD GREW FROM 66 TO 75 BYTES WHEN
003300*                   THE SEPARATION FLAG/DATE WERE ADDED FOR
003400*                   SeparationMaint - FD UPDATED TO MATCH.
003410*  2026-10-15  RLB  EACH QUESTION ON THE EMPLOYEE'S SESSIONS IS
003420*                   NOW LOOKED UP ON THE EFFECTIVE-DATED
003430*                   COUNTRY-MASTER AS IT STOOD ON THE SESSION
003440*                   DATE.  WHERE THE CAPITAL IN FORCE THAT DAY HAS
003450*                   SINCE CHANGED, THE SESSION LINE IS FOLLOWED BY
003460*                   A NOTE GIVING THE COUNT, SO AN AUDITOR CAN SEE
003470*                   THE SCORE STANDS AS MARKED UNDER THE OLD
003480*                   CAPITAL.  A MISSING COUNTRY-MASTER ONLY DROPS
003490*                   THE NOTES.
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS ARCHIVE-LOG-STATUS.
005600
005610     SELECT COUNTRY-MASTER ASSIGN TO CTRYMST
005620         ORGANIZATION IS INDEXED
005630         ACCESS MODE IS DYNAMIC
005640         RECORD KEY IS CTRY-MASTER-KEY
005650         FILE STATUS IS CTRY-MASTER-STATUS.
005660
005700     SELECT TRANSCRIPT-REPORT ASSIGN TO TRNSRPT
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS TRNS-REPORT-STATUS.
007700     RECORD CONTAINS 221 CHARACTERS.
007800 01  ARCHIVE-LOG-RECORD          PIC X(221).
007900
007920 FD  COUNTRY-MASTER
007940     RECORD CONTAINS 82 CHARACTERS.
007960 COPY CTRYMST.
007980
008000 FD  TRANSCRIPT-REPORT
008100     RECORD CONTAINS 80 CHARACTERS.
008200 01  TRNS-REPORT-LINE            PIC X(80).
009200 01  ARCHIVE-LOG-STATUS          PIC XX     VALUE '00'.
009300     88  ARCHIVE-LOG-EOF                    VALUE '10'.
009400 01  TRNS-REPORT-STATUS          PIC XX     VALUE '00'.
009420 01  CTRY-MASTER-STATUS          PIC XX     VALUE '00'.
009440     88  CTRY-MASTER-OK                     VALUE '00'.
009460 01  CTRY-FILE-OPEN-FLAG         PIC X(01)  VALUE 'N'.
009480     88  CTRY-FILE-IS-OPEN               VALUE 'Y'.
009500 01  HIST-FILE-OPEN-FLAG         PIC X(01)  VALUE 'N'.
009600     88  HIST-FILE-IS-OPEN               VALUE 'Y'.
009700
010700         10  TRNS-SESS-COURSE        PIC X(10).
010800         10  TRNS-SESS-SCORE         PIC 9(02).
010900         10  TRNS-SESS-QUESTIONS     PIC 9(02).
010950         10  TRNS-SESS-CHANGED       PIC 9(02).
011000 01  TRNS-SESSION-SWAP-WORK.
011100     05  TRNS-SWAP-DATE              PIC 9(08).
011200     05  TRNS-SWAP-TIME              PIC 9(06).
011400     05  TRNS-SWAP-COURSE            PIC X(10).
011500     05  TRNS-SWAP-SCORE             PIC 9(02).
011600     05  TRNS-SWAP-QUESTIONS         PIC 9(02).
011650     05  TRNS-SWAP-CHANGED           PIC 9(02).
011700 77  TRNS-SESSION-COUNT          PIC 999    VALUE ZERO.
011800 77  TRNS-SESSION-IDX            PIC 999    VALUE ZERO.
011900 01  TRNS-SESSION-SWAPPED-FLAG   PIC X(01)  VALUE 'N'.
013300     88  TRNS-HIST-FOUND                 VALUE 'Y'.
013400 77  TRNS-SESSION-PERCENT        PIC 999    VALUE ZERO.
013500 77  TRNS-REQUEST-COUNT          PIC 9(05)  VALUE ZERO.
013530 77  TRNS-GROUP-CHANGED          PIC 9(02)  VALUE ZERO.
013560 01  TRNS-CAPITAL-THEN           PIC X(25)  VALUE SPACES.
013600
013700 01  TRNS-TITLE-LINE.
013800     05  TTL-TITLE-LABEL         PIC X(22).
017300     05  TDL-PERCENT             PIC ZZ9.
017400     05  TDL-PERCENT-SIGN        PIC X(01).
017500
017510 01  TRNS-CHANGE-NOTE-LINE.
017520     05  FILLER                  PIC X(08)  VALUE SPACES.
017530     05  TCL-LABEL               PIC X(06).
017540     05  TCL-COUNT               PIC Z9.
017550     05  TCL-TEXT                PIC X(60).
017560
017600 01  TRNS-CERT-NAME-LINE.
017700     05  FILLER                  PIC X(05) VALUE '*    '.
017800     05  TCN-TEXT                PIC X(70).
021200                 "HistoryPost FIRST - SUMMARIES WILL PRINT "
021300                 "AS NO HISTORY"
021400     END-IF
021406     OPEN INPUT COUNTRY-MASTER
021412     IF CTRY-MASTER-STATUS = '39'
021418         DISPLAY "COUNTRY-MASTER OPENED WITH STATUS 39 - THE "
021424                 "FILE IS STILL THE OLD 66-BYTE LAYOUT - RUN "
021430                 "THE CTRYMCNV CONVERSION ONCE BEFORE THIS JOB"
021436         MOVE 16 TO RETURN-CODE
021442         STOP RUN
021448     END-IF
021454     IF CTRY-MASTER-OK
021460         SET CTRY-FILE-IS-OPEN TO TRUE
021466     ELSE
021472         DISPLAY "COUNTRY-MASTER FILE NOT FOUND - CAPITAL "
021478                 "CHANGE NOTES WILL BE LEFT OFF"
021484     END-IF
021500     OPEN OUTPUT TRANSCRIPT-REPORT
021600     IF NOT TRNS-REQ-EOF
021700         PERFORM 2900-READ-REQUEST
033600     PERFORM 3210-READ-LIVE-LOG
033700         THRU 3210-READ-LIVE-LOG-EXIT
033800     PERFORM UNTIL SESS-LOG-EOF
033820         IF SESS-EMPLOYEE-ID = TRNS-REQ-EMPLOYEE-ID
033840             PERFORM 3240-CHECK-GROUP-RECORD
033860                 THRU 3240-CHECK-GROUP-RECORD-EXIT
033880         END-IF
033900         IF SESS-TYPE-TRAILER
034000             AND SESS-EMPLOYEE-ID = TRNS-REQ-EMPLOYEE-ID
034100             PERFORM 3250-ADD-SESSION
036800         THRU 3310-READ-ARCHIVE-LOG-EXIT
036900     PERFORM UNTIL ARCHIVE-LOG-EOF
037000         MOVE ARCHIVE-LOG-RECORD TO SESS-LOG-RECORD
037020         IF SESS-EMPLOYEE-ID = TRNS-REQ-EMPLOYEE-ID
037040             PERFORM 3240-CHECK-GROUP-RECORD
037060                 THRU 3240-CHECK-GROUP-RECORD-EXIT
037080         END-IF
037100         IF SESS-TYPE-TRAILER
037200             AND SESS-EMPLOYEE-ID = TRNS-REQ-EMPLOYEE-ID
037300             PERFORM 3250-ADD-SESSION
039000 3310-READ-ARCHIVE-LOG-EXIT.
039100     EXIT.
039200
039202*****************************************************************
039204*A HEADER STARTS THE GROUP'S COUNT OF QUESTIONS WHOSE CAPITAL HAS
039206*CHANGED SINCE THE SESSION; EACH DETAIL IS LOOKED UP AS OF ITS
039208*SESSION DATE - A START ON COUNTRY NAME PLUS SESSION DATE LANDS ON
039210*THE FIRST VERSION STILL IN FORCE ON OR AFTER THAT DATE.  ONLY A
039212*CLOSED VERSION WHOSE CAPITAL DIFFERS FROM TODAY'S IS COUNTED.
039214*****************************************************************
039216 3240-CHECK-GROUP-RECORD.
039218     IF SESS-TYPE-HEADER
039220         MOVE ZERO TO TRNS-GROUP-CHANGED
039222     END-IF
039224     IF NOT SESS-TYPE-DETAIL
039226         OR NOT CTRY-FILE-IS-OPEN
039228         GO TO 3240-CHECK-GROUP-RECORD-EXIT
039230     END-IF
039232     MOVE SESS-COUNTRY-NAME TO CTRY-COUNTRY-NAME
039234     MOVE SESS-SESSION-DATE TO CTRY-EFFECTIVE-TO
039236     START COUNTRY-MASTER
039238         KEY NOT LESS THAN CTRY-MASTER-KEY
039240         INVALID KEY
039242             GO TO 3240-CHECK-GROUP-RECORD-EXIT
039244     END-START
039246     READ COUNTRY-MASTER NEXT RECORD
039248         AT END
039250             GO TO 3240-CHECK-GROUP-RECORD-EXIT
039252     END-READ
039254     IF CTRY-COUNTRY-NAME NOT = SESS-COUNTRY-NAME
039256         OR CTRY-VERSION-OPEN
039258         GO TO 3240-CHECK-GROUP-RECORD-EXIT
039260     END-IF
039262     MOVE CTRY-CAPITAL-NAME TO TRNS-CAPITAL-THEN
039264     MOVE 99999999          TO CTRY-EFFECTIVE-TO
039266     READ COUNTRY-MASTER
039268         INVALID KEY
039270             GO TO 3240-CHECK-GROUP-RECORD-EXIT
039272     END-READ
039274     IF CTRY-CAPITAL-NAME NOT = TRNS-CAPITAL-THEN
039276         AND TRNS-GROUP-CHANGED < 99
039278         ADD 1 TO TRNS-GROUP-CHANGED
039280     END-IF
039282     .
039284 3240-CHECK-GROUP-RECORD-EXIT.
039286     EXIT.
039288
039300 3250-ADD-SESSION.
039400     IF TRNS-SESSION-COUNT < 200
039500         ADD 1 TO TRNS-SESSION-COUNT
041000             TO TRNS-SESS-SCORE(TRNS-SESSION-COUNT)
041100         MOVE SESS-QUESTION-COUNT
041200             TO TRNS-SESS-QUESTIONS(TRNS-SESSION-COUNT)
041220         MOVE TRNS-GROUP-CHANGED
041240             TO TRNS-SESS-CHANGED(TRNS-SESSION-COUNT)
041260         MOVE ZERO TO TRNS-GROUP-CHANGED
041300     ELSE
041400         DISPLAY "WARNING - MORE THAN 200 SESSIONS FOR "
041500                 TRNS-REQ-EMPLOYEE-ID " - EXTRA LEFT OFF "
055300     MOVE TRNS-SESSION-PERCENT TO TDL-PERCENT
055400     MOVE '%'        TO TDL-PERCENT-SIGN
055500     WRITE TRNS-REPORT-LINE FROM TRNS-DETAIL-LINE
055510     IF TRNS-SESS-CHANGED(TRNS-SESSION-IDX) > 0
055520         MOVE SPACES TO TRNS-CHANGE-NOTE-LINE
055530         MOVE 'NOTE: ' TO TCL-LABEL
055540         MOVE TRNS-SESS-CHANGED(TRNS-SESSION-IDX) TO TCL-COUNT
055550         MOVE ' QUESTION(S) MARKED ON A CAPITAL SINCE CHANGED'
055560             TO TCL-TEXT
055570         WRITE TRNS-REPORT-LINE FROM TRNS-CHANGE-NOTE-LINE
055580     END-IF
055600     .
055700 3550-PRINT-ONE-SESSION-EXIT.
055800     EXIT.
062300     IF HIST-FILE-IS-OPEN
062400         CLOSE EMPLOYEE-HISTORY
062500     END-IF
062520     IF CTRY-FILE-IS-OPEN
062540         CLOSE COUNTRY-MASTER
062560     END-IF
062600     DISPLAY "TRANSCRIPTS PRINTED: " TRNS-REQUEST-COUNT
062700     .
062800 9000-TERMINATE-EXIT.

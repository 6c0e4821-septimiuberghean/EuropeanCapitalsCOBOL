003100*                   DATE/TIME - AFTER TWO HAND-EDIT CORRUPTIONS
003200*                   THE ALIASES FILE FINALLY HAS AN AUDIT TRAIL.
003300*                   THE HISTORY IS QUERIED WITH ChangeInquiry.
003310*  2026-10-15  RLB  COUNTRY-MASTER IS NOW EFFECTIVE-DATED (KEY IS
003320*                   COUNTRY NAME PLUS EFFECTIVE-TO DATE); AN ADD
003330*                   IS VALIDATED AGAINST THE COUNTRY'S OPEN
003340*                   VERSION.  CHANGE-HISTORY IMAGES WIDENED FROM
003350*                   66 TO 82 BYTES (RECORD 198 TO 230).  AN
003360*                   UNCONVERTED MASTER (STATUS 39) NOW STOPS THE
003370*                   RUN WITH ITS OWN MESSAGE.
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
004800     SELECT COUNTRY-MASTER ASSIGN TO CTRYMST
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS CTRY-MASTER-KEY
005200         FILE STATUS IS CTRY-MASTER-STATUS.
005300
005400     SELECT ALIAS-REPORT ASSIGN TO ALSRPT
007000 COPY ALIASES.
007100
007200 FD  COUNTRY-MASTER
007300     RECORD CONTAINS 82 CHARACTERS.
007400 COPY CTRYMST.
007500
007600 FD  ALIAS-REPORT
007800 01  ALIAS-REPORT-LINE           PIC X(80).
007900
008000 FD  CHANGE-HISTORY
008100     RECORD CONTAINS 230 CHARACTERS.
008200 COPY CHGHIST.
008300
008400 WORKING-STORAGE SECTION.
009700     05  AMNT-CURRENT-TIME           PIC 9(06).
009800     05  FILLER                      PIC X(09).
009900 01  AMNT-HISTORY-ACTION         PIC X(01)  VALUE SPACE.
010000 01  AMNT-BEFORE-IMAGE           PIC X(82)  VALUE SPACES.
010100 01  AMNT-AFTER-IMAGE            PIC X(82)  VALUE SPACES.
010200
010300 77  AMNT-ADD-COUNT              PIC 9(05)  VALUE ZERO.
010400 77  AMNT-DELETE-COUNT           PIC 9(05)  VALUE ZERO.
012900         STOP RUN
013000     END-IF
013100     OPEN INPUT  COUNTRY-MASTER
013110     IF CTRY-MASTER-STATUS = '39'
013120         DISPLAY "COUNTRY-MASTER OPENED WITH STATUS 39 - THE "
013130                 "FILE IS STILL THE OLD 66-BYTE LAYOUT - RUN "
013140                 "THE CTRYMCNV CONVERSION ONCE BEFORE THIS JOB"
013150         MOVE 16 TO RETURN-CODE
013160         STOP RUN
013170     END-IF
013200     IF NOT CTRY-MASTER-OK
013300         DISPLAY "COUNTRY-MASTER FILE NOT FOUND - RUN "
013400                 "CountryMaint TO ESTABLISH IT FIRST"
021300         GO TO 3100-APPLY-ADD-EXIT
021400     END-IF
021500     MOVE ALS-TRANS-COUNTRY TO CTRY-COUNTRY-NAME
021550     MOVE 99999999          TO CTRY-EFFECTIVE-TO
021600     READ COUNTRY-MASTER
021700         INVALID KEY
021800             CONTINUE

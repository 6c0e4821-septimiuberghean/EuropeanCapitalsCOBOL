003200*                   DATE/TIME, SO THE OLD VALUES ARE NO LONGER
003300*                   SIMPLY GONE AFTER A MAINTENANCE RUN.  THE
003400*                   HISTORY IS QUERIED WITH ChangeInquiry.
003405*  2026-10-15  RLB  COUNTRY-MASTER IS NOW EFFECTIVE-DATED (SEE
003410*                   CTRYMST.CPY).  EACH TRANSACTION TAKES EFFECT
003415*                   ON CTRY-TRANS-EFFECTIVE-DATE (DEFAULT THE RUN
003420*                   DATE).  A CHANGE OR RETIRE NO LONGER
003425*                   OVERWRITES THE COUNTRY: THE VERSION IN FORCE
003430*                   IS CLOSED THE DAY BEFORE THE EFFECTIVE DATE
003435*                   AND WRITTEN BACK UNDER ITS CLOSING DATE, AND
003440*                   THE OPEN VERSION CARRIES THE NEW VALUES FROM
003445*                   THE EFFECTIVE DATE ON, SO SESSIONS TAKEN
003450*                   BEFORE THE CHANGE ARE STILL JUDGED AGAINST THE
003455*                   OLD CAPITAL.  A CHANGE DATED ON THE OPEN
003460*                   VERSION'S OWN FROM-DATE IS A CORRECTION AND IS
003465*                   MADE IN PLACE; ONE DATED EARLIER IS REJECTED.
003470*                   THE CLOSED AND THE REOPENED VERSION ARE EACH
003475*                   WRITTEN TO CHANGE-HISTORY.  AN UNCONVERTED
003480*                   66-BYTE MASTER (STATUS 39) NOW STOPS THE RUN
003485*                   INSTEAD OF BEING REALLOCATED EMPTY.
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
004300     SELECT COUNTRY-MASTER ASSIGN TO CTRYMST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS CTRY-MASTER-KEY
004700         FILE STATUS IS CTRY-MASTER-STATUS.
004800
004900     SELECT MAINT-REPORT ASSIGN TO CTRYRPT
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CTRY-TRANS-FILE
006000     RECORD CONTAINS 74 CHARACTERS.
006100 COPY CTRYTRN.
006200
006300 FD  COUNTRY-MASTER
006400     RECORD CONTAINS 82 CHARACTERS.
006500 COPY CTRYMST.
006600
006700 FD  MAINT-REPORT
006900 01  MAINT-REPORT-LINE          PIC X(80).
007000
007100 FD  CHANGE-HISTORY
007200     RECORD CONTAINS 230 CHARACTERS.
007300 COPY CHGHIST.
007400
007500 WORKING-STORAGE SECTION.
008700     05  MNT-CURRENT-TIME            PIC 9(06).
008800     05  FILLER                      PIC X(09).
008900 01  MNT-HISTORY-ACTION          PIC X(01)  VALUE SPACE.
009000 01  MNT-BEFORE-IMAGE            PIC X(82)  VALUE SPACES.
009020 01  MNT-EFFECTIVE-DATE          PIC 9(08)  VALUE ZERO.
009040 01  MNT-CLOSE-DATE              PIC 9(08)  VALUE ZERO.
009060 01  MNT-DATE-VALID-FLAG         PIC X(01)  VALUE 'Y'.
009080     88  MNT-DATE-IS-VALID                  VALUE 'Y'.
009100
009200 77  MNT-ADD-COUNT                PIC 9(05)  VALUE ZERO.
009300 77  MNT-CHANGE-COUNT             PIC 9(05)  VALUE ZERO.
011900         STOP RUN
012000     END-IF
012100     OPEN I-O    COUNTRY-MASTER
012110     IF CTRY-MASTER-STATUS = '39'
012120         DISPLAY "COUNTRY-MASTER OPENED WITH STATUS 39 - THE "
012130                 "FILE IS STILL THE OLD 66-BYTE LAYOUT - RUN "
012140                 "THE CTRYMCNV CONVERSION ONCE BEFORE THIS JOB"
012150         MOVE 16 TO RETURN-CODE
012160         STOP RUN
012170     END-IF
012200     IF NOT CTRY-MASTER-OK
012300         CLOSE COUNTRY-MASTER
012400         OPEN OUTPUT COUNTRY-MASTER
016200     EXIT.
016300
016400 3000-APPLY-TRANSACTION.
016407     PERFORM 3050-SET-EFFECTIVE-DATE
016414         THRU 3050-SET-EFFECTIVE-DATE-EXIT
016421     IF NOT MNT-DATE-IS-VALID
016428         MOVE CTRY-TRANS-ACTION  TO MNT-DL-ACTION
016435         MOVE CTRY-TRANS-COUNTRY TO MNT-DL-COUNTRY
016442         MOVE CTRY-TRANS-EFFECTIVE-DATE
016449                                 TO MNT-DL-CAPITAL
016456         MOVE 'BAD DATE'         TO MNT-DL-RESULT
016463         ADD 1 TO MNT-ERROR-COUNT
016470         PERFORM 8000-WRITE-DETAIL-LINE
016477             THRU 8000-WRITE-DETAIL-LINE-EXIT
016484         GO TO 3000-APPLY-TRANSACTION-EXIT
016491     END-IF
016500     EVALUATE TRUE
016600         WHEN CTRY-ACTION-ADD
016700             PERFORM 3100-APPLY-ADD
018500 3000-APPLY-TRANSACTION-EXIT.
018600     EXIT.
018700
018703*****************************************************************
018706*BLANK OR ZERO EFFECTIVE DATE MEANS THE RUN DATE.  MNT-CLOSE-DATE
018708*IS THE DAY BEFORE - THE LAST DAY THE OUTGOING VERSION IS IN
018710*FORCE.
018712*****************************************************************
018715 3050-SET-EFFECTIVE-DATE.
018718     MOVE 'Y' TO MNT-DATE-VALID-FLAG
018721     IF CTRY-TRANS-EFFECTIVE-DATE = SPACES
018724         MOVE MNT-CURRENT-DATE TO MNT-EFFECTIVE-DATE
018727     ELSE
018730         IF CTRY-TRANS-EFFECTIVE-DATE NOT NUMERIC
018733             MOVE 'N' TO MNT-DATE-VALID-FLAG
018736             GO TO 3050-SET-EFFECTIVE-DATE-EXIT
018739         END-IF
018742         IF CTRY-TRANS-EFFECTIVE-NUM = ZERO
018745             MOVE MNT-CURRENT-DATE TO MNT-EFFECTIVE-DATE
018748         ELSE
018751             MOVE CTRY-TRANS-EFFECTIVE-NUM TO MNT-EFFECTIVE-DATE
018754         END-IF
018757     END-IF
018760     IF FUNCTION TEST-DATE-YYYYMMDD(MNT-EFFECTIVE-DATE) NOT = 0
018763         MOVE 'N' TO MNT-DATE-VALID-FLAG
018766         GO TO 3050-SET-EFFECTIVE-DATE-EXIT
018769     END-IF
018772     COMPUTE MNT-CLOSE-DATE = FUNCTION DATE-OF-INTEGER
018775         (FUNCTION INTEGER-OF-DATE(MNT-EFFECTIVE-DATE) - 1)
018778     .
018781 3050-SET-EFFECTIVE-DATE-EXIT.
018784     EXIT.
018787
018800 3100-APPLY-ADD.
018805     MOVE 'ADD'              TO MNT-DL-ACTION
018810     MOVE CTRY-TRANS-COUNTRY TO MNT-DL-COUNTRY
018815     MOVE CTRY-TRANS-CAPITAL TO MNT-DL-CAPITAL
018820     MOVE CTRY-TRANS-COUNTRY TO CTRY-COUNTRY-NAME
018825     MOVE 99999999           TO CTRY-EFFECTIVE-TO
018830     READ COUNTRY-MASTER
018835         INVALID KEY
018840             CONTINUE
018845     END-READ
018850     IF CTRY-MASTER-OK
018855         ADD 1 TO MNT-ERROR-COUNT
018860         MOVE 'DUPLICATE'     TO MNT-DL-RESULT
018865         PERFORM 8000-WRITE-DETAIL-LINE
018870             THRU 8000-WRITE-DETAIL-LINE-EXIT
018875         GO TO 3100-APPLY-ADD-EXIT
018880     END-IF
018900     MOVE CTRY-TRANS-COUNTRY TO CTRY-COUNTRY-NAME
018950     MOVE 99999999           TO CTRY-EFFECTIVE-TO
019000     MOVE CTRY-TRANS-CAPITAL TO CTRY-CAPITAL-NAME
019100     MOVE CTRY-TRANS-REGION  TO CTRY-REGION-CODE
019200     SET CTRY-ACTIVE         TO TRUE
019250     MOVE MNT-EFFECTIVE-DATE TO CTRY-EFFECTIVE-FROM
019300     WRITE CTRY-MASTER-RECORD
019700     IF CTRY-MASTER-OK
019800         ADD 1 TO MNT-ADD-COUNT
019860         PERFORM 8050-SET-APPLIED-RESULT
019920             THRU 8050-SET-APPLIED-RESULT-EXIT
020000         MOVE SPACES          TO MNT-BEFORE-IMAGE
020100         MOVE 'A'             TO MNT-HISTORY-ACTION
020200         PERFORM 8100-WRITE-CHANGE-HISTORY
021300
021400 3200-APPLY-CHANGE.
021500     MOVE CTRY-TRANS-COUNTRY TO CTRY-COUNTRY-NAME
021550     MOVE 99999999           TO CTRY-EFFECTIVE-TO
021600     READ COUNTRY-MASTER
021700         INVALID KEY
021800             CONTINUE
022100     MOVE CTRY-TRANS-COUNTRY TO MNT-DL-COUNTRY
022200     MOVE CTRY-TRANS-CAPITAL TO MNT-DL-CAPITAL
022300     IF CTRY-MASTER-OK
022310         AND MNT-EFFECTIVE-DATE < CTRY-EFFECTIVE-FROM
022320         ADD 1 TO MNT-ERROR-COUNT
022330         MOVE 'BEFORE VERSION' TO MNT-DL-RESULT
022340         PERFORM 8000-WRITE-DETAIL-LINE
022350             THRU 8000-WRITE-DETAIL-LINE-EXIT
022360         GO TO 3200-APPLY-CHANGE-EXIT
022370     END-IF
022380     IF CTRY-MASTER-OK
022400         MOVE CTRY-MASTER-RECORD TO MNT-BEFORE-IMAGE
022430         PERFORM 3400-CLOSE-OPEN-VERSION
022460             THRU 3400-CLOSE-OPEN-VERSION-EXIT
022500         MOVE CTRY-TRANS-CAPITAL TO CTRY-CAPITAL-NAME
022600         IF CTRY-TRANS-REGION NOT = SPACES
022700             MOVE CTRY-TRANS-REGION TO CTRY-REGION-CODE
022900         SET CTRY-ACTIVE     TO TRUE
023000         REWRITE CTRY-MASTER-RECORD
023100         ADD 1 TO MNT-CHANGE-COUNT
023160         PERFORM 8050-SET-APPLIED-RESULT
023220             THRU 8050-SET-APPLIED-RESULT-EXIT
023300         MOVE 'C'             TO MNT-HISTORY-ACTION
023400         PERFORM 8100-WRITE-CHANGE-HISTORY
023500             THRU 8100-WRITE-CHANGE-HISTORY-EXIT
024500
024600 3300-APPLY-RETIRE.
024700     MOVE CTRY-TRANS-COUNTRY TO CTRY-COUNTRY-NAME
024750     MOVE 99999999           TO CTRY-EFFECTIVE-TO
024800     READ COUNTRY-MASTER
024900         INVALID KEY
025000             CONTINUE
025300     MOVE CTRY-TRANS-COUNTRY TO MNT-DL-COUNTRY
025400     MOVE SPACES             TO MNT-DL-CAPITAL
025500     IF CTRY-MASTER-OK
025510         AND MNT-EFFECTIVE-DATE < CTRY-EFFECTIVE-FROM
025520         ADD 1 TO MNT-ERROR-COUNT
025530         MOVE 'BEFORE VERSION' TO MNT-DL-RESULT
025540         PERFORM 8000-WRITE-DETAIL-LINE
025550             THRU 8000-WRITE-DETAIL-LINE-EXIT
025560         GO TO 3300-APPLY-RETIRE-EXIT
025570     END-IF
025580     IF CTRY-MASTER-OK
025600         MOVE CTRY-MASTER-RECORD TO MNT-BEFORE-IMAGE
025630         PERFORM 3400-CLOSE-OPEN-VERSION
025660             THRU 3400-CLOSE-OPEN-VERSION-EXIT
025700         SET CTRY-RETIRED    TO TRUE
025800         REWRITE CTRY-MASTER-RECORD
025900         ADD 1 TO MNT-RETIRE-COUNT
025960         PERFORM 8050-SET-APPLIED-RESULT
026020             THRU 8050-SET-APPLIED-RESULT-EXIT
026100         MOVE 'R'             TO MNT-HISTORY-ACTION
026200         PERFORM 8100-WRITE-CHANGE-HISTORY
026300             THRU 8100-WRITE-CHANGE-HISTORY-EXIT
027000     .
027100 3300-APPLY-RETIRE-EXIT.
027200     EXIT.
027203
027206*****************************************************************
027209*ENTERED WITH THE OPEN VERSION IN THE RECORD AREA AND SAVED IN
027212*MNT-BEFORE-IMAGE.  UNLESS THE CHANGE IS A SAME-DAY CORRECTION,
027215*THE OUTGOING VALUES ARE WRITTEN BACK AS A CLOSED VERSION ENDING
027218*ON MNT-CLOSE-DATE, THEN THE OPEN VERSION IS RESTORED TO THE
027221*RECORD AREA STARTING ON THE EFFECTIVE DATE, READY FOR THE CALLER
027224*TO APPLY THE NEW VALUES AND REWRITE IT.
027227*****************************************************************
027230 3400-CLOSE-OPEN-VERSION.
027233     IF MNT-EFFECTIVE-DATE = CTRY-EFFECTIVE-FROM
027236         GO TO 3400-CLOSE-OPEN-VERSION-EXIT
027239     END-IF
027242     MOVE MNT-CLOSE-DATE TO CTRY-EFFECTIVE-TO
027245     WRITE CTRY-MASTER-RECORD
027248     IF CTRY-MASTER-OK
027251         MOVE 'C'                TO MNT-HISTORY-ACTION
027254         PERFORM 8100-WRITE-CHANGE-HISTORY
027257             THRU 8100-WRITE-CHANGE-HISTORY-EXIT
027260     ELSE
027263         DISPLAY "CLOSED VERSION NOT WRITTEN FOR "
027266                 CTRY-COUNTRY-NAME " - STATUS " CTRY-MASTER-STATUS
027269     END-IF
027272     MOVE MNT-BEFORE-IMAGE   TO CTRY-MASTER-RECORD
027275     MOVE MNT-EFFECTIVE-DATE TO CTRY-EFFECTIVE-FROM
027278     .
027281 3400-CLOSE-OPEN-VERSION-EXIT.
027284     EXIT.
027300
027400 8000-WRITE-DETAIL-LINE.
027500     MOVE SPACES TO MAINT-REPORT-LINE
028300     .
028400 8000-WRITE-DETAIL-LINE-EXIT.
028500     EXIT.
028506
028512 8050-SET-APPLIED-RESULT.
028518     IF MNT-EFFECTIVE-DATE = MNT-CURRENT-DATE
028524         MOVE 'APPLIED'       TO MNT-DL-RESULT
028530     ELSE
028536         MOVE SPACES          TO MNT-DL-RESULT
028542         STRING 'FROM '            DELIMITED BY SIZE
028548                MNT-EFFECTIVE-DATE DELIMITED BY SIZE
028554             INTO MNT-DL-RESULT
028560         END-STRING
028566     END-IF
028572     .
028578 8050-SET-APPLIED-RESULT-EXIT.
028584     EXIT.
028600
028700 8100-WRITE-CHANGE-HISTORY.
028800     MOVE SPACES             TO CHG-HISTORY-RECORD
029000     MOVE MNT-HISTORY-ACTION TO CHG-ACTION
029100     MOVE MNT-CURRENT-DATE   TO CHG-RUN-DATE
029200     MOVE MNT-CURRENT-TIME   TO CHG-RUN-TIME
029300     MOVE CTRY-MASTER-KEY    TO CHG-KEY
029400     MOVE MNT-BEFORE-IMAGE   TO CHG-BEFORE-IMAGE
029500     MOVE CTRY-MASTER-RECORD TO CHG-AFTER-IMAGE
029600     WRITE CHG-HISTORY-RECORD

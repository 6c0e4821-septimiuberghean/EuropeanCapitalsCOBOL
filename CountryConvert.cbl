000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CountryConvert.
000300 AUTHOR.        R L BERGHEAN.
000400 INSTALLATION.  TRAINING SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*CountryConvert IS THE ONE-TIME CONVERSION STEP FOR THE
000900*EFFECTIVE-DATED COUNTRY-MASTER, FOLLOWING THE HistConvert
001000*PATTERN.  THE COUNTRY RECORD GREW FROM 66 TO 82 BYTES AND ITS
001100*KEY FROM COUNTRY NAME ALONE TO COUNTRY NAME PLUS EFFECTIVE-TO
001200*DATE (SEE CTRYMST.CPY), SO AN EXISTING PRODUCTION FILE OPENS
001300*WITH STATUS 39 EVERYWHERE.
001400*
001500*EVERY OLD ENTRY BECOMES A SINGLE OPEN VERSION IN FORCE FROM
001600*00000000 THROUGH 99999999 - NO EARLIER VERSION IS ON RECORD, SO
001700*THE CURRENT VALUES ARE TAKEN TO HAVE ALWAYS APPLIED.
001800*
001900*THE CHANGE-HISTORY IMAGES WIDENED FROM 66 TO 82 BYTES AT THE
002000*SAME TIME, SO THE OLD 198-BYTE CHGHIST IS COPIED INTO THE NEW
002100*230-BYTE LAYOUT IN THE SAME RUN: COUNTRY IMAGES ARE REBUILT IN
002200*THE NEW RECORD LAYOUT (OPEN VERSION, FROM 00000000) WITH THE
002300*FULL CTRY-MASTER-KEY IN CHG-KEY, ALIAS AND COURSE IMAGES ARE
002400*CARRIED ACROSS AS THEY STAND.  A MISSING OLD CHGHIST IS NOT AN
002500*ERROR - NO MAINTENANCE HAS BEEN LOGGED YET.  RUN ONCE AT
002600*CUTOVER; AFTER THAT BOTH FILES ARE MAINTAINED BY CountryMaint.
002700*
002800*MODIFICATION HISTORY
002900*  2026-10-15  RLB  ORIGINAL PROGRAM.
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OLD-COUNTRY-MASTER ASSIGN TO CTRYOLD
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS OLD-CTRY-COUNTRY-NAME
003800         FILE STATUS IS OLD-CTRY-STATUS.
003900
004000     SELECT COUNTRY-MASTER ASSIGN TO CTRYMST
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS CTRY-MASTER-KEY
004400         FILE STATUS IS CTRY-MASTER-STATUS.
004500
004600     SELECT OLD-CHANGE-HISTORY ASSIGN TO CHGOLD
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS OLD-CHG-STATUS.
004900
005000     SELECT CHANGE-HISTORY ASSIGN TO CHGHIST
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS CHG-HIST-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  OLD-COUNTRY-MASTER
005700     RECORD CONTAINS 66 CHARACTERS.
005800 01  OLD-CTRY-RECORD.
005900     05  OLD-CTRY-COUNTRY-NAME       PIC X(25).
006000     05  OLD-CTRY-CAPITAL-NAME       PIC X(25).
006100     05  OLD-CTRY-REGION-CODE        PIC X(15).
006200     05  OLD-CTRY-STATUS-CODE        PIC X(01).
006300
006400 FD  COUNTRY-MASTER
006500     RECORD CONTAINS 82 CHARACTERS.
006600 COPY CTRYMST.
006700
006800 FD  OLD-CHANGE-HISTORY
006900     RECORD CONTAINS 198 CHARACTERS.
007000 01  OLD-CHG-RECORD.
007100     05  OLD-CHG-FILE-ID             PIC X(01).
007200         88  OLD-CHG-FILE-COUNTRY        VALUE 'C'.
007300     05  OLD-CHG-ACTION              PIC X(01).
007400     05  OLD-CHG-RUN-DATE            PIC 9(08).
007500     05  OLD-CHG-RUN-TIME            PIC 9(06).
007600     05  OLD-CHG-KEY                 PIC X(50).
007700     05  OLD-CHG-BEFORE-IMAGE        PIC X(66).
007800     05  OLD-CHG-AFTER-IMAGE         PIC X(66).
007900
008000 FD  CHANGE-HISTORY
008100     RECORD CONTAINS 230 CHARACTERS.
008200 COPY CHGHIST.
008300
008400 WORKING-STORAGE SECTION.
008500 01  OLD-CTRY-STATUS             PIC XX     VALUE '00'.
008600     88  OLD-CTRY-EOF                       VALUE '10'.
008700 01  CTRY-MASTER-STATUS          PIC XX     VALUE '00'.
008800 01  OLD-CHG-STATUS              PIC XX     VALUE '00'.
008900     88  OLD-CHG-EOF                        VALUE '10'.
009000 01  CHG-HIST-STATUS             PIC XX     VALUE '00'.
009100
009200 01  MCNV-OLD-IMAGE              PIC X(66)  VALUE SPACES.
009300 01  MCNV-OLD-IMAGE-FIELDS REDEFINES MCNV-OLD-IMAGE.
009400     05  MCNV-IMG-COUNTRY-NAME       PIC X(25).
009500     05  MCNV-IMG-CAPITAL-NAME       PIC X(25).
009600     05  MCNV-IMG-REGION-CODE        PIC X(15).
009700     05  MCNV-IMG-STATUS-CODE        PIC X(01).
009800 01  MCNV-NEW-IMAGE              PIC X(82)  VALUE SPACES.
009900
010000 77  MCNV-READ-COUNT             PIC 9(05)  VALUE ZERO.
010100 77  MCNV-LOADED-COUNT           PIC 9(05)  VALUE ZERO.
010200 77  MCNV-DROPPED-COUNT          PIC 9(05)  VALUE ZERO.
010300 77  MCNV-HIST-COUNT             PIC 9(07)  VALUE ZERO.
010400
010500 PROCEDURE DIVISION.
010600 0000-MAINLINE.
010700     PERFORM 1000-INITIALIZE
010800         THRU 1000-INITIALIZE-EXIT
010900     PERFORM 2000-CONVERT-ONE-COUNTRY
011000         THRU 2000-CONVERT-ONE-COUNTRY-EXIT
011100         UNTIL OLD-CTRY-EOF
011200     PERFORM 3000-CONVERT-CHANGE-HISTORY
011300         THRU 3000-CONVERT-CHANGE-HISTORY-EXIT
011400     PERFORM 9000-TERMINATE
011500         THRU 9000-TERMINATE-EXIT
011600     STOP RUN.
011700
011800 1000-INITIALIZE.
011900     OPEN INPUT OLD-COUNTRY-MASTER
012000     IF OLD-CTRY-STATUS = '35'
012100         DISPLAY "OLD COUNTRY-MASTER FILE NOT FOUND - "
012200                 "NOTHING TO CONVERT"
012300         MOVE 16 TO RETURN-CODE
012400         STOP RUN
012500     END-IF
012600     OPEN OUTPUT COUNTRY-MASTER
012700     PERFORM 2900-READ-OLD-COUNTRY
012800         THRU 2900-READ-OLD-COUNTRY-EXIT
012900     .
013000 1000-INITIALIZE-EXIT.
013100     EXIT.
013200
013300 2000-CONVERT-ONE-COUNTRY.
013400     ADD 1 TO MCNV-READ-COUNT
013500     MOVE SPACES                TO CTRY-MASTER-RECORD
013600     MOVE OLD-CTRY-COUNTRY-NAME TO CTRY-COUNTRY-NAME
013700     MOVE 99999999              TO CTRY-EFFECTIVE-TO
013800     MOVE OLD-CTRY-CAPITAL-NAME TO CTRY-CAPITAL-NAME
013900     MOVE OLD-CTRY-REGION-CODE  TO CTRY-REGION-CODE
014000     MOVE OLD-CTRY-STATUS-CODE  TO CTRY-STATUS-CODE
014100     MOVE ZERO                  TO CTRY-EFFECTIVE-FROM
014200     WRITE CTRY-MASTER-RECORD
014300         INVALID KEY
014400             ADD 1 TO MCNV-DROPPED-COUNT
014500             DISPLAY "DUPLICATE DROPPED: "
014600                 OLD-CTRY-COUNTRY-NAME
014700         NOT INVALID KEY
014800             ADD 1 TO MCNV-LOADED-COUNT
014900     END-WRITE
015000     PERFORM 2900-READ-OLD-COUNTRY
015100         THRU 2900-READ-OLD-COUNTRY-EXIT
015200     .
015300 2000-CONVERT-ONE-COUNTRY-EXIT.
015400     EXIT.
015500
015600 2900-READ-OLD-COUNTRY.
015700     READ OLD-COUNTRY-MASTER NEXT RECORD
015800         AT END
015900             SET OLD-CTRY-EOF TO TRUE
016000     END-READ
016100     .
016200 2900-READ-OLD-COUNTRY-EXIT.
016300     EXIT.
016400
016500*****************************************************************
016600*COPY THE OLD CHANGE-HISTORY INTO THE WIDENED LAYOUT, IN ORDER.
016700*****************************************************************
016800 3000-CONVERT-CHANGE-HISTORY.
016900     OPEN INPUT OLD-CHANGE-HISTORY
017000     IF OLD-CHG-STATUS = '35'
017100         DISPLAY "OLD CHANGE-HISTORY FILE NOT FOUND - NONE "
017200                 "TO CONVERT"
017300         GO TO 3000-CONVERT-CHANGE-HISTORY-EXIT
017400     END-IF
017500     OPEN OUTPUT CHANGE-HISTORY
017600     PERFORM 3900-READ-OLD-HISTORY
017700         THRU 3900-READ-OLD-HISTORY-EXIT
017800     PERFORM 3100-CONVERT-ONE-CHANGE
017900         THRU 3100-CONVERT-ONE-CHANGE-EXIT
018000         UNTIL OLD-CHG-EOF
018100     CLOSE OLD-CHANGE-HISTORY
018200           CHANGE-HISTORY
018300     .
018400 3000-CONVERT-CHANGE-HISTORY-EXIT.
018500     EXIT.
018600
018700 3100-CONVERT-ONE-CHANGE.
018800     ADD 1 TO MCNV-HIST-COUNT
018900     MOVE SPACES               TO CHG-HISTORY-RECORD
019000     MOVE OLD-CHG-FILE-ID      TO CHG-FILE-ID
019100     MOVE OLD-CHG-ACTION       TO CHG-ACTION
019200     MOVE OLD-CHG-RUN-DATE     TO CHG-RUN-DATE
019300     MOVE OLD-CHG-RUN-TIME     TO CHG-RUN-TIME
019400     IF OLD-CHG-FILE-COUNTRY
019500         MOVE OLD-CHG-KEY(1:25) TO CTRY-COUNTRY-NAME
019600         MOVE 99999999          TO CTRY-EFFECTIVE-TO
019700         MOVE CTRY-MASTER-KEY   TO CHG-KEY
019800         MOVE OLD-CHG-BEFORE-IMAGE TO MCNV-OLD-IMAGE
019900         PERFORM 3200-REBUILD-COUNTRY-IMAGE
020000             THRU 3200-REBUILD-COUNTRY-IMAGE-EXIT
020100         MOVE MCNV-NEW-IMAGE    TO CHG-BEFORE-IMAGE
020200         MOVE OLD-CHG-AFTER-IMAGE TO MCNV-OLD-IMAGE
020300         PERFORM 3200-REBUILD-COUNTRY-IMAGE
020400             THRU 3200-REBUILD-COUNTRY-IMAGE-EXIT
020500         MOVE MCNV-NEW-IMAGE    TO CHG-AFTER-IMAGE
020600     ELSE
020700         MOVE OLD-CHG-KEY          TO CHG-KEY
020800         MOVE OLD-CHG-BEFORE-IMAGE TO CHG-BEFORE-IMAGE
020900         MOVE OLD-CHG-AFTER-IMAGE  TO CHG-AFTER-IMAGE
021000     END-IF
021100     WRITE CHG-HISTORY-RECORD
021200     PERFORM 3900-READ-OLD-HISTORY
021300         THRU 3900-READ-OLD-HISTORY-EXIT
021400     .
021500 3100-CONVERT-ONE-CHANGE-EXIT.
021600     EXIT.
021700
021800*****************************************************************
021900*A BLANK IMAGE (BEFORE ON AN ADD) STAYS BLANK.
022000*****************************************************************
022100 3200-REBUILD-COUNTRY-IMAGE.
022200     MOVE SPACES TO MCNV-NEW-IMAGE
022300     IF MCNV-OLD-IMAGE = SPACES
022400         GO TO 3200-REBUILD-COUNTRY-IMAGE-EXIT
022500     END-IF
022600     MOVE SPACES                TO CTRY-MASTER-RECORD
022700     MOVE MCNV-IMG-COUNTRY-NAME TO CTRY-COUNTRY-NAME
022800     MOVE 99999999              TO CTRY-EFFECTIVE-TO
022900     MOVE MCNV-IMG-CAPITAL-NAME TO CTRY-CAPITAL-NAME
023000     MOVE MCNV-IMG-REGION-CODE  TO CTRY-REGION-CODE
023100     MOVE MCNV-IMG-STATUS-CODE  TO CTRY-STATUS-CODE
023200     MOVE ZERO                  TO CTRY-EFFECTIVE-FROM
023300     MOVE CTRY-MASTER-RECORD    TO MCNV-NEW-IMAGE
023400     .
023500 3200-REBUILD-COUNTRY-IMAGE-EXIT.
023600     EXIT.
023700
023800 3900-READ-OLD-HISTORY.
023900     READ OLD-CHANGE-HISTORY
024000         AT END
024100             SET OLD-CHG-EOF TO TRUE
024200     END-READ
024300     .
024400 3900-READ-OLD-HISTORY-EXIT.
024500     EXIT.
024600
024700 9000-TERMINATE.
024800     CLOSE OLD-COUNTRY-MASTER
024900           COUNTRY-MASTER
025000     DISPLAY "COUNTRIES READ:      " MCNV-READ-COUNT
025100     DISPLAY "COUNTRIES LOADED:    " MCNV-LOADED-COUNT
025200     DISPLAY "DUPLICATES DROPPED:  " MCNV-DROPPED-COUNT
025300     DISPLAY "HISTORY RECORDS:     " MCNV-HIST-COUNT
025400     .
025500 9000-TERMINATE-EXIT.
025600     EXIT.

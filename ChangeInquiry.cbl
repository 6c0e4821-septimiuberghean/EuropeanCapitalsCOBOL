002000*
002100*MODIFICATION HISTORY
002200*  2026-09-02  RLB  ORIGINAL PROGRAM.
002210*  2026-10-15  RLB  COURSE-MASTER CHANGES WRITTEN BY CourseMaint
002220*                   (FILE ID 'K') NOW PRINT AS COURSE INSTEAD OF
002230*                   FALLING INTO THE ALIAS LABEL.  A COURSE CODE
002240*                   ON THE REQUEST CARD SELECTS ITS HISTORY THE
002250*                   SAME WAY A COUNTRY NAME DOES.
002257*  2026-10-15  RLB  CHANGE-HISTORY RECORD GREW FROM 198 TO 230
002264*                   BYTES FOR THE EFFECTIVE-DATED COUNTRY-MASTER.
002271*                   AN 82-BYTE COUNTRY IMAGE NO LONGER FITS THE
002278*                   LINE, SO COUNTRY IMAGES NOW PRINT BY FIELD -
002285*                   CAPITAL, REGION, STATUS AND THE DATES THE
002292*                   VERSION IS IN FORCE.
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  CHANGE-HISTORY
004200     RECORD CONTAINS 230 CHARACTERS.
004300 COPY CHGHIST.
004400
004500 FD  INQUIRY-CONTROL
007500 01  INQ-IMAGE-LINE.
007600     05  IIL-LABEL               PIC X(08).
007700     05  IIL-IMAGE               PIC X(66).
007705
007710 01  INQ-COUNTRY-LINE.
007715     05  ICL-LABEL               PIC X(08).
007720     05  ICL-CAPITAL             PIC X(25).
007725     05  FILLER                  PIC X(01).
007730     05  ICL-REGION              PIC X(15).
007735     05  FILLER                  PIC X(01).
007740     05  ICL-STATUS              PIC X(01).
007745     05  FILLER                  PIC X(02).
007750     05  ICL-FROM                PIC 9(08).
007755     05  ICL-DASH                PIC X(01).
007760     05  ICL-TO                  PIC 9(08).
007765
007770 01  INQ-WORK-LABEL              PIC X(08)  VALUE SPACES.
007775 01  INQ-WORK-IMAGE              PIC X(82)  VALUE SPACES.
007780 COPY CTRYMST.
007800
007900 PROCEDURE DIVISION.
008000 0000-MAINLINE.
016400     MOVE SPACES TO INQ-HEAD-LINE
016500     MOVE CHG-RUN-DATE TO IHL-DATE
016600     MOVE CHG-RUN-TIME TO IHL-TIME
016700     EVALUATE TRUE
016750         WHEN CHG-FILE-COUNTRY
016800             MOVE 'COUNTRY' TO IHL-FILE
016850         WHEN CHG-FILE-COURSE
016900             MOVE 'COURSE'  TO IHL-FILE
016950         WHEN OTHER
017000             MOVE 'ALIAS'   TO IHL-FILE
017100     END-EVALUATE
017200     EVALUATE TRUE
017300         WHEN CHG-ACTION-ADD
017400             MOVE 'ADD'    TO IHL-ACTION
018300     END-EVALUATE
018400     MOVE CHG-KEY(1:25) TO IHL-KEY
018500     WRITE INQ-REPORT-LINE FROM INQ-HEAD-LINE
018700     MOVE 'BEFORE: ' TO INQ-WORK-LABEL
018800     MOVE CHG-BEFORE-IMAGE TO INQ-WORK-IMAGE
018900     PERFORM 3100-PRINT-IMAGE
019000         THRU 3100-PRINT-IMAGE-EXIT
019100     MOVE 'AFTER:  ' TO INQ-WORK-LABEL
019200     MOVE CHG-AFTER-IMAGE TO INQ-WORK-IMAGE
019260     PERFORM 3100-PRINT-IMAGE
019320         THRU 3100-PRINT-IMAGE-EXIT
019400     MOVE SPACES TO INQ-REPORT-LINE
019500     WRITE INQ-REPORT-LINE
019600     .
019700 3000-PRINT-ONE-CHANGE-EXIT.
019800     EXIT.
019804
019808 3100-PRINT-IMAGE.
019812     IF CHG-FILE-COUNTRY
019816         AND INQ-WORK-IMAGE NOT = SPACES
019820         MOVE INQ-WORK-IMAGE      TO CTRY-MASTER-RECORD
019824         MOVE SPACES              TO INQ-COUNTRY-LINE
019828         MOVE INQ-WORK-LABEL      TO ICL-LABEL
019832         MOVE CTRY-CAPITAL-NAME   TO ICL-CAPITAL
019836         MOVE CTRY-REGION-CODE    TO ICL-REGION
019840         MOVE CTRY-STATUS-CODE    TO ICL-STATUS
019844         MOVE CTRY-EFFECTIVE-FROM TO ICL-FROM
019848         MOVE '-'                 TO ICL-DASH
019852         MOVE CTRY-EFFECTIVE-TO   TO ICL-TO
019856         WRITE INQ-REPORT-LINE FROM INQ-COUNTRY-LINE
019860     ELSE
019864         MOVE SPACES              TO INQ-IMAGE-LINE
019868         MOVE INQ-WORK-LABEL      TO IIL-LABEL
019872         MOVE INQ-WORK-IMAGE      TO IIL-IMAGE
019876         WRITE INQ-REPORT-LINE FROM INQ-IMAGE-LINE
019880     END-IF
019884     .
019888 3100-PRINT-IMAGE-EXIT.
019892     EXIT.
019900
020000 9000-TERMINATE.
020100     MOVE SPACES TO INQ-REPORT-LINE

003400*  2026-08-23  RLB  TABLE-OF-COUNTRIES RAISED FROM 50 TO 250
003500*                   ENTRIES FOR THE WORLD-CAPITALS EXPANSION,
003600*                   SUBSCRIPTS WIDENED TO MATCH.
003610*  2026-10-15  RLB  COUNTRY-MASTER IS NOW EFFECTIVE-DATED.  ONLY
003620*                   EACH COUNTRY'S OPEN VERSION (THE ONE IN FORCE
003630*                   TODAY) IS RECONCILED - CLOSED VERSIONS ARE
003640*                   HISTORY AND ARE EXPECTED TO DIFFER FROM THE
003650*                   REFERENCE.  AN UNCONVERTED MASTER (STATUS 39)
003660*                   STOPS THE RUN WITH A MESSAGE.
003670*  2026-10-15  RLB  THE STATUS 39 STOP NOW SETS RC 16, AS THE
003680*                   OTHER CTRYMST READERS DO, SO LATER STEPS DO
003690*                   NOT RUN AGAINST AN UNCONVERTED FILE.
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004100     SELECT COUNTRY-MASTER ASSIGN TO CTRYMST
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS CTRY-MASTER-KEY
004500         FILE STATUS IS CTRY-MASTER-STATUS.
004600
004700     SELECT REFERENCE-EXTRACT ASSIGN TO CTRYREF
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  COUNTRY-MASTER
005800     RECORD CONTAINS 82 CHARACTERS.
005900 COPY CTRYMST.
006000
006100 FD  REFERENCE-EXTRACT
013800                 "CountryMaint TO ESTABLISH IT FIRST"
013900         STOP RUN
014000     END-IF
014010     IF CTRY-MASTER-STATUS = '39'
014020         DISPLAY "COUNTRY-MASTER OPENED WITH STATUS 39 - THE "
014030                 "FILE IS STILL THE OLD 66-BYTE LAYOUT - RUN "
014040                 "THE CTRYMCNV CONVERSION ONCE BEFORE THIS JOB"
014045         MOVE 16 TO RETURN-CODE
014050         STOP RUN
014060     END-IF
014100     PERFORM 1110-READ-COUNTRY-MASTER
014200         THRU 1110-READ-COUNTRY-MASTER-EXIT
014300     PERFORM UNTIL CTRY-MASTER-EOF
014400         IF CTRY-ACTIVE
014450             AND CTRY-VERSION-OPEN
014500             IF TABLE-ENTRY-COUNT < 250
014600                 ADD 1 TO TABLE-ENTRY-COUNT
014700                 MOVE CTRY-COUNTRY-NAME

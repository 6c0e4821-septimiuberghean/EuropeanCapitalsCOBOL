001200*THE FULL COUNTRY-NAME/SPELLING ALIAS KEY FOR ALIAS CHANGES - IN
001300*BOTH CASES THE FIRST 25 BYTES ARE THE COUNTRY NAME, WHICH IS
001400*WHAT ChangeInquiry MATCHES ON.
001450*
001460*CourseMaint ALSO WRITES HERE UNDER FILE ID 'K', WITH THE COURSE
001470*CODE IN CHG-KEY AND COURSE-MASTER RECORDS AS THE IMAGES.
001500*
001600*MODIFICATION HISTORY
001700*  2026-09-02  RLB  ORIGINAL COPYBOOK.
001750*  2026-10-15  RLB  ADDED CHG-FILE-COURSE ('K') FOR CourseMaint.
001760*  2026-10-15  RLB  IMAGES WIDENED FROM 66 TO 82 BYTES FOR THE
001770*                   EFFECTIVE-DATED COUNTRY-MASTER RECORD; THE
001780*                   RECORD GREW FROM 198 TO 230 BYTES.  FOR
001790*                   COUNTRY CHANGES CHG-KEY NOW CARRIES THE FULL
001795*                   CTRY-MASTER-KEY (NAME PLUS EFFECTIVE-TO DATE)
001797*                   OF THE VERSION WRITTEN.
001800*****************************************************************
001900 01  CHG-HISTORY-RECORD.
002000     05  CHG-FILE-ID                 PIC X(01).
002100         88  CHG-FILE-COUNTRY            VALUE 'C'.
002200         88  CHG-FILE-ALIAS              VALUE 'A'.
002250         88  CHG-FILE-COURSE             VALUE 'K'.
002300     05  CHG-ACTION                  PIC X(01).
002400         88  CHG-ACTION-ADD              VALUE 'A'.
002500         88  CHG-ACTION-CHANGE           VALUE 'C'.
002800     05  CHG-RUN-DATE                PIC 9(08).
002900     05  CHG-RUN-TIME                PIC 9(06).
003000     05  CHG-KEY                     PIC X(50).
003100     05  CHG-BEFORE-IMAGE            PIC X(82).
003200     05  CHG-AFTER-IMAGE             PIC X(82).

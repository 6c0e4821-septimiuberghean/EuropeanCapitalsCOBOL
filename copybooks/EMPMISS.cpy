000100*****************************************************************
000200*EMPMISS.CPY
000300*RECORD LAYOUT FOR THE EMPLOYEE MISSED-COUNTRY INDEXED FILE.  ONE
000400*RECORD PER EMPLOYEE, COURSE AND COUNTRY THE EMPLOYEE HAS ANSWERED
000500*WRONG AT LEAST ONCE ON SESSION-LOG, WITH HOW MANY TIMES AND THE
000600*FIRST AND LAST DATES.  A BLANK SESSION COURSE IS FILED UNDER
000700*EUROCAP01.  REBUILT EVERY NIGHT BY StatsIndexBuild; THE REMEDIAL
000800*DRILL STARTS ON EMPLOYEE + COURSE AND READS THE COUNTRIES IN KEY
000900*ORDER INSTEAD OF SCANNING THE WHOLE LOG.
001000*
001100*MODIFICATION HISTORY
001200*  2026-10-15  RLB  ORIGINAL COPYBOOK.
001300*****************************************************************
001400 01  EMIS-MISS-RECORD.
001500     05  EMIS-MISS-KEY.
001600         10  EMIS-EMPLOYEE-ID        PIC X(10).
001700         10  EMIS-COURSE-CODE        PIC X(10).
001800         10  EMIS-COUNTRY-NAME       PIC X(25).
001900     05  EMIS-MISS-COUNT             PIC 9(05).
002000     05  EMIS-FIRST-MISS-DATE        PIC 9(08).
002100     05  EMIS-LAST-MISS-DATE         PIC 9(08).

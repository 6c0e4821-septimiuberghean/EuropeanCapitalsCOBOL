000300*RECORD LAYOUT FOR THE SESSION-LOG TRANSACTION HISTORY FILE.
000400*ONE HEADER RECORD AND ONE TRAILER RECORD BRACKET A GROUP OF
000500*DETAIL RECORDS (ONE PER QUESTION ASKED) FOR EACH QUIZ SESSION.
000600*WRITTEN BY GuessEuropeanCapital, GuessCapitalsBatch AND
000650*ExamScore (SCANNED PAPER EXAMS), READ BY
000700*MostMissedReport AND SessionExport.
000800*
000900*MODIFICATION HISTORY
003800*                   FULL EUROPEAN COURSE.  BLANK (OLD RECORDS)
003900*                   MEANS EUROCAP01.  RECORD LENGTH GREW FROM
004000*                   211 TO 221 BYTES.
004010*  2026-10-15  RLB  PAPER EXAMS SCORED BY ExamScore ARE LOGGED AS
004020*                   ORDINARY MULTIPLE-CHOICE GROUPS.  ON THOSE
004030*                   DETAILS SESS-MC-PICKED-LETTER MAY ALSO HOLD
004040*                   THE SCANNER'S '*' (SEVERAL LETTERS MARKED) OR
004050*                   A SPACE (NOTHING MARKED); BOTH SCORE WRONG.
004100*****************************************************************
004200 01  SESS-LOG-RECORD.
004300     05  SESS-RECORD-TYPE            PIC X(01).

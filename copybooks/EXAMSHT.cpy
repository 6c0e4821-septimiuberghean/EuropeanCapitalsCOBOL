000100*****************************************************************
000200*EXAMSHT.CPY
000300*RECORD LAYOUT FOR THE OPTICAL SCANNER'S ANSWER-SHEET FILE READ
000400*BY ExamScore.  ONE RECORD PER SHEET: THE EMPLOYEE ID AND FORM
000500*NUMBER THE EMPLOYEE MARKED IN THE BOXES AT THE TOP, THEN ONE
000600*BYTE PER QUESTION HOLDING THE LETTER MARKED (A-D).  THE SCANNER
000700*LEAVES A BYTE BLANK WHEN NOTHING WAS MARKED AND PUTS AN ASTERISK
000800*WHEN MORE THAN ONE LETTER WAS MARKED; EITHER SCORES WRONG.
000900*
001000*MODIFICATION HISTORY
001100*  2026-10-15  RLB  ORIGINAL COPYBOOK.
001200*****************************************************************
001300 01  SCAN-SHEET-RECORD.
001400     05  SCAN-EMPLOYEE-ID            PIC X(10).
001500     05  SCAN-FORM-NUMBER            PIC X(06).
001600     05  SCAN-FORM-NUMBER-NUM REDEFINES SCAN-FORM-NUMBER
001700                                     PIC 9(06).
001800     05  SCAN-MARK-TABLE.
001900         10  SCAN-MARK OCCURS 50 TIMES
002000                                     PIC X(01).
002100             88  SCAN-MARK-BLANK         VALUE SPACE.
002200             88  SCAN-MARK-MULTIPLE      VALUE '*'.
002300             88  SCAN-MARK-LETTER        VALUE 'A' 'B' 'C' 'D'.

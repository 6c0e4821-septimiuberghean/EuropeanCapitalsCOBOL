000100*****************************************************************
000200*EXAMKEY.CPY
000300*RECORD LAYOUT FOR THE PAPER-EXAM ANSWER-KEY INDEXED FILE, KEYED
000400*BY FORM NUMBER PLUS QUESTION NUMBER.  ExamFormPrint WRITES ONE
000500*RECORD PER QUESTION OF EVERY FORM IT PRINTS - THE COUNTRY ASKED,
000600*ITS CAPITAL, THE FOUR CAPITALS OFFERED AND THE RIGHT LETTER - SO
000700*ExamScore CAN MARK A SCANNED ANSWER SHEET AGAINST EXACTLY THE
000800*PAPER THE EMPLOYEE SAT, AND LOG THE SAME DETAIL A MULTIPLE-CHOICE
000900*SESSION AT A TERMINAL WOULD.  FORM NUMBERS RUN ON FROM THE
001000*HIGHEST ALREADY ON FILE, SO A FORM NUMBER IS NEVER REUSED.
001100*
001200*MODIFICATION HISTORY
001300*  2026-10-15  RLB  ORIGINAL COPYBOOK.
001400*****************************************************************
001500 01  EXKY-KEY-RECORD.
001600     05  EXKY-KEY.
001700         10  EXKY-FORM-NUMBER        PIC 9(06).
001800         10  EXKY-QUESTION-NUMBER    PIC 9(02).
001900     05  EXKY-COURSE-CODE            PIC X(10).
002000     05  EXKY-REGION-SCOPE           PIC X(15).
002100     05  EXKY-PRINT-DATE             PIC 9(08).
002200     05  EXKY-QUESTION-COUNT         PIC 9(02).
002300     05  EXKY-COUNTRY-NAME           PIC X(25).
002400     05  EXKY-CAPITAL-NAME           PIC X(25).
002500     05  EXKY-CHOICE OCCURS 4 TIMES  PIC X(25).
002600     05  EXKY-CORRECT-LETTER         PIC X(01).

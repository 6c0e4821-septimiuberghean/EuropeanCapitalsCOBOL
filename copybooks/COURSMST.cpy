000100*****************************************************************
000200*COURSMST.CPY
000300*RECORD LAYOUT FOR THE COURSE-MASTER INDEXED FILE - THE COURSE
000400*CATALOG.  ONE RECORD PER COURSE CODE CARRYING THE RULES THAT
000500*USED TO BE COMPILED INTO EACH PROGRAM: THE PASS PERCENT, THE
000600*NUMBER OF MONTHS A PASS STAYS CURRENT, THE DEFAULT NUMBER OF
000700*QUESTIONS, THE QUIZ MODES THE COURSE ALLOWS, AND THE REGION
000800*THE DRAW IS LIMITED TO.  MAINTAINED BY CourseMaint AND READ BY
000900*GuessEuropeanCapital, GuessCapitalsBatch, HistoryPost,
001000*SessionExport AND RequalRoster.
001100*
001200*CRS-ALLOWED-MODES HOLDS UP TO FIVE OF THE CTL-QUIZ-MODE LETTERS
001300*(F R M C W) IN ANY ORDER - ALL SPACES ALLOWS EVERY MODE.
001400*CRS-REGION-SCOPE OF SPACES MEANS ALL REGIONS.  THE RECORD IS
001500*66 BYTES SO IT FITS THE CHANGE-HISTORY BEFORE/AFTER IMAGES.
001600*
001700*MODIFICATION HISTORY
001800*  2026-10-15  RLB  ORIGINAL COPYBOOK.
001900*****************************************************************
002000 01  CRS-MASTER-RECORD.
002100     05  CRS-COURSE-CODE             PIC X(10).
002200     05  CRS-DESCRIPTION             PIC X(28).
002300     05  CRS-PASS-PERCENT            PIC 9(03).
002400     05  CRS-REQUAL-MONTHS           PIC 9(02).
002500     05  CRS-QUESTION-COUNT          PIC 9(02).
002600     05  CRS-ALLOWED-MODES           PIC X(05).
002700     05  CRS-REGION-SCOPE            PIC X(15).
002800     05  CRS-STATUS-CODE             PIC X(01).
002900         88  CRS-ACTIVE                  VALUE 'A'.
003000         88  CRS-RETIRED                 VALUE 'R'.

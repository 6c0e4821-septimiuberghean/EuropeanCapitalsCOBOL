000100*****************************************************************
000200*EXAMCTL.CPY
000300*RECORD LAYOUT FOR THE PAPER-EXAM PRINT CONTROL CARD READ BY
000400*ExamFormPrint.  NAMES THE COURSE THE FORMS ARE FOR, HOW MANY
000500*NUMBERED FORMS TO PRINT, THE QUESTIONS PER FORM AND AN OPTIONAL
000600*REGION.  A ZERO OR BLANK QUESTION COUNT TAKES THE COURSE'S OWN
000700*CRS-QUESTION-COUNT; A BLANK REGION TAKES THE COURSE'S REGION
000800*SCOPE.  A ZERO OR BLANK FORM COUNT PRINTS ONE FORM.  PAPER FORMS
000900*ARE ALWAYS MULTIPLE-CHOICE, BECAUSE THE OPTICAL SCANNER ONLY
001000*READS THE LETTER MARKED FOR EACH QUESTION.
001100*
001200*MODIFICATION HISTORY
001300*  2026-10-15  RLB  ORIGINAL COPYBOOK.
001400*****************************************************************
001500 01  EXCT-CARD-RECORD.
001600     05  EXCT-COURSE-CODE            PIC X(10).
001700     05  EXCT-FORM-COUNT             PIC 9(03).
001800     05  EXCT-QUESTION-COUNT         PIC 9(02).
001900     05  EXCT-REGION-FILTER          PIC X(15).

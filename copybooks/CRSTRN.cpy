000100*****************************************************************
000200*CRSTRN.CPY
000300*TRANSACTION RECORD READ BY CourseMaint TO ADD, CHANGE OR RETIRE
000400*ENTRIES ON THE COURSE-MASTER FILE.  ON A CHANGE, A BLANK FIELD
000500*LEAVES THE MASTER VALUE AS IT IS - THE NUMERIC FIELDS ARE
000600*CARRIED AS TEXT SO THAT A BLANK CAN BE TOLD APART FROM ZERO.
000700*
000800*MODIFICATION HISTORY
000900*  2026-10-15  RLB  ORIGINAL COPYBOOK.
001000*****************************************************************
001100 01  CRS-TRANS-RECORD.
001200     05  CRS-TRANS-ACTION            PIC X(01).
001300         88  CRS-ACTION-ADD              VALUE 'A'.
001400         88  CRS-ACTION-CHANGE           VALUE 'C'.
001500         88  CRS-ACTION-RETIRE           VALUE 'R'.
001600     05  CRS-TRANS-CODE              PIC X(10).
001700     05  CRS-TRANS-DESCRIPTION       PIC X(28).
001800     05  CRS-TRANS-PASS-PERCENT      PIC X(03).
001900     05  CRS-TRANS-PASS-PERCENT-N    REDEFINES
002000         CRS-TRANS-PASS-PERCENT      PIC 9(03).
002100     05  CRS-TRANS-REQUAL-MONTHS     PIC X(02).
002200     05  CRS-TRANS-REQUAL-MONTHS-N   REDEFINES
002300         CRS-TRANS-REQUAL-MONTHS     PIC 9(02).
002400     05  CRS-TRANS-QUESTION-COUNT    PIC X(02).
002500     05  CRS-TRANS-QUESTION-COUNT-N  REDEFINES
002600         CRS-TRANS-QUESTION-COUNT    PIC 9(02).
002700     05  CRS-TRANS-ALLOWED-MODES     PIC X(05).
002800     05  CRS-TRANS-REGION-SCOPE      PIC X(15).

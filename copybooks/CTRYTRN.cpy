000500*
000600*MODIFICATION HISTORY
000700*  2026-08-08  RLB  ORIGINAL COPYBOOK.
000710*  2026-10-15  RLB  ADDED CTRY-TRANS-EFFECTIVE-DATE - THE DATE THE
000720*                   ADD, CHANGE OR RETIRE TAKES EFFECT.  BLANK OR
000730*                   ZERO MEANS THE RUN DATE, SO EXISTING 66-BYTE
000740*                   TRANSACTION DECKS STILL APPLY UNCHANGED.
000800*****************************************************************
000900 01  CTRY-TRANS-RECORD.
001000     05  CTRY-TRANS-ACTION           PIC X(01).
001400     05  CTRY-TRANS-COUNTRY          PIC X(25).
001500     05  CTRY-TRANS-CAPITAL          PIC X(25).
001600     05  CTRY-TRANS-REGION           PIC X(15).
001700     05  CTRY-TRANS-EFFECTIVE-DATE   PIC X(08).
001800     05  CTRY-TRANS-EFFECTIVE-NUM REDEFINES
001900         CTRY-TRANS-EFFECTIVE-DATE   PIC 9(08).

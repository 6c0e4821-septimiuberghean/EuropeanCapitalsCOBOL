000100*****************************************************************
000200*INTGCTL.CPY
000300*RECORD LAYOUT FOR THE THRESHOLD CARD READ BY SessionIntegrity.
000400*THE EXAMINERS TUNE THE SUSPICIOUS-SESSION RULES HERE WITHOUT A
000500*RECOMPILE.  A BLANK, ZERO OR NON-NUMERIC FIELD KEEPS THE
000600*PROGRAM'S DEFAULT:
000700*    INTC-FAST-SECS         AN ANSWER IN THIS MANY SECONDS OR
000800*                           FEWER IS IMPLAUSIBLY FAST (DEFAULT 2)
000900*    INTC-FAST-PERCENT      A TIMED SESSION IS FLAGGED WHEN THIS
001000*                           PERCENT OF ITS QUESTIONS OR MORE WERE
001100*                           ANSWERED THAT FAST (DEFAULT 60)
001200*    INTC-MIN-QUESTIONS     SESSIONS AND ROSTER SHEETS WITH FEWER
001300*                           QUESTIONS ARE TOO SHORT TO JUDGE
001400*                           (DEFAULT 3)
001500*    INTC-MINUTE-SESSIONS   THIS MANY SESSIONS STARTED BY ONE
001600*                           EMPLOYEE ID IN ONE MINUTE IS FLAGGED
001700*                           (DEFAULT 2)
001800*    INTC-FROM-DATE         ONLY SESSIONS ON OR AFTER THIS DATE
001900*                           ARE REVIEWED (DEFAULT ZERO - THE
002000*                           WHOLE LOG)
002100*
002200*MODIFICATION HISTORY
002300*  2026-10-15  RLB  ORIGINAL COPYBOOK.
002400*****************************************************************
002500 01  INTC-CARD-RECORD.
002600     05  INTC-FAST-SECS              PIC 9(03).
002700     05  INTC-FAST-PERCENT           PIC 9(03).
002800     05  INTC-MIN-QUESTIONS          PIC 9(02).
002900     05  INTC-MINUTE-SESSIONS        PIC 9(02).
003000     05  INTC-FROM-DATE              PIC 9(08).

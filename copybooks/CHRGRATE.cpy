000100*****************************************************************
000200*CHRGRATE.CPY
000300*RECORD LAYOUT FOR THE CHARGEBACK RATE TABLE READ BY
000400*ChargebackFeed.  ONE RECORD PER COURSE AND QUIZ MODE, PRICING ONE
000500*COMPLETED SESSION.  A BLANK CHRT-QUIZ-MODE IS THE COURSE'S RATE
000600*FOR EVERY MODE WITHOUT A RECORD OF ITS OWN.
000700*CHRT-REPEAT-SURCHARGE IS ADDED WHEN THE EMPLOYEE'S PREVIOUS
000800*SESSION ON THE SAME COURSE WAS A FAIL (A RESIT).  AMOUNTS ARE IN
000900*THE LEDGER CURRENCY.
001000*
001100*MODIFICATION HISTORY
001200*  2026-10-15  RLB  ORIGINAL COPYBOOK.
001300*****************************************************************
001400 01  CHRT-RATE-RECORD.
001500     05  CHRT-COURSE-CODE            PIC X(10).
001600     05  CHRT-QUIZ-MODE              PIC X(01).
001700         88  CHRT-ALL-MODES              VALUE SPACE.
001800     05  CHRT-SESSION-RATE           PIC 9(05)V99.
001900     05  CHRT-REPEAT-SURCHARGE       PIC 9(05)V99.

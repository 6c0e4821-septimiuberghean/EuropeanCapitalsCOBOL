000100*****************************************************************
000200*BILLREG.CPY
000300*RECORD LAYOUT FOR THE BILLED-MONTH REGISTER KEPT BY
000400*ChargebackFeed.  ONE RECORD IS APPENDED FOR EACH MONTH WHOSE
000500*JOURNAL WAS WRITTEN AND BALANCED.  A MONTH ALREADY ON THE
000600*REGISTER IS NOT BILLED AGAIN.  TO REBILL A MONTH FINANCE HAS
000700*REVERSED, DELETE ITS RECORD FROM THE REGISTER FIRST.
000800*
000900*MODIFICATION HISTORY
001000*  2026-10-15  RLB  ORIGINAL COPYBOOK.
001100*****************************************************************
001200 01  BREG-BILLED-RECORD.
001300     05  BREG-BILL-MONTH             PIC X(06).
001400     05  BREG-BATCH-ID               PIC X(10).
001500     05  BREG-RUN-DATE               PIC 9(08).
001600     05  BREG-RUN-TIME               PIC 9(06).
001700     05  BREG-SESSION-COUNT          PIC 9(07).
001800     05  BREG-JOURNAL-LINES          PIC 9(06).
001900     05  BREG-BILLED-AMOUNT          PIC 9(11)V99.

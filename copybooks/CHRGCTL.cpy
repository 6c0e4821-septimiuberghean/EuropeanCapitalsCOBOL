000100*****************************************************************
000200*CHRGCTL.CPY
000300*RECORD LAYOUT FOR THE CONTROL CARD READ BY ChargebackFeed, THE
000400*MONTHLY TRAINING-COST CHARGEBACK TO FINANCE.  THE CARD IS
000500*REQUIRED - FINANCE OWNS THE ACCOUNT CODES AND CHANGES THEM ON
000600*THE CARD, NOT IN THE PROGRAM:
000700*    CHCT-BILL-MONTH        YYYYMM TO BILL.  BLANK BILLS THE
000800*                           CALENDAR MONTH BEFORE THE RUN DATE.
000900*                           THE MONTH MUST BE CLOSED - BEFORE THE
001000*                           MONTH OF THE RUN DATE.
001100*    CHCT-TRAINING-CC       TRAINING'S OWN COST CENTRE, CREDITED
001200*                           WITH THE MONTH'S TOTAL.
001300*    CHCT-DEBIT-ACCOUNT     GL ACCOUNT DEBITED ON EACH
001400*                           DEPARTMENT'S COST CENTRE (TRAINING
001500*                           EXPENSE).
001600*    CHCT-CREDIT-ACCOUNT    GL ACCOUNT CREDITED ON TRAINING'S COST
001700*                           CENTRE (INTERNAL RECOVERIES).
001800*    CHCT-SUSPENSE-CC       COST CENTRE DEBITED FOR DEPARTMENTS
001900*                           NOT ON DEPTREF OR WITH NO
002000*                           DEPT-COST-CENTRE, FOR FINANCE TO
002100*                           CLEAR BY HAND.
002200*
002300*MODIFICATION HISTORY
002400*  2026-10-15  RLB  ORIGINAL COPYBOOK.
002500*****************************************************************
002600 01  CHCT-CARD-RECORD.
002700     05  CHCT-BILL-MONTH             PIC X(06).
002800     05  CHCT-BILL-MONTH-N REDEFINES CHCT-BILL-MONTH.
002900         10  CHCT-BILL-YEAR              PIC 9(04).
003000         10  CHCT-BILL-MM                PIC 9(02).
003100     05  CHCT-TRAINING-CC            PIC X(08).
003200     05  CHCT-DEBIT-ACCOUNT          PIC X(08).
003300     05  CHCT-CREDIT-ACCOUNT         PIC X(08).
003400     05  CHCT-SUSPENSE-CC            PIC X(08).

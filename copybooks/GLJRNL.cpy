000100*****************************************************************
000200*GLJRNL.CPY
000300*RECORD LAYOUT FOR THE FINANCE GENERAL-LEDGER INTERFACE - ONE
000400*JOURNAL BATCH PER FILE, FIXED WIDTH, 100 BYTES.  A BATCH IS ONE
000500*'H' HEADER, ANY NUMBER OF 'D' JOURNAL LINES AND ONE 'T' TRAILER
000600*WHOSE LINE COUNT AND DEBIT AND CREDIT TOTALS THE GL LOADER
000700*CHECKS BEFORE POSTING.  THE DEBIT AND CREDIT TOTALS MUST BE
000800*EQUAL.  AMOUNTS ARE UNSIGNED; GLJ-DEBIT-CREDIT CARRIES THE SIDE.
000900*WRITTEN BY ChargebackFeed (SOURCE 'TRNG').
001000*
001100*MODIFICATION HISTORY
001200*  2026-10-15  RLB  ORIGINAL COPYBOOK.
001300*****************************************************************
001400 01  GLJ-JOURNAL-RECORD.
001500     05  GLJ-RECORD-TYPE             PIC X(01).
001600         88  GLJ-BATCH-HEADER            VALUE 'H'.
001700         88  GLJ-JOURNAL-LINE            VALUE 'D'.
001800         88  GLJ-BATCH-TRAILER           VALUE 'T'.
001900     05  GLJ-SOURCE-SYSTEM           PIC X(04).
002000     05  GLJ-BATCH-ID                PIC X(10).
002100     05  GLJ-LINE-AREA.
002200         10  GLJ-LINE-NUMBER             PIC 9(06).
002300         10  GLJ-EFFECTIVE-DATE          PIC 9(08).
002400         10  GLJ-COST-CENTRE             PIC X(08).
002500         10  GLJ-ACCOUNT                 PIC X(08).
002600         10  GLJ-DEBIT-CREDIT            PIC X(01).
002700             88  GLJ-DEBIT                   VALUE 'D'.
002800             88  GLJ-CREDIT                  VALUE 'C'.
002900         10  GLJ-AMOUNT                  PIC 9(11)V99.
003000         10  GLJ-REFERENCE               PIC X(10).
003100         10  GLJ-DESCRIPTION             PIC X(30).
003200         10  FILLER                      PIC X(01).
003300     05  GLJ-HEADER-AREA REDEFINES GLJ-LINE-AREA.
003400         10  GLJ-HDR-PERIOD              PIC X(06).
003500         10  GLJ-HDR-CREATED-DATE        PIC 9(08).
003600         10  GLJ-HDR-CREATED-TIME        PIC 9(06).
003700         10  GLJ-HDR-DESCRIPTION         PIC X(30).
003800         10  FILLER                      PIC X(35).
003900     05  GLJ-TRAILER-AREA REDEFINES GLJ-LINE-AREA.
004000         10  GLJ-TRL-LINE-COUNT          PIC 9(06).
004100         10  GLJ-TRL-DEBIT-TOTAL         PIC 9(13)V99.
004200         10  GLJ-TRL-CREDIT-TOTAL        PIC 9(13)V99.
004300         10  FILLER                      PIC X(49).

000100*****************************************************************
000200*RUNDEPS.CPY
000300*RECORD LAYOUT FOR THE BATCH-CYCLE DEPENDENCY CARDS (RUNDEPS).
000400*EACH CARD NAMES A JOB AND ONE RULE:
000500*    R - THE JOB IS SCHEDULED EVERY CYCLE (OTHER JOB BLANK);
000600*        CycleStatus SHOWS IT AS OUTSTANDING UNTIL IT COMPLETES
000700*    C - THE OTHER JOB MUST HAVE COMPLETED CLEANLY (RC 4 OR
000800*        LESS) FOR THE CYCLE BEFORE THIS JOB MAY START
000900*    X - THIS JOB MAY NOT START WHILE THE OTHER JOB IS RUNNING
001000*        (STARTED BUT NOT ENDED) IN THE CYCLE
001100*RunLedger APPLIES THE C AND X CARDS WHEN A JOB STARTS, SO THE
001200*CYCLE ORDER CAN BE CHANGED WITHOUT A RECOMPILE.
001300*
001400*MODIFICATION HISTORY
001500*  2026-10-15  RLB  ORIGINAL COPYBOOK.
001600*****************************************************************
001700 01  RDEP-CARD-RECORD.
001800     05  RDEP-JOB-NAME               PIC X(08).
001900     05  FILLER                      PIC X(01).
002000     05  RDEP-RULE                   PIC X(01).
002100         88  RDEP-SCHEDULED              VALUE 'R'.
002200         88  RDEP-NEEDS-COMPLETE         VALUE 'C'.
002300         88  RDEP-NOT-WHILE-RUNNING      VALUE 'X'.
002400     05  FILLER                      PIC X(01).
002500     05  RDEP-OTHER-JOB              PIC X(08).
002600     05  FILLER                      PIC X(01).
002700     05  RDEP-DESCRIPTION            PIC X(60).

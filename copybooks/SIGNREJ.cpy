000100*****************************************************************
000200*SIGNREJ.CPY
000300*RECORD LAYOUT FOR THE SIGN-ON REJECTS LOG.  ONE RECORD PER
000400*EMPLOYEE ID REFUSED BECAUSE IT IS NOT ON THE EMPLOYEE-MASTER OR
000500*IS MARKED SEPARATED - WRITTEN BY GuessEuropeanCapital AT SIGN-ON
000600*AND BY RosterEdit FOR BATCH ROSTER RECORDS - SO MISTYPED IDS
000700*AND LEAVERS STILL TRYING TO TRAIN CAN BE REVIEWED AND FOLLOWED
000800*UP INSTEAD OF TURNING INTO ORPHAN TRAINING RECORDS.
000900*
001000*MODIFICATION HISTORY
001100*  2026-10-15  RLB  ORIGINAL COPYBOOK.
001200*****************************************************************
001300 01  SREJ-LOG-RECORD.
001400     05  SREJ-LOG-DATE               PIC 9(08).
001500     05  SREJ-LOG-TIME               PIC 9(06).
001600     05  SREJ-EMPLOYEE-ID            PIC X(10).
001700     05  SREJ-SOURCE                 PIC X(08).
001800     05  SREJ-REASON-CODE            PIC X(01).
001900         88  SREJ-REASON-UNKNOWN         VALUE 'U'.
002000         88  SREJ-REASON-SEPARATED       VALUE 'S'.
002100     05  SREJ-REASON-TEXT            PIC X(20).

000100*****************************************************************
000200*RBLDCTL.CPY
000300*RECORD LAYOUT FOR THE MASTER REBUILD OPTION CARDS READ BY
000400*HistRebuild AND CountryRebuild.  ONE CARD PER MASTER FILE, NAMED
000500*BY ITS DD NAME ('EMPHIST' OR 'CTRYMST').  'SWAP' IN COLUMNS 10-13
000600*ASKS FOR THE REBUILT FILE TO BE COPIED OVER THE LIVE MASTER ONCE
000700*THE COMPARE HAS BEEN PRINTED.  NO CARD (OR NO CARD FILE) FOR A
000800*MASTER MEANS REBUILD AND COMPARE ONLY - THE LIVE FILE IS LEFT AS
000900*IT STANDS.
001000*
001100*MODIFICATION HISTORY
001200*  2026-10-15  RLB  ORIGINAL COPYBOOK.
001300*****************************************************************
001400 01  RBLD-CARD-RECORD.
001500     05  RBLD-FILE-ID                PIC X(08).
001600         88  RBLD-FILE-EMPHIST           VALUE 'EMPHIST'.
001700         88  RBLD-FILE-CTRYMST           VALUE 'CTRYMST'.
001800     05  FILLER                      PIC X(01).
001900     05  RBLD-SWAP-OPTION            PIC X(04).
002000         88  RBLD-SWAP-REQUESTED         VALUE 'SWAP'.

000100*****************************************************************
000200*CTRYSTAT.CPY
000300*RECORD LAYOUT FOR THE COUNTRY-STATISTICS INDEXED FILE.  ONE
000400*RECORD PER COUNTRY NAME EVER ASKED, KEYED BY THE NAME, CARRYING
000500*HOW MANY TIMES IT HAS BEEN ASKED AND HOW MANY OF THOSE ANSWERS
000550*WERE WRONG - EVERY SESSION-LOG DETAIL RECORD PLUS THE ARCHIVE
000600*'S' SUMMARIES.
000700*REBUILT EVERY NIGHT BY StatsIndexBuild SO THE WEIGHTED DRAW AND
000800*MostMissedReport READ THE TOTALS BY KEY INSTEAD OF SCANNING THE
000900*WHOLE LOG.
001000*
001100*ONE CONTROL RECORD UNDER THE RESERVED KEY '##CONTROL#' CARRIES
001200*THE DATE AND TIME THE FILE WAS BUILT.
001300*
001400*MODIFICATION HISTORY
001500*  2026-10-15  RLB  ORIGINAL COPYBOOK.
001600*****************************************************************
001700 01  CSTA-STAT-RECORD.
001800     05  CSTA-COUNTRY-NAME           PIC X(25).
001900         88  CSTA-CONTROL-KEY            VALUE '##CONTROL#'.
002000     05  CSTA-COUNT-AREA.
002100         10  CSTA-ASKED-COUNT            PIC 9(07).
002200         10  CSTA-WRONG-COUNT            PIC 9(07).
002300         10  FILLER                      PIC X(06).
002400     05  CSTA-CONTROL-AREA REDEFINES CSTA-COUNT-AREA.
002500         10  CSTA-BUILD-DATE             PIC 9(08).
002600         10  CSTA-BUILD-TIME             PIC 9(06).
002700         10  FILLER                      PIC X(06).

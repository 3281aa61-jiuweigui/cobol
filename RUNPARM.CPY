000100*--------------------------------------------------------------
000200* RUNPARM - RUNPARM.DAT record layout: the central library of
000300* standing run parameters (retention days, dormancy days,
000400* run modes and the like) that used to ride on SYSIN cards
000500* scattered through NIGHTLY. Keyed on the program (its
000600* WS-Program-Name), the parameter name and the date the
000700* value takes effect, so a change can be entered ahead of
000800* time and the history of every value stays on file. The
000900* value in force on a date is the one with the latest
001000* effective date on or before it (shared ParmGet routine);
001100* a parameter with no row in force runs on the program's
001200* own default. Maintained by ParmMnt, listed by ParmRpt.
001300* PRM-Value is text: numbers are keyed with their leading
001400* zeros, as the old cards were.
001500*--------------------------------------------------------------
001600 01  RunParmRecord.
001700     02  PRM-Key.
001800         03  PRM-Program         PIC X(10).
001900         03  PRM-Name            PIC X(12).
002000         03  PRM-Effective-Date  PIC 9(08).
002100     02  PRM-Value           PIC X(20).
002200     02  PRM-Set-By          PIC X(10).
002300     02  PRM-Set-EmpId       PIC 9(05).
002400     02  PRM-Set-Date        PIC 9(08).

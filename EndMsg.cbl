001000* calls it last, passing its start time, its records read,
001100* written and rejected, and its final return code, so "how
001200* long did it run and what did it process" sits in one
001300* predictable place for every job, followed by the run
001400* parameters the job took from the RUNPARM.DAT library
001433* (ParmGet). Elapsed time allows for a run that crosses
001466* midnight.
001500*--------------------------------------------------------------
001600* MODIFICATION HISTORY
001700*--------------------------------------------------------------
002060* 2026-09-01 JWG  The appended figures are stamped with the
002070*                 business date from RUNDATE.CTL, so a late
002080*                 or rerun chain keeps one date per night.
002086* 2026-10-15 JWG  The run parameters the job took through
002092*                 ParmGet are listed in the block.
002100*--------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002210 INPUT-OUTPUT SECTION.
003300 01  WS-Elapsed-Seconds      PIC 9(09) COMP.
003400 01  WS-Elapsed-Disp         PIC ZZZZZZZ9.
003500 01  WS-Count-Disp           PIC ZZZZZZZZ9.
003525 01  WS-Parm-Request         PIC X(01).
003550 01  WS-Parm-Name            PIC X(12).
003575 01  WS-Parm-Value           PIC X(20).
003600
003700 LINKAGE SECTION.
003800 01  LK-Program-Name         PIC X(20).
007400     MOVE LK-Rejected-Count TO WS-Count-Disp
007500     DISPLAY "REJECTED: " WS-Count-Disp
007600     DISPLAY "RETURN CODE: " LK-Return-Code
007625     MOVE "L" TO WS-Parm-Request
007650     CALL "ParmGet" USING WS-Parm-Request, LK-Program-Name,
007675         WS-Parm-Name, WS-Parm-Value
007700     DISPLAY "===================================="
007710     PERFORM 2000-PERSIST-FIGURES
007720         THRU 2000-PERSIST-FIGURES-EXIT

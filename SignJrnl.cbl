000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Appends one sign-on attempt record (date, time, UserId,
000900* outcome, terminal) to the SIGNJRNL.DAT journal - in the
001000* spirit of ExcpLog, one shared routine so every attempt is
001050* recorded the same way. UserSignon calls it for every outcome,
001200* accepted or refused; the SignRpt daily security report
001300* summarises the journal each morning.
001400*--------------------------------------------------------------
001700* DATE       INIT DESCRIPTION
001800* ---------- ---- -------------------------------------------
001900* 2026-09-01 JWG  Original version.
001920* 2026-10-15 JWG  Each record now carries the terminal id the
001940*                 attempt came from and the known-terminal
001960*                 flag UserSignon sets on a good sign-on;
001980*                 SessReg passes them blank.
002000*--------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
004000 LINKAGE SECTION.
004100 01  LK-UserId               PIC 9(08).
004200 01  LK-Outcome              PIC X(01).
004233 01  LK-Terminal             PIC X(08).
004266 01  LK-Terminal-Flag        PIC X(01).
004300
004400 PROCEDURE DIVISION USING LK-UserId, LK-Outcome,
004450     LK-Terminal, LK-Terminal-Flag.
004500
004600 0000-MAINLINE.
004700     CALL "EnvName" USING WS-P-SIGNJRNL-DAT
005500     MOVE WS-Run-Time TO SJ-Time
005600     MOVE LK-UserId TO SJ-UserId
005700     MOVE LK-Outcome TO SJ-Outcome
005733     MOVE LK-Terminal TO SJ-Terminal
005766     MOVE LK-Terminal-Flag TO SJ-Terminal-Flag
005800     WRITE SignJrnlRecord
005900     CLOSE JournalFile
006000     GOBACK.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ReadJrnl.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Appends one read-access record to the READJRNL.DAT journal:
000900* which operator (EmpId) saw which account, through which
001000* program, and when - shared the way SignJrnl is, so every
001100* inquiry program journals its views the same way and the
001200* ReadRpt browsing-pattern report has one file to read. The
001300* journal self-starts when it is missing.
001400*--------------------------------------------------------------
001500* MODIFICATION HISTORY
001600*--------------------------------------------------------------
001700* DATE       INIT DESCRIPTION
001800* ---------- ---- -------------------------------------------
001900* 2026-10-15 JWG  Original version.
002000*--------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT JournalFile ASSIGN TO DYNAMIC WS-P-READJRNL-DAT
002500         ORGANIZATION IS LINE SEQUENTIAL
002600         FILE STATUS IS WS-Journal-Status.
002700
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  JournalFile.
003100     COPY "READJRNL.CPY".
003200
003300 WORKING-STORAGE SECTION.
003400 01  WS-Journal-Status       PIC XX.
003500     88  WS-Journal-Missing      VALUE "35".
003600 01  WS-Run-Date             PIC 9(08).
003700 01  WS-Run-Time             PIC 9(08).
003800 01  WS-P-READJRNL-DAT      PIC X(30) VALUE "READJRNL.DAT".
003900
004000 LINKAGE SECTION.
004100 01  LK-EmpId                PIC 9(05).
004200 01  LK-UserId               PIC 9(08).
004300 01  LK-Program              PIC X(20).
004400
004500 PROCEDURE DIVISION USING LK-EmpId, LK-UserId, LK-Program.
004600
004700 0000-MAINLINE.
004800     CALL "EnvName" USING WS-P-READJRNL-DAT
004900     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
005000     ACCEPT WS-Run-Time FROM TIME
005100     OPEN EXTEND JournalFile
005200     IF WS-Journal-Missing
005300         OPEN OUTPUT JournalFile
005400     END-IF
005500     MOVE SPACES TO ReadJrnlRecord
005600     MOVE WS-Run-Date TO RJ-Date
005700     MOVE WS-Run-Time TO RJ-Time
005800     MOVE LK-EmpId TO RJ-EmpId
005900     MOVE LK-UserId TO RJ-UserId
006000     MOVE LK-Program TO RJ-Program
006100     WRITE ReadJrnlRecord
006200     CLOSE JournalFile
006300     GOBACK.

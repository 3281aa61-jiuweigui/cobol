002000* DATE       INIT DESCRIPTION
002100* ---------- ---- -------------------------------------------
002200* 2026-09-01 JWG  Original version.
002201* 2026-10-15 JWG  USERREC widened to 250 bytes for the account end
002202*                 date; the full-record images and trailer layout
002203*                 here are sized to match.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003800     COPY "USERREC.CPY".
003900
004000 FD  SnapshotFile.
004100 01  SnapshotRecord          PIC X(250).
004200
004300 WORKING-STORAGE SECTION.
004400 01  WS-File-Status          PIC XX.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PassCode.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Generates a six-digit random one-time passcode for the
000900* UserSignon second factor. Drawn the same way SaltGen draws
001000* a salt, so the suite has one idea of "random"; the value
001100* lives only in the sign-on session and the outbound queue,
001200* never on USERS.DATA.
001300*--------------------------------------------------------------
001400* MODIFICATION HISTORY
001500*--------------------------------------------------------------
001600* DATE       INIT DESCRIPTION
001700* ---------- ---- -------------------------------------------
001800* 2026-10-15 JWG  Original version.
001900*--------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 DATA DIVISION.
002200 WORKING-STORAGE SECTION.
002300 01  WS-Random-Seed          PIC 9(08).
002400 01  WS-Random-Value         PIC S9V9(09).
002500 01  WS-Random-Int           PIC 9(09) COMP.
002600
002700 LINKAGE SECTION.
002800 01  LK-Passcode             PIC 9(06).
002900
003000 PROCEDURE DIVISION USING LK-Passcode.
003100
003200 0000-MAINLINE.
003300     ACCEPT WS-Random-Seed FROM TIME
003400     COMPUTE WS-Random-Value = FUNCTION RANDOM(WS-Random-Seed)
003500     COMPUTE WS-Random-Value = FUNCTION RANDOM
003600     COMPUTE WS-Random-Int =
003700         FUNCTION INTEGER(WS-Random-Value * 1000000000)
003800     COMPUTE LK-Passcode = FUNCTION MOD(WS-Random-Int, 1000000)
003900     GOBACK.

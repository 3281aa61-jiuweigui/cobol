000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PwGen.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Generates a random twenty-character password for accounts
000900* whose password nobody chooses - the break-glass emergency
001000* accounts BrkGlass and BgSweep rotate. Letters and digits
001100* alternate, so the value always passes the shared PwEdit
001200* rules at any policy minimum the field can hold; letters
001300* and digits that read alike (I, l, O, o, 0, 1) are left
001400* out because the value may have to be read aloud or copied
001500* by hand in an outage. Drawn the same way SaltGen draws a
001600* salt, so the suite has one idea of "random".
001700*--------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*--------------------------------------------------------------
002000* DATE       INIT DESCRIPTION
002100* ---------- ---- -------------------------------------------
002200* 2026-10-15 JWG  Original version.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 DATA DIVISION.
002600 WORKING-STORAGE SECTION.
002700 01  WS-Random-Seed          PIC 9(08).
002800 01  WS-Random-Value         PIC S9V9(09).
002900 01  WS-Random-Int           PIC 9(09) COMP.
003000 01  WS-Pick                 PIC 9(02) COMP.
003100 01  WS-Pw-Index             PIC 9(02) COMP.
003200 01  WS-Letter-Set           PIC X(48) VALUE
003300     "ABCDEFGHJKLMNPQRSTUVWXYZabcdefghijkmnpqrstuvwxyz".
003400 01  WS-Digit-Set            PIC X(08) VALUE "23456789".
003500
003600 LINKAGE SECTION.
003700 01  LK-Password             PIC X(20).
003800
003900 PROCEDURE DIVISION USING LK-Password.
004000
004100 0000-MAINLINE.
004200     MOVE SPACES TO LK-Password
004300     ACCEPT WS-Random-Seed FROM TIME
004400     COMPUTE WS-Random-Value = FUNCTION RANDOM(WS-Random-Seed)
004500     PERFORM VARYING WS-Pw-Index FROM 1 BY 1
004600             UNTIL WS-Pw-Index > 20
004700         COMPUTE WS-Random-Value = FUNCTION RANDOM
004800         COMPUTE WS-Random-Int =
004900             FUNCTION INTEGER(WS-Random-Value * 1000000)
005000         IF FUNCTION MOD(WS-Pw-Index, 2) = 1
005100             COMPUTE WS-Pick =
005200                 FUNCTION MOD(WS-Random-Int, 48) + 1
005300             MOVE WS-Letter-Set(WS-Pick:1)
005400                 TO LK-Password(WS-Pw-Index:1)
005500         ELSE
005600             COMPUTE WS-Pick =
005700                 FUNCTION MOD(WS-Random-Int, 8) + 1
005800             MOVE WS-Digit-Set(WS-Pick:1)
005900                 TO LK-Password(WS-Pw-Index:1)
006000         END-IF
006100     END-PERFORM
006200     GOBACK.

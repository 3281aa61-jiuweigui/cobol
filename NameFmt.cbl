000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NameFmt.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Shared display form of an account holder's name, in the
000900* spirit of EmailEdit: GivenName and FamilyName (USERREC,
001000* thirty characters each) joined as "Given Family" with one
001100* space between, or the family name alone while the given
001200* name is blank (as every record UserNmCnv converted starts
001300* out). Used wherever a screen, report or notice shows the
001400* name in one piece, so all of them show it alike. The
001500* result is sixty-one characters, enough for both in full.
001600*--------------------------------------------------------------
001700* MODIFICATION HISTORY
001800*--------------------------------------------------------------
001900* DATE       INIT DESCRIPTION
002000* ---------- ---- -------------------------------------------
002100* 2026-10-15 JWG  Original version.
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 DATA DIVISION.
002500 WORKING-STORAGE SECTION.
002600 01  WS-Given-Length         PIC 9(02) COMP.
002700
002800 LINKAGE SECTION.
002900 01  LK-Given-Name           PIC X(30).
003000 01  LK-Family-Name          PIC X(30).
003100 01  LK-Full-Name            PIC X(61).
003200
003300 PROCEDURE DIVISION USING LK-Given-Name, LK-Family-Name,
003400     LK-Full-Name.
003500
003600 0000-MAINLINE.
003700     MOVE SPACES TO LK-Full-Name
003800     IF LK-Given-Name = SPACES
003900         MOVE LK-Family-Name TO LK-Full-Name
004000         GOBACK
004100     END-IF
004200     MOVE 30 TO WS-Given-Length
004300     PERFORM UNTIL WS-Given-Length = 0
004400             OR LK-Given-Name(WS-Given-Length:1) NOT = SPACE
004500         SUBTRACT 1 FROM WS-Given-Length
004600     END-PERFORM
004700     STRING LK-Given-Name(1:WS-Given-Length) " " LK-Family-Name
004800         DELIMITED BY SIZE INTO LK-Full-Name
004900     END-STRING
005000     GOBACK.

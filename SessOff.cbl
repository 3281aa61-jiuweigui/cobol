000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SessOff.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Signs a user off: every session open for the UserId on the
000900* SESSION.DAT register is ended through the shared SessReg
001000* routine (journalled to SIGNJRNL.DAT as F), so the account
001100* is free to sign on again and no longer shows in SessShow.
001200* The UserId is keyed in its nine-digit form and verified
001300* through IdChk, as on the UserSignon panel.
001400*--------------------------------------------------------------
001500* MODIFICATION HISTORY
001600*--------------------------------------------------------------
001700* DATE       INIT DESCRIPTION
001800* ---------- ---- -------------------------------------------
001900* 2026-10-15 JWG  Original version.
002000*--------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200
002300 DATA DIVISION.
002400 WORKING-STORAGE SECTION.
002500 01  WS-Keyed-UserId         PIC X(09).
002600 01  WS-Signoff-Id           PIC 9(08).
002700 01  WS-Id-Verify            PIC X(01) VALUE "V".
002800 01  WS-Id-Check             PIC X(01).
002900     88  WS-Id-Accepted          VALUE "Y".
003000 01  WS-Sess-Request         PIC X(01) VALUE "F".
003100 01  WS-Sess-Type            PIC X(01) VALUE SPACE.
003200 01  WS-Sess-Result          PIC X(01).
003300     88  WS-Sess-Register-Ok     VALUE "Y".
003400 01  WS-Sess-Count           PIC 9(05).
003500 01  WS-Eoj-Start-Time       PIC 9(08).
003600 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
003700 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
003800 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
003900 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
004000 01  WS-Program-Name         PIC X(20) VALUE "SESSOFF".
004100
004200 PROCEDURE DIVISION.
004300
004400 0000-MAINLINE.
004500     CALL "PreDefMsg" USING WS-Program-Name
004600     ACCEPT WS-Eoj-Start-Time FROM TIME
004700     PERFORM 2000-SIGN-OFF THRU 2000-SIGN-OFF-EXIT
004800     CALL "EndMsg" USING WS-Program-Name,
004900         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
005000         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
005100         WS-Eoj-Return-Code
005200     MOVE WS-Eoj-Return-Code TO RETURN-CODE
005300     STOP RUN.
005400
005500 2000-SIGN-OFF.
005600     DISPLAY "UserId to sign off (9 digits, check digit last): "
005700     ACCEPT WS-Keyed-UserId
005800     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
005900         WS-Signoff-Id, WS-Id-Check
006000     IF NOT WS-Id-Accepted OR WS-Signoff-Id = ZERO
006100         DISPLAY "Not a valid UserId - nothing signed off."
006200         ADD 1 TO WS-Eoj-Rejected-Count
006300         MOVE 4 TO WS-Eoj-Return-Code
006400         GO TO 2000-SIGN-OFF-EXIT
006500     END-IF
006600     CALL "SessReg" USING WS-Sess-Request, WS-Signoff-Id,
006700         WS-Sess-Type, WS-Program-Name, WS-Sess-Result,
006800         WS-Sess-Count
006900     IF NOT WS-Sess-Register-Ok
007000         DISPLAY "Session register unavailable - nothing "
007100             "signed off."
007200         MOVE 8 TO WS-Eoj-Return-Code
007300         GO TO 2000-SIGN-OFF-EXIT
007400     END-IF
007500     IF WS-Sess-Count = 0
007600         DISPLAY "UserId " WS-Signoff-Id " has no session open."
007700     ELSE
007800         ADD WS-Sess-Count TO WS-Eoj-Written-Count
007900         DISPLAY "UserId " WS-Signoff-Id " signed off - "
008000             WS-Sess-Count " session(s) ended."
008100     END-IF
008200     .
008300 2000-SIGN-OFF-EXIT.
008400     EXIT.

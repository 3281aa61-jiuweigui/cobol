001700* State lives in SIGNCTL.DAT; every change is evidenced
001800* through AuditLog. NIGHTLY quiesces at the top of the
001900* stream and reopens after the run summary.
001925* On a quiesce, the sessions still open on the SESSION.DAT
001950* register are named and ended (shared SessReg routine), so
001975* the log shows whom the batch window cut off.
002000*--------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*--------------------------------------------------------------
002300* DATE       INIT DESCRIPTION
002400* ---------- ---- -------------------------------------------
002500* 2026-09-01 JWG  Original version.
002533* 2026-10-15 JWG  The quiesce reports the open sign-on sessions
002566*                 on SESSION.DAT and expires them (SessReg).
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
004900     88  WS-Open-Request         VALUE "O" "o".
005000 01  WS-Audit-Event          PIC X(12).
005100 01  WS-Audit-Detail         PIC X(60).
005114 01  WS-Sess-Request         PIC X(01) VALUE "Q".
005128 01  WS-Sess-UserId          PIC 9(08) VALUE ZERO.
005142 01  WS-Sess-Type            PIC X(01) VALUE SPACE.
005156 01  WS-Sess-Result          PIC X(01).
005170     88  WS-Sess-Register-Ok     VALUE "Y".
005184 01  WS-Sess-Count           PIC 9(05).
005200 01  WS-P-SIGNCTL-DAT       PIC X(30) VALUE "SIGNCTL.DAT".
005300 01  WS-Eoj-Start-Time       PIC 9(08).
005400 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
008200                 WS-Audit-Event, WS-Audit-Detail
008300             DISPLAY "SIGN-ON QUIESCED: "
008400                 FUNCTION TRIM(SW-Message)
008433             PERFORM 3000-CUT-OFF-SESSIONS
008466                 THRU 3000-CUT-OFF-SESSIONS-EXIT
008500         WHEN WS-Open-Request
008600             MOVE "O" TO SW-State
008700             MOVE SPACES TO SW-Message
011200     .
011300 2000-WRITE-SWITCH-EXIT.
011400     EXIT.
011410
011420 3000-CUT-OFF-SESSIONS.
011430     DISPLAY "OPEN SIGN-ON SESSIONS:"
011440     CALL "SessReg" USING WS-Sess-Request, WS-Sess-UserId,
011450         WS-Sess-Type, WS-Program-Name, WS-Sess-Result,
011460         WS-Sess-Count
011470     IF NOT WS-Sess-Register-Ok
011480         DISPLAY "SESSION REGISTER UNAVAILABLE - OPEN SESSIONS "
011490             "NOT CHECKED."
011500         MOVE 4 TO WS-Eoj-Return-Code
011510         GO TO 3000-CUT-OFF-SESSIONS-EXIT
011520     END-IF
011530     IF WS-Sess-Count = 0
011540         DISPLAY "  (none)"
011550         GO TO 3000-CUT-OFF-SESSIONS-EXIT
011560     END-IF
011570     ADD WS-Sess-Count TO WS-Eoj-Written-Count
011580     MOVE "SESS-CUTOFF" TO WS-Audit-Event
011590     MOVE SPACES TO WS-Audit-Detail
011600     STRING WS-Sess-Count " OPEN SESSION(S) EXPIRED AT QUIESCE"
011610         DELIMITED BY SIZE INTO WS-Audit-Detail
011620     CALL "AuditLog" USING WS-Program-Name,
011630         WS-Audit-Event, WS-Audit-Detail
011640     DISPLAY "SESSIONS CUT OFF: " WS-Sess-Count
011650     .
011660 3000-CUT-OFF-SESSIONS-EXIT.
011670     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TktLink.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Ties an account change to the TICKET.DAT helpdesk ticket it
000900* was made under, in the DsrCase manner: one routine, so
001000* UserUnlock, UserReset, UserMaint and the UserCons console
001100* all apply the same rules. Request V (validate, before the
001200* change) checks the ticket can be worked: it exists, is
001300* still open or on hold, and was raised about the UserId.
001400* Request R (record, after the change) counts the action on
001500* the ticket, keeps it as the ticket's last action with the
001600* date and the calling program, and writes it to
001700* SUITEAUD.LOG through AuditLog in the caller's name, so the
001800* full trail of what was done under a ticket can be read
001900* back. The result tells the caller what happened:
002000*   Y - usable (V) / recorded (R)
002100*   N - no such ticket         X - ticket no longer open
002200*   U - ticket is about another UserId
002300*   F - TICKET.DAT would not open
002400*--------------------------------------------------------------
002500* MODIFICATION HISTORY
002600*--------------------------------------------------------------
002700* DATE       INIT DESCRIPTION
002800* ---------- ---- -------------------------------------------
002900* 2026-10-15 JWG  Original version.
003000*--------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT TicketFile ASSIGN TO DYNAMIC WS-P-TICKET-DAT
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS TK-Ticket-Id
003800         ALTERNATE RECORD KEY IS TK-UserId WITH DUPLICATES
003900         FILE STATUS IS WS-Ticket-Status.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  TicketFile.
004400     COPY "TICKET.CPY".
004500
004600 WORKING-STORAGE SECTION.
004700 01  WS-Ticket-Status        PIC XX.
004800 01  WS-Run-Date             PIC 9(08).
004900 01  WS-Audit-Event          PIC X(12) VALUE "TKT-ACTION".
005000 01  WS-Audit-Detail         PIC X(60).
005100 01  WS-P-TICKET-DAT        PIC X(30) VALUE "TICKET.DAT".
005200
005300 LINKAGE SECTION.
005400 01  LK-Tkt-Request          PIC X(01).
005500 01  LK-Tkt-Ticket-Id        PIC 9(08).
005600 01  LK-Tkt-UserId           PIC 9(08).
005700 01  LK-Tkt-Action           PIC X(30).
005800 01  LK-Tkt-Program          PIC X(20).
005900 01  LK-Tkt-Result           PIC X(01).
006000
006100 PROCEDURE DIVISION USING LK-Tkt-Request, LK-Tkt-Ticket-Id,
006200     LK-Tkt-UserId, LK-Tkt-Action, LK-Tkt-Program,
006300     LK-Tkt-Result.
006400
006500 0000-MAINLINE.
006600     CALL "EnvName" USING WS-P-TICKET-DAT
006700     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
006800     OPEN I-O TicketFile
006900     IF WS-Ticket-Status NOT = "00"
007000         MOVE "F" TO LK-Tkt-Result
007100         GOBACK
007200     END-IF
007300     PERFORM 2000-CHECK-TICKET THRU 2000-CHECK-TICKET-EXIT
007400     IF LK-Tkt-Result = "Y" AND LK-Tkt-Request = "R"
007500         PERFORM 3000-RECORD-ACTION
007600             THRU 3000-RECORD-ACTION-EXIT
007700     END-IF
007800     CLOSE TicketFile
007900     GOBACK.
008000
008100 2000-CHECK-TICKET.
008200     IF LK-Tkt-Ticket-Id = ZERO
008300         MOVE "N" TO LK-Tkt-Result
008400         GO TO 2000-CHECK-TICKET-EXIT
008500     END-IF
008600     MOVE LK-Tkt-Ticket-Id TO TK-Ticket-Id
008700     READ TicketFile
008800         INVALID KEY
008900             MOVE "N" TO LK-Tkt-Result
009000             GO TO 2000-CHECK-TICKET-EXIT
009100     END-READ
009200     IF NOT TK-Is-Open
009300         MOVE "X" TO LK-Tkt-Result
009400         GO TO 2000-CHECK-TICKET-EXIT
009500     END-IF
009600     IF TK-UserId NOT = LK-Tkt-UserId
009700         MOVE "U" TO LK-Tkt-Result
009800         GO TO 2000-CHECK-TICKET-EXIT
009900     END-IF
010000     MOVE "Y" TO LK-Tkt-Result
010100     .
010200 2000-CHECK-TICKET-EXIT.
010300     EXIT.
010400
010500 3000-RECORD-ACTION.
010600     ADD 1 TO TK-Action-Count
010700     MOVE WS-Run-Date TO TK-Last-Action-Date
010800     MOVE LK-Tkt-Program TO TK-Last-Action-Prog
010900     MOVE LK-Tkt-Action TO TK-Last-Action
011000     REWRITE TicketRecord
011100     MOVE SPACES TO WS-Audit-Detail
011200     STRING "TICKET " TK-Ticket-Id " " LK-Tkt-UserId " "
011300         LK-Tkt-Action DELIMITED BY SIZE
011400         INTO WS-Audit-Detail
011500     END-STRING
011600     CALL "AuditLog" USING LK-Tkt-Program, WS-Audit-Event,
011700         WS-Audit-Detail
011800     .
011900 3000-RECORD-ACTION-EXIT.
012000     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ReactReq.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Raises a reactivation request for an inactive account onto
000900* the REACTQ.DAT pending queue, the way back from inactive in
001000* the manner of the SeqFileExample deactivate option: the
001100* account is not touched here, the UserReact supervisor
001200* review does that. The requester must be on CONTACT.DAT
001300* (AuthChk level O) and their employee id goes on the
001400* request, so the review can keep them from approving it
001500* themselves. The UserId is keyed in its nine-digit form and
001600* verified through IdChk; the account must be on USERS.DATA
001700* and inactive, a reason is required, and an account can be
001800* queued only once. Each request raised is evidenced through
001900* AuditLog.
002000*--------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*--------------------------------------------------------------
002300* DATE       INIT DESCRIPTION
002400* ---------- ---- -------------------------------------------
002500* 2026-10-15 JWG  Original version.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS UserId
003400         FILE STATUS IS WS-File-Status.
003500     SELECT ReactQueue ASSIGN TO DYNAMIC WS-P-REACTQ-DAT
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS RQ-UserId
003900         FILE STATUS IS WS-React-Queue-Status.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  UserDatabase.
004400     COPY "USERREC.CPY".
004500
004600 FD  ReactQueue.
004700     COPY "REACTQ.CPY".
004800
004900 WORKING-STORAGE SECTION.
005000 01  WS-File-Status          PIC XX.
005100     88  WS-File-Not-Found   VALUE "35".
005200 01  WS-React-Queue-Status   PIC XX.
005300     88  WS-React-Queue-Missing  VALUE "35".
005400 01  WS-Keyed-UserId         PIC X(09).
005500 01  WS-React-Id             PIC 9(08).
005600 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
005700 01  WS-Id-Verify            PIC X(01) VALUE "V".
005800 01  WS-Id-Check             PIC X(01).
005900     88  WS-Id-Accepted          VALUE "Y".
006000 01  WS-React-Reason         PIC X(60).
006100 01  WS-Operator-Initials    PIC X(10).
006200 01  WS-Auth-EmpId           PIC 9(05).
006300 01  WS-Auth-Role            PIC X(01).
006400 01  WS-Auth-Granted         PIC X(01).
006500     88  WS-Auth-Was-Granted     VALUE "Y".
006600 01  WS-Audit-Event          PIC X(12).
006700 01  WS-Audit-Detail         PIC X(60).
006800 01  WS-More-Requests        PIC X VALUE "Y".
006900     88  WS-Another-Request      VALUE "Y" "y".
007000 01  WS-Run-Date             PIC 9(08).
007100 01  WS-Queue-Time           PIC 9(08).
007200 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
007300 01  WS-P-REACTQ-DAT        PIC X(30) VALUE "REACTQ.DAT".
007400 01  WS-Eoj-Start-Time       PIC 9(08).
007500 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
007600 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
007700 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
007800 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
007900 01  WS-Program-Name         PIC X(20) VALUE "REACTREQ".
008000
008100 PROCEDURE DIVISION.
008200
008300 0000-MAINLINE.
008400     CALL "PreDefMsg" USING WS-Program-Name
008500     ACCEPT WS-Eoj-Start-Time FROM TIME
008600     CALL "EnvName" USING WS-P-USERS-DATA
008700     CALL "EnvName" USING WS-P-REACTQ-DAT
008800     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
008900     DISPLAY "Enter your employee id (5 digits): "
009000     ACCEPT WS-Auth-EmpId
009100     MOVE "O" TO WS-Auth-Role
009200     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
009300         WS-Program-Name, WS-Auth-Granted
009400     IF NOT WS-Auth-Was-Granted
009500         MOVE 8 TO RETURN-CODE
009600         STOP RUN
009700     END-IF
009800     DISPLAY "Enter your initials: "
009900     ACCEPT WS-Operator-Initials
010000     IF WS-Operator-Initials = SPACES
010100         DISPLAY "NO INITIALS GIVEN - NOTHING QUEUED."
010200         MOVE 4 TO WS-Eoj-Return-Code
010300         GO TO 0000-WRAP-UP
010400     END-IF
010500     OPEN INPUT UserDatabase
010600     IF WS-File-Not-Found
010700         DISPLAY "USERS.DATA NOT FOUND - NOTHING QUEUED."
010800         MOVE 8 TO WS-Eoj-Return-Code
010900         GO TO 0000-WRAP-UP
011000     END-IF
011100     OPEN I-O ReactQueue
011200     IF WS-React-Queue-Missing
011300         OPEN OUTPUT ReactQueue
011400         CLOSE ReactQueue
011500         OPEN I-O ReactQueue
011600         DISPLAY "REACTQ.DAT CREATED."
011700     END-IF
011800     PERFORM 2000-RAISE-REQUEST
011900         THRU 2000-RAISE-REQUEST-EXIT
012000         UNTIL NOT WS-Another-Request
012100     CLOSE ReactQueue
012200     CLOSE UserDatabase
012300     .
012400 0000-WRAP-UP.
012500     CALL "EndMsg" USING WS-Program-Name,
012600         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
012700         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
012800         WS-Eoj-Return-Code
012900     MOVE WS-Eoj-Return-Code TO RETURN-CODE
013000     STOP RUN.
013100
013200 2000-RAISE-REQUEST.
013300     PERFORM 2100-QUEUE-ONE-ACCOUNT
013400         THRU 2100-QUEUE-ONE-ACCOUNT-EXIT
013500     DISPLAY "Request another reactivation (Y/N)? "
013600     ACCEPT WS-More-Requests
013700     .
013800 2000-RAISE-REQUEST-EXIT.
013900     EXIT.
014000
014100*--------------------------------------------------------------
014200* One account: only an inactive account can be asked back -
014300* a locked one is cleared through UserUnlock, a suspended one
014400* comes back through SuspSwp. The deactivation reason code is
014500* carried onto the request for the reviewer's eye.
014600*--------------------------------------------------------------
014700 2100-QUEUE-ONE-ACCOUNT.
014800     DISPLAY "Enter UserId to reactivate (9 digits, "
014900         "check digit last): "
015000     ACCEPT WS-Keyed-UserId
015100     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
015200         WS-React-Id, WS-Id-Check
015300     IF NOT WS-Id-Accepted OR WS-React-Id = ZERO
015400         DISPLAY "Not a valid UserId - nothing queued."
015500         ADD 1 TO WS-Eoj-Rejected-Count
015600         GO TO 2100-QUEUE-ONE-ACCOUNT-EXIT
015700     END-IF
015800     IF WS-React-Id = WS-Trailer-Id
015900         DISPLAY "Cannot reactivate the trailer record."
016000         ADD 1 TO WS-Eoj-Rejected-Count
016100         GO TO 2100-QUEUE-ONE-ACCOUNT-EXIT
016200     END-IF
016300     MOVE WS-React-Id TO UserId
016400     READ UserDatabase
016500         INVALID KEY
016600             DISPLAY "UserId ", WS-React-Id,
016700                 " not found on file."
016800             ADD 1 TO WS-Eoj-Rejected-Count
016900             GO TO 2100-QUEUE-ONE-ACCOUNT-EXIT
017000     END-READ
017100     ADD 1 TO WS-Eoj-Read-Count
017200     IF NOT AccountIsInactive
017300         DISPLAY "UserId ", WS-React-Id, " is not inactive "
017400             "(status " AccountStatus ") - nothing queued."
017500         ADD 1 TO WS-Eoj-Rejected-Count
017600         GO TO 2100-QUEUE-ONE-ACCOUNT-EXIT
017700     END-IF
017800     DISPLAY "DEACTIVATED WITH REASON CODE: " DeactReasonCode
017900     DISPLAY "Reason for this reactivation: "
018000     ACCEPT WS-React-Reason
018100     IF WS-React-Reason = SPACES
018200         DISPLAY "A reason is required - nothing queued."
018300         ADD 1 TO WS-Eoj-Rejected-Count
018400         GO TO 2100-QUEUE-ONE-ACCOUNT-EXIT
018500     END-IF
018600     ACCEPT WS-Queue-Time FROM TIME
018700     MOVE WS-React-Id TO RQ-UserId
018800     MOVE WS-Run-Date TO RQ-Request-Date
018900     MOVE WS-Queue-Time TO RQ-Request-Time
019000     MOVE WS-Operator-Initials TO RQ-Requested-By
019100     MOVE WS-Auth-EmpId TO RQ-Requester-EmpId
019200     MOVE WS-React-Reason TO RQ-Reason
019300     MOVE DeactReasonCode TO RQ-Deact-Reason-Code
019400     WRITE ReactRequest
019500         INVALID KEY
019600             DISPLAY "UserId ", WS-React-Id,
019700                 " is already queued for reactivation."
019800             ADD 1 TO WS-Eoj-Rejected-Count
019900             GO TO 2100-QUEUE-ONE-ACCOUNT-EXIT
020000     END-WRITE
020100     ADD 1 TO WS-Eoj-Written-Count
020200     MOVE "REACT-REQ" TO WS-Audit-Event
020300     MOVE SPACES TO WS-Audit-Detail
020400     STRING WS-React-Id " REACTIVATION REQUESTED BY "
020500         WS-Operator-Initials " REASON CODE WAS "
020600         DeactReasonCode
020700         DELIMITED BY SIZE INTO WS-Audit-Detail
020800     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
020900         WS-Audit-Detail
021000     DISPLAY "UserId ", WS-React-Id,
021100         " queued for supervisor approval."
021200     .
021300 2100-QUEUE-ONE-ACCOUNT-EXIT.
021400     EXIT.

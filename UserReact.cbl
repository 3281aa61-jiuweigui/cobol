000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. UserReact.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Supervisor review of the pending-reactivation queue, the
000900* UserDeact review run the other way: each REACTQ.DAT request
001000* (raised through ReactReq) is shown with who asked and why,
001100* and the supervisor approves or rejects it. The reviewer
001200* must hold the supervisor role on CONTACT.DAT (AuthChk level
001300* S) and may not decide a request they raised themselves. An
001400* account deactivated for a security reason (SEC) or by the
001500* HR-feed delete (HRT) comes back only on security-admin
001600* authority (AuthChk level A) - anyone else leaves those on
001700* the queue. Approval sets the account active, clears its
001800* reason code and the failed-attempt count, and zeroes
001900* PasswordSetDate so the PwPolicy aging rule in UserSignon
002000* forces a new password at the next sign-on; each change goes
002100* to USRHIST.DAT, the REWRITE is journalled to USRJRNL.DAT,
002200* and the request's reason is attached as a note.
002300* Entitlements revoked at deactivation are not given back -
002400* they are asked for again through the normal route. Every
002500* decision is appended to REACTDEC.LOG and evidenced through
002600* AuditLog; worked requests are deleted from the queue.
002700*--------------------------------------------------------------
002800* MODIFICATION HISTORY
002900*--------------------------------------------------------------
003000* DATE       INIT DESCRIPTION
003100* ---------- ---- -------------------------------------------
003200* 2026-10-15 JWG  Original version.
003300*--------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS UserId
004100         FILE STATUS IS WS-File-Status.
004200     SELECT ReactQueue ASSIGN TO DYNAMIC WS-P-REACTQ-DAT
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS RQ-UserId
004600         FILE STATUS IS WS-React-Queue-Status.
004700     SELECT DecisionLogFile ASSIGN TO DYNAMIC WS-P-REACTDEC-LOG
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-Decision-Log-Status.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  UserDatabase.
005400     COPY "USERREC.CPY".
005500
005600 FD  ReactQueue.
005700     COPY "REACTQ.CPY".
005800
005900 FD  DecisionLogFile.
006000 01  DecisionLogRecord       PIC X(120).
006100
006200 WORKING-STORAGE SECTION.
006300 01  WS-File-Status          PIC XX.
006400     88  WS-File-Not-Found   VALUE "35".
006500 01  WS-React-Queue-Status   PIC XX.
006600     88  WS-React-Queue-Missing  VALUE "35".
006700 01  WS-Decision-Log-Status  PIC XX.
006800     88  WS-Decision-Log-Missing VALUE "35".
006900 01  WS-Queue-Eof            PIC X VALUE "N".
007000     88  WS-End-Of-Queue         VALUE "Y".
007100 01  WS-Decision             PIC X.
007200     88  WS-Approved             VALUE "A" "a".
007300     88  WS-Rejected             VALUE "R" "r".
007400     88  WS-Skipped              VALUE "S" "s".
007500 01  WS-Decision-Text        PIC X(08).
007600 01  WS-Supervisor-Initials  PIC X(10).
007700 01  WS-Account-Switch       PIC X VALUE "N".
007800     88  WS-Account-On-File      VALUE "Y".
007900 01  WS-Admin-Needed-Switch  PIC X VALUE "N".
008000     88  WS-Admin-Needed         VALUE "Y".
008100 01  WS-Admin-Checked        PIC X VALUE "N".
008200     88  WS-Admin-Was-Checked    VALUE "Y".
008300 01  WS-Admin-Granted        PIC X VALUE "N".
008400     88  WS-Admin-Was-Granted    VALUE "Y".
008500 01  WS-Old-Reason-Code      PIC X(03).
008600 01  WS-Note-Category        PIC X(01) VALUE "I".
008700 01  WS-Note-Followup        PIC 9(08) VALUE 0.
008800 01  WS-Note-Ticket          PIC 9(08) VALUE 0.
008900 01  WS-Jrnl-Action          PIC X(01).
009000 01  WS-Before-Image         PIC X(250).
009100 01  WS-After-Image          PIC X(250).
009200 01  WS-Auth-EmpId           PIC 9(05).
009300 01  WS-Auth-Role            PIC X(01).
009400 01  WS-Auth-Granted         PIC X(01).
009500     88  WS-Auth-Was-Granted     VALUE "Y".
009600 01  WS-Audit-Event          PIC X(12).
009700 01  WS-Audit-Detail         PIC X(60).
009800 01  WS-Run-Date             PIC 9(08).
009900 01  WS-Run-Time             PIC 9(08).
010000 01  WS-Approved-Count       PIC 9(05) COMP VALUE 0.
010100 01  WS-Rejected-Count       PIC 9(05) COMP VALUE 0.
010200 01  WS-Hist-Field-Name      PIC X(12).
010300 01  WS-Hist-Old-Value       PIC X(30).
010400 01  WS-Hist-New-Value       PIC X(30).
010500 01  WS-Lock-Request         PIC X.
010600 01  WS-Lock-Granted         PIC X.
010700     88  WS-Lock-Was-Granted     VALUE "Y".
010800 01  WS-Resv-Request         PIC X.
010900 01  WS-Resv-Granted         PIC X.
011000     88  WS-Resv-Was-Granted     VALUE "Y".
011100 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
011200 01  WS-P-REACTQ-DAT        PIC X(30) VALUE "REACTQ.DAT".
011300 01  WS-P-REACTDEC-LOG      PIC X(30) VALUE "REACTDEC.LOG".
011400 01  WS-Eoj-Start-Time       PIC 9(08).
011500 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
011600 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
011700 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
011800 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
011900 01  WS-Program-Name         PIC X(20) VALUE "USERREACT".
012000
012100 PROCEDURE DIVISION.
012200
012300 0000-MAINLINE.
012400     CALL "PreDefMsg" USING WS-Program-Name
012500     ACCEPT WS-Eoj-Start-Time FROM TIME
012600     CALL "EnvName" USING WS-P-USERS-DATA
012700     CALL "EnvName" USING WS-P-REACTQ-DAT
012800     CALL "EnvName" USING WS-P-REACTDEC-LOG
012900     MOVE "S" TO WS-Lock-Request
013000     CALL "UserLock" USING WS-Lock-Request,
013100         WS-Program-Name, WS-Lock-Granted
013200     IF NOT WS-Lock-Was-Granted
013300         MOVE 8 TO RETURN-CODE
013400         STOP RUN
013500     END-IF
013600     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
013700     OPEN I-O ReactQueue
013800     IF WS-React-Queue-Missing
013900         DISPLAY "REACTQ.DAT NOT FOUND - NO PENDING "
014000             "REACTIVATIONS."
014100     ELSE
014200         DISPLAY "Enter your employee id (5 digits): "
014300         ACCEPT WS-Auth-EmpId
014400         MOVE "S" TO WS-Auth-Role
014500         CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
014600             WS-Program-Name, WS-Auth-Granted
014700         IF NOT WS-Auth-Was-Granted
014800             CLOSE ReactQueue
014900             MOVE "R" TO WS-Lock-Request
015000             CALL "UserLock" USING WS-Lock-Request,
015100                 WS-Program-Name, WS-Lock-Granted
015200             MOVE 8 TO RETURN-CODE
015300             STOP RUN
015400         END-IF
015500         DISPLAY "Enter your initials (supervisor): "
015600         ACCEPT WS-Supervisor-Initials
015700         OPEN I-O UserDatabase
015800         IF WS-File-Not-Found
015900             DISPLAY "USERS.DATA NOT FOUND - QUEUE LEFT "
016000                 "UNTOUCHED."
016100         ELSE
016200             PERFORM 2000-REVIEW-QUEUE
016300                 THRU 2000-REVIEW-QUEUE-EXIT
016400             CLOSE UserDatabase
016500             DISPLAY "REQUESTS APPROVED: " WS-Approved-Count
016600             DISPLAY "REQUESTS REJECTED: " WS-Rejected-Count
016700         END-IF
016800         CLOSE ReactQueue
016900     END-IF
017000     MOVE "R" TO WS-Lock-Request
017100     CALL "UserLock" USING WS-Lock-Request,
017200         WS-Program-Name, WS-Lock-Granted
017300     CALL "EndMsg" USING WS-Program-Name,
017400         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
017500         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
017600         WS-Eoj-Return-Code
017700     MOVE WS-Eoj-Return-Code TO RETURN-CODE
017800     STOP RUN.
017900
018000 2000-REVIEW-QUEUE.
018100     READ ReactQueue NEXT RECORD
018200         AT END SET WS-End-Of-Queue TO TRUE
018300     END-READ
018400     PERFORM UNTIL WS-End-Of-Queue
018500         ADD 1 TO WS-Eoj-Read-Count
018600         PERFORM 2100-REVIEW-ONE-REQUEST
018700             THRU 2100-REVIEW-ONE-REQUEST-EXIT
018800         READ ReactQueue NEXT RECORD
018900             AT END SET WS-End-Of-Queue TO TRUE
019000         END-READ
019100     END-PERFORM
019200     .
019300 2000-REVIEW-QUEUE-EXIT.
019400     EXIT.
019500
019600*--------------------------------------------------------------
019700* One request. The requester's own requests are passed over
019800* and left for another supervisor; a SEC or HRT account is
019900* passed over unless this reviewer holds security-admin.
020000*--------------------------------------------------------------
020100 2100-REVIEW-ONE-REQUEST.
020200     DISPLAY "----------------------------------------"
020300     DISPLAY "PENDING REACTIVATION: " RQ-UserId
020400     DISPLAY "REQUESTED BY " RQ-Requested-By " ("
020500         RQ-Requester-EmpId ") ON "
020600         RQ-Request-Date " " RQ-Request-Time
020700     DISPLAY "REASON: " RQ-Reason
020800     IF RQ-Requester-EmpId = WS-Auth-EmpId
020900         DISPLAY "You may not decide your own request."
021000         DISPLAY "Request left on the queue."
021100         GO TO 2100-REVIEW-ONE-REQUEST-EXIT
021200     END-IF
021300     PERFORM 2150-SHOW-ACCOUNT THRU 2150-SHOW-ACCOUNT-EXIT
021400     IF WS-Account-On-File AND WS-Admin-Needed
021500         PERFORM 2160-CHECK-ADMIN THRU 2160-CHECK-ADMIN-EXIT
021600         IF NOT WS-Admin-Was-Granted
021700             DISPLAY "Deactivated with reason " DeactReasonCode
021800                 " - needs security-admin authority."
021900             DISPLAY "Request left on the queue."
022000             GO TO 2100-REVIEW-ONE-REQUEST-EXIT
022100         END-IF
022200     END-IF
022300     DISPLAY "Approve, Reject, or Skip (A/R/S)? "
022400     ACCEPT WS-Decision
022500     EVALUATE TRUE
022600         WHEN WS-Approved
022700             PERFORM 2200-APPLY-REACTIVATION
022800                 THRU 2200-APPLY-REACTIVATION-EXIT
022900         WHEN WS-Rejected
023000             MOVE "REJECTED" TO WS-Decision-Text
023100             PERFORM 2300-LOG-DECISION
023200                 THRU 2300-LOG-DECISION-EXIT
023300             MOVE "REACT-REJECT" TO WS-Audit-Event
023400             PERFORM 2400-AUDIT-DECISION
023500                 THRU 2400-AUDIT-DECISION-EXIT
023600             DELETE ReactQueue
023700             ADD 1 TO WS-Rejected-Count
023800             DISPLAY "Request rejected - account unchanged."
023900         WHEN OTHER
024000             DISPLAY "Request left on the queue."
024100     END-EVALUATE
024200     .
024300 2100-REVIEW-ONE-REQUEST-EXIT.
024400     EXIT.
024500
024600*--------------------------------------------------------------
024700* The account as it stands now - the reason code is judged
024800* here, not as it was when the request was raised. A fixed-
024900* term account already past its end date would only be taken
025000* back off by the TermSweep run, so the supervisor is told.
025100* The approval re-reads the account, so this read changes
025200* nothing.
025300*--------------------------------------------------------------
025400 2150-SHOW-ACCOUNT.
025500     MOVE "N" TO WS-Account-Switch
025600     MOVE "N" TO WS-Admin-Needed-Switch
025700     MOVE RQ-UserId TO UserId
025800     READ UserDatabase
025900         INVALID KEY
026000             DISPLAY "ACCOUNT NO LONGER ON FILE."
026100             GO TO 2150-SHOW-ACCOUNT-EXIT
026200     END-READ
026300     SET WS-Account-On-File TO TRUE
026400     DISPLAY "STATUS " AccountStatus " REASON CODE "
026500         DeactReasonCode " (WAS " RQ-Deact-Reason-Code
026600         " WHEN REQUESTED)"
026700     IF DeactReasonCode = "SEC" OR DeactReasonCode = "HRT"
026800         SET WS-Admin-Needed TO TRUE
026900     END-IF
027000     IF AccountEndDate IS NUMERIC
027100             AND AccountEndDate NOT = ZERO
027200             AND AccountEndDate < WS-Run-Date
027300         DISPLAY "WARNING: ACCOUNT END DATE " AccountEndDate
027400             " HAS PASSED - TERMSWEEP WILL CLOSE IT AGAIN."
027500     END-IF
027600     .
027700 2150-SHOW-ACCOUNT-EXIT.
027800     EXIT.
027900
028000*--------------------------------------------------------------
028100* Security-admin authority is asked for the first time a SEC
028200* or HRT request comes up and the answer kept for the run, so
028300* a refusal lands on EXCEPTS.DAT once, not once per request.
028400*--------------------------------------------------------------
028500 2160-CHECK-ADMIN.
028600     IF WS-Admin-Was-Checked
028700         GO TO 2160-CHECK-ADMIN-EXIT
028800     END-IF
028900     SET WS-Admin-Was-Checked TO TRUE
029000     MOVE "A" TO WS-Auth-Role
029100     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
029200         WS-Program-Name, WS-Admin-Granted
029300     IF NOT WS-Admin-Was-Granted
029400         MOVE "N" TO WS-Admin-Granted
029500         IF WS-Eoj-Return-Code < 4
029600             MOVE 4 TO WS-Eoj-Return-Code
029700         END-IF
029800     END-IF
029900     .
030000 2160-CHECK-ADMIN-EXIT.
030100     EXIT.
030200
030300 2200-APPLY-REACTIVATION.
030400     MOVE "A" TO WS-Resv-Request
030500     CALL "UserResv" USING WS-Resv-Request, RQ-UserId,
030600         WS-Program-Name, WS-Supervisor-Initials,
030700         WS-Resv-Granted
030800     IF NOT WS-Resv-Was-Granted
030900         DISPLAY "Request left on the queue."
031000         ADD 1 TO WS-Eoj-Rejected-Count
031100         GO TO 2200-APPLY-REACTIVATION-EXIT
031200     END-IF
031300     MOVE RQ-UserId TO UserId
031400     READ UserDatabase
031500         INVALID KEY
031600             DISPLAY "UserId ", RQ-UserId, " no longer on "
031700                 "file - request dropped."
031800             MOVE "OBSOLETE" TO WS-Decision-Text
031900             PERFORM 2300-LOG-DECISION
032000                 THRU 2300-LOG-DECISION-EXIT
032100             DELETE ReactQueue
032200             GO TO 2200-RELEASE-ACCOUNT
032300     END-READ
032400     IF NOT AccountIsInactive
032500         DISPLAY "UserId ", RQ-UserId, " is no longer "
032600             "inactive (status " AccountStatus
032700             ") - request dropped."
032800         MOVE "OBSOLETE" TO WS-Decision-Text
032900         PERFORM 2300-LOG-DECISION
033000             THRU 2300-LOG-DECISION-EXIT
033100         DELETE ReactQueue
033200         GO TO 2200-RELEASE-ACCOUNT
033300     END-IF
033400     MOVE UserRecord TO WS-Before-Image
033500     MOVE DeactReasonCode TO WS-Old-Reason-Code
033600     MOVE "STATUS" TO WS-Hist-Field-Name
033700     MOVE AccountStatus TO WS-Hist-Old-Value
033800     SET AccountIsActive TO TRUE
033900     MOVE AccountStatus TO WS-Hist-New-Value
034000     MOVE ZERO TO FailedLoginCount
034100     MOVE SPACES TO DeactReasonCode
034200     MOVE ZERO TO PasswordSetDate
034300     CALL "TimeStamp" USING LastChangedStamp
034400     REWRITE UserRecord
034500     PERFORM 2900-JOURNAL-REWRITE
034600         THRU 2900-JOURNAL-REWRITE-EXIT
034700     CALL "HistWrite" USING UserId,
034800         WS-Hist-Field-Name, WS-Hist-Old-Value,
034900         WS-Hist-New-Value, WS-Supervisor-Initials
035000     MOVE "REASONCODE" TO WS-Hist-Field-Name
035100     MOVE WS-Old-Reason-Code TO WS-Hist-Old-Value
035200     MOVE SPACES TO WS-Hist-New-Value
035300     CALL "HistWrite" USING UserId,
035400         WS-Hist-Field-Name, WS-Hist-Old-Value,
035500         WS-Hist-New-Value, WS-Supervisor-Initials
035600     MOVE "PASSWORD" TO WS-Hist-Field-Name
035700     MOVE "********" TO WS-Hist-Old-Value
035800     MOVE "MUST CHANGE AT SIGN-ON" TO WS-Hist-New-Value
035900     CALL "HistWrite" USING UserId,
036000         WS-Hist-Field-Name, WS-Hist-Old-Value,
036100         WS-Hist-New-Value, WS-Supervisor-Initials
036200     CALL "NoteWrite" USING RQ-UserId, RQ-Reason,
036300         WS-Supervisor-Initials,
036400         WS-Note-Category, WS-Note-Followup,
036500         WS-Note-Ticket
036600     MOVE "APPROVED" TO WS-Decision-Text
036700     PERFORM 2300-LOG-DECISION
036800         THRU 2300-LOG-DECISION-EXIT
036900     MOVE "REACTIVATE" TO WS-Audit-Event
037000     PERFORM 2400-AUDIT-DECISION
037100         THRU 2400-AUDIT-DECISION-EXIT
037200     DELETE ReactQueue
037300     ADD 1 TO WS-Approved-Count
037400     ADD 1 TO WS-Eoj-Written-Count
037500     DISPLAY "UserId ", RQ-UserId, " reactivated - a new "
037600         "password is required at the next sign-on."
037700     .
037800 2200-RELEASE-ACCOUNT.
037900     MOVE "R" TO WS-Resv-Request
038000     CALL "UserResv" USING WS-Resv-Request, RQ-UserId,
038100         WS-Program-Name, WS-Supervisor-Initials,
038200         WS-Resv-Granted
038300     .
038400 2200-APPLY-REACTIVATION-EXIT.
038500     EXIT.
038600
038700 2300-LOG-DECISION.
038800     ACCEPT WS-Run-Time FROM TIME
038900     OPEN EXTEND DecisionLogFile
039000     IF WS-Decision-Log-Missing
039100         OPEN OUTPUT DecisionLogFile
039200     END-IF
039300     MOVE SPACES TO DecisionLogRecord
039400     STRING WS-Decision-Text " " RQ-UserId " REQUESTED BY "
039500         RQ-Requested-By " DECIDED BY " WS-Supervisor-Initials
039600         " ON " WS-Run-Date " " WS-Run-Time " REASON: "
039700         RQ-Reason DELIMITED BY SIZE INTO DecisionLogRecord
039800     WRITE DecisionLogRecord
039900     CLOSE DecisionLogFile
040000     .
040100 2300-LOG-DECISION-EXIT.
040200     EXIT.
040300
040400 2400-AUDIT-DECISION.
040500     MOVE SPACES TO WS-Audit-Detail
040600     STRING RQ-UserId " REQUESTED BY " RQ-Requested-By
040700         " DECIDED BY " WS-Supervisor-Initials
040800         DELIMITED BY SIZE INTO WS-Audit-Detail
040900     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
041000         WS-Audit-Detail
041100     .
041200 2400-AUDIT-DECISION-EXIT.
041300     EXIT.
041400
041500*--------------------------------------------------------------
041600* Before/after images to the USRJRNL.DAT update journal; the
041700* before image was saved when the record was read.
041800*--------------------------------------------------------------
041900 2900-JOURNAL-REWRITE.
042000     MOVE "R" TO WS-Jrnl-Action
042100     MOVE UserRecord TO WS-After-Image
042200     CALL "UserJrnl" USING WS-Program-Name, WS-Jrnl-Action,
042300         WS-Before-Image, WS-After-Image
042400     MOVE UserRecord TO WS-Before-Image
042500     .
042600 2900-JOURNAL-REWRITE-EXIT.
042700     EXIT.

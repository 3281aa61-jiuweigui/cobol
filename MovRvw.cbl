000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MovRvw.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Mover review - decision capture, in the RecertCap style. A
000900* supervisor of the department an employee moved into works
001000* through the open MOVREV.DAT rows EmpMaint raised for that
001100* department, confirming or revoking each account the mover
001200* owns. The operator must hold the supervisor role on
001300* CONTACT.DAT (shared AuthChk routine) and may decide only
001400* reviews for their own department, never one for an account
001500* they own. A revoke does not touch USERS.DATA directly: it
001600* queues the account onto DEACTQ.DAT with reason code MOV
001700* (checked through RsnVal) for the normal UserDeact
001800* dual-control review. Every decision goes to SUITEAUD.LOG
001900* through AuditLog.
002000*--------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*--------------------------------------------------------------
002300* DATE       INIT DESCRIPTION
002400* ---------- ---- -------------------------------------------
002500* 2026-10-15 JWG  Original version.
002525* 2026-10-15 JWG  The UserId is keyed in its nine-digit form and
002550*                 verified through the shared IdChk routine; a
002575*                 wrong check digit is refused before any read.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT MoverReviewFile ASSIGN TO DYNAMIC WS-P-MOVREV-DAT
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS MVR-UserId
003400         FILE STATUS IS WS-Mover-Status.
003500     SELECT ContactFile ASSIGN TO DYNAMIC WS-P-CONTACT-DAT
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS EmpId
003900         FILE STATUS IS WS-Contact-Status.
004000     SELECT DeactQueue ASSIGN TO DYNAMIC WS-P-DEACTQ-DAT
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS DQ-UserId
004400         FILE STATUS IS WS-Deact-Queue-Status.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  MoverReviewFile.
004900     COPY "MOVREV.CPY".
005000
005100 FD  ContactFile.
005200     COPY "EMPREC.CPY".
005300
005400 FD  DeactQueue.
005500     COPY "DEACTQ.CPY".
005600
005700 WORKING-STORAGE SECTION.
005800 01  WS-Mover-Status         PIC XX.
005900     88  WS-Mover-Missing        VALUE "35".
006000 01  WS-Contact-Status       PIC XX.
006100     88  WS-Contact-Missing      VALUE "35".
006200 01  WS-Deact-Queue-Status   PIC XX.
006300     88  WS-Deact-Queue-Missing  VALUE "35".
006400     88  WS-Already-Queued       VALUE "22".
006500 01  WS-Eof-Switch           PIC X VALUE "N".
006600     88  WS-End-Of-Reviews       VALUE "Y".
006700 01  WS-Run-Date             PIC 9(08).
006800 01  WS-Queue-Time           PIC 9(08).
006900 01  WS-Operator-Initials    PIC X(10).
007000 01  WS-Auth-EmpId           PIC 9(05).
007100 01  WS-Auth-Role            PIC X(01).
007200 01  WS-Auth-Granted         PIC X(01).
007300     88  WS-Auth-Was-Granted     VALUE "Y".
007400 01  WS-Reviewer-Department  PIC X(15).
007500 01  WS-Move-Reason          PIC X(03) VALUE "MOV".
007600 01  WS-Reason-Valid         PIC X(01).
007700     88  WS-Reason-Is-Valid      VALUE "Y".
007800 01  WS-Reason-Desc          PIC X(30).
007900 01  WS-Pick-Id              PIC 9(08).
007920 01  WS-Keyed-UserId         PIC X(09).
007940 01  WS-Id-Verify            PIC X(01) VALUE "V".
007960 01  WS-Id-Check             PIC X(01).
007980     88  WS-Id-Accepted          VALUE "Y".
008000 01  WS-Decision             PIC X(01).
008100 01  WS-Done-Switch          PIC X VALUE "N".
008200     88  WS-Capture-Done         VALUE "Y".
008300 01  WS-Open-Count           PIC 9(05) VALUE 0.
008400 01  WS-Confirm-Count        PIC 9(05) VALUE 0.
008500 01  WS-Revoke-Count         PIC 9(05) VALUE 0.
008600 01  WS-Audit-Event          PIC X(12).
008700 01  WS-Audit-Detail         PIC X(60).
008800 01  WS-Queue-Result         PIC X(01).
008900     88  WS-Queue-Took-It        VALUE "Y".
009000 01  WS-P-MOVREV-DAT        PIC X(30) VALUE "MOVREV.DAT".
009100 01  WS-P-CONTACT-DAT       PIC X(30) VALUE "CONTACT.DAT".
009200 01  WS-P-DEACTQ-DAT        PIC X(30) VALUE "DEACTQ.DAT".
009300 01  WS-Eoj-Start-Time       PIC 9(08).
009400 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
009500 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
009600 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
009700 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
009800 01  WS-Program-Name         PIC X(20) VALUE "MOVRVW".
009900
010000 PROCEDURE DIVISION.
010100
010200 0000-MAINLINE.
010300     CALL "PreDefMsg" USING WS-Program-Name
010400     ACCEPT WS-Eoj-Start-Time FROM TIME
010500     CALL "EnvName" USING WS-P-MOVREV-DAT
010600     CALL "EnvName" USING WS-P-CONTACT-DAT
010700     CALL "EnvName" USING WS-P-DEACTQ-DAT
010800     DISPLAY "MOVER REVIEW DECISION CAPTURE"
010900     DISPLAY "============================="
011000     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
011100     ACCEPT WS-Queue-Time FROM TIME
011200     DISPLAY "Enter your initials: "
011300     ACCEPT WS-Operator-Initials
011400     DISPLAY "Enter your employee id (5 digits): "
011500     ACCEPT WS-Auth-EmpId
011600     MOVE "S" TO WS-Auth-Role
011700     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
011800         WS-Program-Name, WS-Auth-Granted
011900     IF NOT WS-Auth-Was-Granted
012000         MOVE 8 TO RETURN-CODE
012100         STOP RUN
012200     END-IF
012300     PERFORM 1000-FIND-REVIEWER THRU 1000-FIND-REVIEWER-EXIT
012400     IF WS-Reviewer-Department = SPACES
012500         MOVE 8 TO RETURN-CODE
012600         STOP RUN
012700     END-IF
012800     CALL "RsnVal" USING WS-Move-Reason, WS-Reason-Valid,
012900         WS-Reason-Desc
013000     IF NOT WS-Reason-Is-Valid
013100         DISPLAY "Reason code MOV is not on RSNCODE.DAT - add "
013200             "it through RsnMnt. Revokes are refused until then."
013300     END-IF
013400     OPEN I-O MoverReviewFile
013500     IF WS-Mover-Missing
013600         DISPLAY "MOVREV.DAT NOT FOUND - NO MOVER REVIEWS."
013700         STOP RUN
013800     END-IF
013900     PERFORM 1100-LIST-OPEN THRU 1100-LIST-OPEN-EXIT
014000     PERFORM 2000-CAPTURE-ONE THRU 2000-CAPTURE-ONE-EXIT
014100         UNTIL WS-Capture-Done
014200     CLOSE MoverReviewFile
014300     DISPLAY "SESSION: " WS-Confirm-Count " CONFIRMED, "
014400         WS-Revoke-Count " REVOKED."
014500     ADD WS-Confirm-Count WS-Revoke-Count
014600         GIVING WS-Eoj-Written-Count
014700     CALL "EndMsg" USING WS-Program-Name,
014800         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
014900         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
015000         WS-Eoj-Return-Code
015100     MOVE WS-Eoj-Return-Code TO RETURN-CODE
015200     STOP RUN.
015300
015400 1000-FIND-REVIEWER.
015500     MOVE SPACES TO WS-Reviewer-Department
015600     OPEN INPUT ContactFile
015700     IF WS-Contact-Missing
015800         DISPLAY "CONTACT.DAT NOT FOUND - NO DEPARTMENT TO "
015900             "REVIEW FOR."
016000         GO TO 1000-FIND-REVIEWER-EXIT
016100     END-IF
016200     MOVE WS-Auth-EmpId TO EmpId
016300     READ ContactFile
016400         INVALID KEY
016500             DISPLAY "Employee " WS-Auth-EmpId " is not in the "
016600                 "directory."
016700         NOT INVALID KEY
016800             MOVE EmpDepartment TO WS-Reviewer-Department
016900     END-READ
017000     CLOSE ContactFile
017100     .
017200 1000-FIND-REVIEWER-EXIT.
017300     EXIT.
017400
017500 1100-LIST-OPEN.
017600     DISPLAY "OPEN MOVER REVIEWS FOR " WS-Reviewer-Department
017700     MOVE "N" TO WS-Eof-Switch
017800     READ MoverReviewFile NEXT RECORD
017900         AT END SET WS-End-Of-Reviews TO TRUE
018000     END-READ
018100     PERFORM UNTIL WS-End-Of-Reviews
018200         ADD 1 TO WS-Eoj-Read-Count
018300         IF MVR-Is-Open
018400                 AND MVR-New-Department = WS-Reviewer-Department
018500             DISPLAY "  " MVR-UserId " OWNER " MVR-OwnerEmpId
018600                 " FROM " MVR-Old-Department " SINCE "
018700                 MVR-Raised-Date
018800             ADD 1 TO WS-Open-Count
018900         END-IF
019000         READ MoverReviewFile NEXT RECORD
019100             AT END SET WS-End-Of-Reviews TO TRUE
019200         END-READ
019300     END-PERFORM
019400     DISPLAY "OPEN REVIEWS: " WS-Open-Count
019500     .
019600 1100-LIST-OPEN-EXIT.
019700     EXIT.
019800
019900 2000-CAPTURE-ONE.
019933     DISPLAY "Enter UserId to decide (9 digits, check digit "
019966         "last; 0 to finish): "
019999     ACCEPT WS-Keyed-UserId
020032     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
020065         WS-Pick-Id, WS-Id-Check
020098     IF NOT WS-Id-Accepted
020131         GO TO 2000-CAPTURE-ONE-EXIT
020164     END-IF
020200     IF WS-Pick-Id = ZERO
020300         SET WS-Capture-Done TO TRUE
020400         GO TO 2000-CAPTURE-ONE-EXIT
020500     END-IF
020600     MOVE WS-Pick-Id TO MVR-UserId
020700     READ MoverReviewFile
020800         INVALID KEY
020900             DISPLAY "THAT ACCOUNT IS NOT ON MOVER REVIEW."
021000             GO TO 2000-CAPTURE-ONE-EXIT
021100     END-READ
021200     DISPLAY "  OWNER " MVR-OwnerEmpId " MOVED FROM "
021300         MVR-Old-Department " TO " MVR-New-Department
021400     IF NOT MVR-Is-Open
021500         DISPLAY "  ALREADY DECIDED (" MVR-Decision ") BY "
021600             MVR-Decision-By " ON " MVR-Decision-Date
021700         GO TO 2000-CAPTURE-ONE-EXIT
021800     END-IF
021900     IF MVR-New-Department NOT = WS-Reviewer-Department
022000         DISPLAY "  NOT YOUR DEPARTMENT - A SUPERVISOR OF "
022100             MVR-New-Department " MUST DECIDE IT."
022200         ADD 1 TO WS-Eoj-Rejected-Count
022300         GO TO 2000-CAPTURE-ONE-EXIT
022400     END-IF
022500     IF MVR-OwnerEmpId = WS-Auth-EmpId
022600         DISPLAY "  YOU MAY NOT DECIDE A REVIEW OF YOUR OWN "
022700             "ACCOUNT."
022800         ADD 1 TO WS-Eoj-Rejected-Count
022900         GO TO 2000-CAPTURE-ONE-EXIT
023000     END-IF
023100     DISPLAY "Confirm (C), revoke (R), anything else skips: "
023200     ACCEPT WS-Decision
023300     MOVE FUNCTION UPPER-CASE(WS-Decision) TO WS-Decision
023400     EVALUATE WS-Decision
023500         WHEN "C"
023600             PERFORM 2100-RECORD-DECISION
023700                 THRU 2100-RECORD-DECISION-EXIT
023800             ADD 1 TO WS-Confirm-Count
023900             MOVE "MOVER-CONF" TO WS-Audit-Event
024000             PERFORM 2950-AUDIT-DECISION
024100                 THRU 2950-AUDIT-DECISION-EXIT
024200             DISPLAY "  CONFIRMED."
024300         WHEN "R"
024400             IF NOT WS-Reason-Is-Valid
024500                 DISPLAY "  REASON CODE MOV NOT ON FILE - "
024600                     "REVOKE REFUSED."
024700                 GO TO 2000-CAPTURE-ONE-EXIT
024800             END-IF
024900             PERFORM 2200-QUEUE-REVOKE
025000                 THRU 2200-QUEUE-REVOKE-EXIT
025100         WHEN OTHER
025200             CONTINUE
025300     END-EVALUATE
025400     .
025500 2000-CAPTURE-ONE-EXIT.
025600     EXIT.
025700
025800 2100-RECORD-DECISION.
025900     MOVE WS-Decision TO MVR-Decision
026000     MOVE WS-Operator-Initials TO MVR-Decision-By
026100     MOVE WS-Run-Date TO MVR-Decision-Date
026200     REWRITE MoverReviewRecord
026300     .
026400 2100-RECORD-DECISION-EXIT.
026500     EXIT.
026600
026700*--------------------------------------------------------------
026800* A revoke joins the pending-deactivation queue exactly as a
026900* recertification revoke does. The review is only marked
027000* revoked once the account is on the queue (or already was),
027100* so a failed write leaves it open to be decided again.
027200*--------------------------------------------------------------
027300 2200-QUEUE-REVOKE.
027400     OPEN I-O DeactQueue
027500     IF WS-Deact-Queue-Missing
027600         OPEN OUTPUT DeactQueue
027700         CLOSE DeactQueue
027800         OPEN I-O DeactQueue
027900     END-IF
028000     MOVE WS-Pick-Id TO DQ-UserId
028100     MOVE WS-Run-Date TO DQ-Request-Date
028200     MOVE WS-Queue-Time TO DQ-Request-Time
028300     MOVE WS-Operator-Initials TO DQ-Requested-By
028400     MOVE "REVOKED ON DEPARTMENT-MOVE REVIEW" TO DQ-Reason
028500     MOVE WS-Move-Reason TO DQ-Reason-Code
028600*    The CLOSE below resets the file status, so the WRITE's
028700*    outcome is saved first.
028800     MOVE "Y" TO WS-Queue-Result
028900     WRITE DeactRequest
029000         INVALID KEY
029100             IF WS-Already-Queued
029200                 DISPLAY "  ALREADY QUEUED FOR DEACTIVATION."
029300             ELSE
029400                 MOVE "N" TO WS-Queue-Result
029500                 DISPLAY "  QUEUE WRITE FAILED, STATUS "
029600                     WS-Deact-Queue-Status
029700             END-IF
029800     END-WRITE
029900     CLOSE DeactQueue
030000     IF WS-Queue-Took-It
030100         PERFORM 2100-RECORD-DECISION
030200             THRU 2100-RECORD-DECISION-EXIT
030300         ADD 1 TO WS-Revoke-Count
030400         MOVE "MOVER-RVK" TO WS-Audit-Event
030500         PERFORM 2950-AUDIT-DECISION
030600             THRU 2950-AUDIT-DECISION-EXIT
030700         DISPLAY "  REVOKE QUEUED FOR SUPERVISOR REVIEW."
030800     END-IF
030900     .
031000 2200-QUEUE-REVOKE-EXIT.
031100     EXIT.
031200
031300 2950-AUDIT-DECISION.
031400     MOVE SPACES TO WS-Audit-Detail
031500     STRING "USER " MVR-UserId " " MVR-Old-Department " TO "
031600         MVR-New-Department " BY " WS-Operator-Initials
031700         DELIMITED BY SIZE INTO WS-Audit-Detail
031800     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
031900         WS-Audit-Detail
032000     .
032100 2950-AUDIT-DECISION-EXIT.
032200     EXIT.

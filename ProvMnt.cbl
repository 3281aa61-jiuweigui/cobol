000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ProvMnt.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Maintenance for the PROVREQ.DAT joiner provisioning queue,
000900* in the CtryMnt style: key a request by hand, list what is
001000* still waiting, or approve or reject a pending request.
001100* Keying needs the operator on CONTACT.DAT (AuthChk level O);
001200* the employee must be current, own no account on USERS.DATA
001300* and have no live request, the UserName must not be in use
001400* and the country must pass CtryVal. Approving or rejecting
001500* needs the supervisor role (AuthChk level S), and nobody
001600* decides their own request. Approval only marks the request:
001700* the UserId comes from IdAlloc on the next nightly run and
001800* ProvFeed creates the pending placeholder. Every request
001900* and decision goes to SUITEAUD.LOG through AuditLog.
002000*--------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*--------------------------------------------------------------
002300* DATE       INIT DESCRIPTION
002400* ---------- ---- -------------------------------------------
002500* 2026-10-15 JWG  Original version.
002525* 2026-10-15 JWG  Approving or rejecting now names the joiner's
002550*                 manager from the CONTACT.DAT reporting line
002575*                 (shared MgrLook routine) before the decision.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT ProvRequestFile ASSIGN TO DYNAMIC WS-P-PROVREQ-DAT
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS PRV-EmpId
003400         FILE STATUS IS WS-Prov-Status.
003500     SELECT ContactFile ASSIGN TO DYNAMIC WS-P-CONTACT-DAT
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS EmpId
003900         FILE STATUS IS WS-Contact-Status.
004000     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS UserId
004400         ALTERNATE RECORD KEY IS UserName WITH DUPLICATES
004500         ALTERNATE RECORD KEY IS Email WITH DUPLICATES
004600         FILE STATUS IS WS-File-Status.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  ProvRequestFile.
005100     COPY "PROVREQ.CPY".
005200
005300 FD  ContactFile.
005400     COPY "EMPREC.CPY".
005500
005600 FD  UserDatabase.
005700     COPY "USERREC.CPY".
005800
005900 WORKING-STORAGE SECTION.
006000 01  WS-Prov-Status          PIC XX.
006100     88  WS-Prov-Missing         VALUE "35".
006200 01  WS-Contact-Status       PIC XX.
006300     88  WS-Contact-Missing      VALUE "35".
006400 01  WS-File-Status          PIC XX.
006500     88  WS-File-Not-Found   VALUE "35".
006600 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
006700 01  WS-Eof-Switch           PIC X VALUE "N".
006800     88  WS-End-Of-Input         VALUE "Y".
006900 01  WS-Mode-Choice          PIC 9.
007000 01  WS-Entry-EmpId          PIC 9(05).
007100 01  WS-Entry-UserName       PIC X(05).
007200 01  WS-Entry-Country        PIC XX.
007300 01  WS-Entry-Reason         PIC X(30).
007400 01  WS-Country-Ok           PIC X.
007500     88  WS-Country-Is-Valid     VALUE "Y".
007600 01  WS-Ctry-Name            PIC X(30).
007700 01  WS-Ctry-Region          PIC X(15).
007800 01  WS-Owner-Switch         PIC X VALUE "N".
007900     88  WS-Already-Owns         VALUE "Y".
008000 01  WS-Name-Switch          PIC X VALUE "N".
008100     88  WS-Name-In-Use          VALUE "Y".
008200 01  WS-Owned-UserId         PIC 9(08).
008300 01  WS-Replace-Switch       PIC X VALUE "N".
008400     88  WS-Replace-Rejected     VALUE "Y".
008500 01  WS-Operator-Initials    PIC X(10).
008600 01  WS-Auth-EmpId           PIC 9(05).
008700 01  WS-Auth-Role            PIC X(01).
008800 01  WS-Auth-Granted         PIC X(01).
008900     88  WS-Auth-Was-Granted     VALUE "Y".
009000 01  WS-Run-Date             PIC 9(08).
009100 01  WS-Days-Waiting         PIC 9(05).
009200 01  WS-Listed-Count         PIC 9(05) COMP VALUE 0.
009225 01  WS-Mgr-EmpId            PIC 9(05).
009250 01  WS-Mgr-Name             PIC X(30).
009275 01  WS-Mgr-Result           PIC X(01).
009300 01  WS-Audit-Event          PIC X(12).
009400 01  WS-Audit-Detail         PIC X(60).
009500 01  WS-More-Requests        PIC X VALUE "Y".
009600     88  WS-Another-Request      VALUE "Y" "y".
009700 01  WS-P-PROVREQ-DAT       PIC X(30) VALUE "PROVREQ.DAT".
009800 01  WS-P-CONTACT-DAT       PIC X(30) VALUE "CONTACT.DAT".
009900 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
010000 01  WS-Eoj-Start-Time       PIC 9(08).
010100 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
010200 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
010300 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
010400 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
010500 01  WS-Program-Name         PIC X(20) VALUE "PROVMNT".
010600
010700 PROCEDURE DIVISION.
010800
010900 0000-MAINLINE.
011000     CALL "PreDefMsg" USING WS-Program-Name
011100     ACCEPT WS-Eoj-Start-Time FROM TIME
011200     CALL "EnvName" USING WS-P-PROVREQ-DAT
011300     CALL "EnvName" USING WS-P-CONTACT-DAT
011400     CALL "EnvName" USING WS-P-USERS-DATA
011500     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
011600     DISPLAY "Enter your employee id (5 digits): "
011700     ACCEPT WS-Auth-EmpId
011800     MOVE "O" TO WS-Auth-Role
011900     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
012000         WS-Program-Name, WS-Auth-Granted
012100     IF NOT WS-Auth-Was-Granted
012200         MOVE 8 TO RETURN-CODE
012300         STOP RUN
012400     END-IF
012500     DISPLAY "Enter your initials: "
012600     ACCEPT WS-Operator-Initials
012700     OPEN I-O ProvRequestFile
012800     IF WS-Prov-Missing
012900         OPEN OUTPUT ProvRequestFile
013000         CLOSE ProvRequestFile
013100         OPEN I-O ProvRequestFile
013200         DISPLAY "PROVREQ.DAT CREATED."
013300     END-IF
013400     PERFORM 2000-PROCESS-REQUEST
013500         THRU 2000-PROCESS-REQUEST-EXIT
013600         UNTIL NOT WS-Another-Request
013700     CLOSE ProvRequestFile
013800     CALL "EndMsg" USING WS-Program-Name,
013900         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
014000         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
014100         WS-Eoj-Return-Code
014200     MOVE WS-Eoj-Return-Code TO RETURN-CODE
014300     STOP RUN.
014400
014500 2000-PROCESS-REQUEST.
014600     DISPLAY "1. Key a provisioning request"
014700     DISPLAY "2. List requests still waiting"
014800     DISPLAY "3. Approve a pending request"
014900     DISPLAY "4. Reject a pending request"
015000     DISPLAY "Enter choice: "
015100     ACCEPT WS-Mode-Choice
015200     EVALUATE WS-Mode-Choice
015300         WHEN 1
015400             PERFORM 2100-KEY-REQUEST
015500                 THRU 2100-KEY-REQUEST-EXIT
015600         WHEN 2
015700             PERFORM 2200-LIST-WAITING
015800                 THRU 2200-LIST-WAITING-EXIT
015900         WHEN 3
016000             PERFORM 2300-APPROVE-REQUEST
016100                 THRU 2300-APPROVE-REQUEST-EXIT
016200         WHEN 4
016300             PERFORM 2400-REJECT-REQUEST
016400                 THRU 2400-REJECT-REQUEST-EXIT
016500         WHEN OTHER
016600             DISPLAY "Invalid choice - nothing done."
016700     END-EVALUATE
016800     DISPLAY "Another provisioning request (Y/N)? "
016900     ACCEPT WS-More-Requests
017000     .
017100 2000-PROCESS-REQUEST-EXIT.
017200     EXIT.
017300
017400*--------------------------------------------------------------
017500* A rejected request may be keyed again - the new one replaces
017600* it; a pending, approved or completed one may not.
017700*--------------------------------------------------------------
017800 2100-KEY-REQUEST.
017900     DISPLAY "Employee id the account is for (5 digits): "
018000     ACCEPT WS-Entry-EmpId
018100     PERFORM 2800-CHECK-EMPLOYEE THRU 2800-CHECK-EMPLOYEE-EXIT
018200     IF NOT EmpIsCurrent
018300         GO TO 2100-KEY-REQUEST-EXIT
018400     END-IF
018500     PERFORM 2850-CHECK-OWNERSHIP THRU 2850-CHECK-OWNERSHIP-EXIT
018600     IF WS-Already-Owns
018700         DISPLAY "Employee " WS-Entry-EmpId " already owns "
018800             "account " WS-Owned-UserId " - nothing requested."
018900         GO TO 2100-KEY-REQUEST-EXIT
019000     END-IF
019100     MOVE "N" TO WS-Replace-Switch
019200     MOVE WS-Entry-EmpId TO PRV-EmpId
019300     READ ProvRequestFile
019400         INVALID KEY
019500             CONTINUE
019600         NOT INVALID KEY
019700             SET WS-Replace-Rejected TO TRUE
019800             IF NOT PRV-Rejected
019900                 DISPLAY "A request for " WS-Entry-EmpId
020000                     " is already on file, status "
020100                     PRV-Status " - nothing requested."
020200                 GO TO 2100-KEY-REQUEST-EXIT
020300             END-IF
020400     END-READ
020500     DISPLAY "Requested UserName (5 chars): "
020600     ACCEPT WS-Entry-UserName
020700     IF WS-Entry-UserName = SPACES
020800         DISPLAY "UserName must not be blank - nothing "
020900             "requested."
021000         GO TO 2100-KEY-REQUEST-EXIT
021100     END-IF
021200     PERFORM 2870-CHECK-USERNAME THRU 2870-CHECK-USERNAME-EXIT
021300     IF WS-Name-In-Use
021400         DISPLAY "UserName " WS-Entry-UserName " is already "
021500             "in use - nothing requested."
021600         GO TO 2100-KEY-REQUEST-EXIT
021700     END-IF
021800     DISPLAY "CountryCode (2 chars): "
021900     ACCEPT WS-Entry-Country
022000     MOVE FUNCTION UPPER-CASE(WS-Entry-Country)
022100         TO WS-Entry-Country
022200     CALL "CtryVal" USING WS-Entry-Country, WS-Country-Ok,
022300         WS-Ctry-Name, WS-Ctry-Region
022400     IF NOT WS-Country-Is-Valid
022500         DISPLAY "Unknown or retired CountryCode - nothing "
022600             "requested."
022700         GO TO 2100-KEY-REQUEST-EXIT
022800     END-IF
022900     MOVE SPACES TO ProvRequestRecord
023000     MOVE WS-Entry-EmpId TO PRV-EmpId
023100     MOVE WS-Entry-UserName TO PRV-UserName
023200     MOVE WS-Entry-Country TO PRV-Country
023300     MOVE WS-Operator-Initials TO PRV-Requested-By
023400     MOVE WS-Run-Date TO PRV-Request-Date
023500     SET PRV-Keyed-By-Hand TO TRUE
023600     SET PRV-Pending TO TRUE
023700     MOVE ZERO TO PRV-Decided-EmpId
023800     MOVE ZERO TO PRV-Decision-Date
023900     MOVE ZERO TO PRV-UserId
024000     MOVE ZERO TO PRV-Completed-Date
024100     IF WS-Replace-Rejected
024200         REWRITE ProvRequestRecord
024300     ELSE
024400         WRITE ProvRequestRecord
024500     END-IF
024600     IF WS-Prov-Status NOT = "00"
024700         DISPLAY "PROVREQ.DAT WRITE FAILED, STATUS "
024800             WS-Prov-Status
024900         GO TO 2100-KEY-REQUEST-EXIT
025000     END-IF
025100     ADD 1 TO WS-Eoj-Written-Count
025200     MOVE "PROV-REQUEST" TO WS-Audit-Event
025300     PERFORM 2950-AUDIT-REQUEST THRU 2950-AUDIT-REQUEST-EXIT
025400     DISPLAY "Request for " WS-Entry-EmpId " queued for "
025500         "supervisor approval."
025600     .
025700 2100-KEY-REQUEST-EXIT.
025800     EXIT.
025900
026000 2200-LIST-WAITING.
026100     MOVE 0 TO WS-Listed-Count
026200     MOVE "N" TO WS-Eof-Switch
026300     MOVE LOW-VALUES TO PRV-EmpId
026400     START ProvRequestFile KEY IS >= PRV-EmpId
026500         INVALID KEY
026600             SET WS-End-Of-Input TO TRUE
026700     END-START
026800     PERFORM UNTIL WS-End-Of-Input
026900         READ ProvRequestFile NEXT RECORD
027000             AT END SET WS-End-Of-Input TO TRUE
027100         END-READ
027200         IF NOT WS-End-Of-Input
027300                 AND (PRV-Pending OR PRV-Approved)
027400             COMPUTE WS-Days-Waiting =
027500                 FUNCTION INTEGER-OF-DATE(WS-Run-Date)
027600                 - FUNCTION INTEGER-OF-DATE(PRV-Request-Date)
027700             DISPLAY PRV-EmpId " " PRV-UserName " "
027800                 PRV-Country " " PRV-Status " " PRV-Source
027900                 " " PRV-Requested-By " " PRV-Request-Date
028000                 " " WS-Days-Waiting " DAYS"
028100             ADD 1 TO WS-Listed-Count
028200         END-IF
028300     END-PERFORM
028400     DISPLAY "REQUESTS WAITING: " WS-Listed-Count
028500     .
028600 2200-LIST-WAITING-EXIT.
028700     EXIT.
028800
028900 2300-APPROVE-REQUEST.
029000     PERFORM 2700-FETCH-PENDING THRU 2700-FETCH-PENDING-EXIT
029100     IF NOT WS-Auth-Was-Granted
029200         GO TO 2300-APPROVE-REQUEST-EXIT
029300     END-IF
029400     MOVE PRV-EmpId TO WS-Entry-EmpId
029500     PERFORM 2800-CHECK-EMPLOYEE THRU 2800-CHECK-EMPLOYEE-EXIT
029600     IF NOT EmpIsCurrent
029700         DISPLAY "Reject the request instead."
029800         GO TO 2300-APPROVE-REQUEST-EXIT
029900     END-IF
030000     SET PRV-Approved TO TRUE
030100     MOVE WS-Auth-EmpId TO PRV-Decided-EmpId
030200     MOVE WS-Run-Date TO PRV-Decision-Date
030300     REWRITE ProvRequestRecord
030400         INVALID KEY
030500             DISPLAY "PROVREQ.DAT REWRITE FAILED, STATUS "
030600                 WS-Prov-Status
030700             GO TO 2300-APPROVE-REQUEST-EXIT
030800     END-REWRITE
030900     ADD 1 TO WS-Eoj-Written-Count
031000     MOVE "PROV-APPROVE" TO WS-Audit-Event
031100     PERFORM 2950-AUDIT-REQUEST THRU 2950-AUDIT-REQUEST-EXIT
031200     DISPLAY "Approved - the UserId is allocated and the "
031300         "account created on the next nightly run."
031400     .
031500 2300-APPROVE-REQUEST-EXIT.
031600     EXIT.
031700
031800 2400-REJECT-REQUEST.
031900     PERFORM 2700-FETCH-PENDING THRU 2700-FETCH-PENDING-EXIT
032000     IF NOT WS-Auth-Was-Granted
032100         GO TO 2400-REJECT-REQUEST-EXIT
032200     END-IF
032300     DISPLAY "Reason for rejecting: "
032400     ACCEPT WS-Entry-Reason
032500     IF WS-Entry-Reason = SPACES
032600         DISPLAY "Reason must not be blank - nothing done."
032700         GO TO 2400-REJECT-REQUEST-EXIT
032800     END-IF
032900     SET PRV-Rejected TO TRUE
033000     MOVE WS-Auth-EmpId TO PRV-Decided-EmpId
033100     MOVE WS-Run-Date TO PRV-Decision-Date
033200     MOVE WS-Entry-Reason TO PRV-Reject-Reason
033300     REWRITE ProvRequestRecord
033400         INVALID KEY
033500             DISPLAY "PROVREQ.DAT REWRITE FAILED, STATUS "
033600                 WS-Prov-Status
033700             GO TO 2400-REJECT-REQUEST-EXIT
033800     END-REWRITE
033900     ADD 1 TO WS-Eoj-Written-Count
034000     MOVE "PROV-REJECT" TO WS-Audit-Event
034100     PERFORM 2950-AUDIT-REQUEST THRU 2950-AUDIT-REQUEST-EXIT
034200     DISPLAY "Rejected."
034300     .
034400 2400-REJECT-REQUEST-EXIT.
034500     EXIT.
034600
034700*--------------------------------------------------------------
034800* Reads the pending request to decide and proves the decider:
034900* supervisor role through AuthChk, and never on their own
035000* request. WS-Auth-Granted comes back "N" on any refusal.
035100*--------------------------------------------------------------
035200 2700-FETCH-PENDING.
035300     MOVE "N" TO WS-Auth-Granted
035400     DISPLAY "Employee id on the request (5 digits): "
035500     ACCEPT WS-Entry-EmpId
035600     MOVE WS-Entry-EmpId TO PRV-EmpId
035700     READ ProvRequestFile
035800         INVALID KEY
035900             DISPLAY "No request on file for " WS-Entry-EmpId
036000                 "."
036100             GO TO 2700-FETCH-PENDING-EXIT
036200     END-READ
036300     IF NOT PRV-Pending
036400         DISPLAY "That request is not pending (status "
036500             PRV-Status ") - nothing done."
036600         GO TO 2700-FETCH-PENDING-EXIT
036700     END-IF
036800     IF PRV-EmpId = WS-Auth-EmpId
036900         DISPLAY "You may not decide your own request."
037000         GO TO 2700-FETCH-PENDING-EXIT
037100     END-IF
037200     MOVE "S" TO WS-Auth-Role
037300     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
037400         WS-Program-Name, WS-Auth-Granted
037425     IF WS-Auth-Was-Granted
037450         PERFORM 2750-SHOW-MANAGER THRU 2750-SHOW-MANAGER-EXIT
037475     END-IF
037500     .
037600 2700-FETCH-PENDING-EXIT.
037700     EXIT.
037800
037803*--------------------------------------------------------------
037806* The joiner's manager off the reporting line - the person who
037809* can say whether the account is really wanted.
037812*--------------------------------------------------------------
037815 2750-SHOW-MANAGER.
037818     CALL "MgrLook" USING PRV-EmpId, WS-Mgr-EmpId,
037821         WS-Mgr-Name, WS-Mgr-Result
037824     EVALUATE WS-Mgr-Result
037827         WHEN "Y"
037830             DISPLAY "Joiner's manager: " WS-Mgr-EmpId " "
037833                 WS-Mgr-Name
037836         WHEN "N"
037839             DISPLAY "The joiner has no manager on record."
037842         WHEN "M"
037845             DISPLAY "The joiner's manager " WS-Mgr-EmpId
037848                 " is not in the directory."
037851         WHEN "L"
037854             DISPLAY "The joiner's manager " WS-Mgr-EmpId " "
037857                 FUNCTION TRIM(WS-Mgr-Name) " has left."
037860         WHEN "E"
037863             DISPLAY "The joiner is not in the directory."
037866         WHEN OTHER
037869             DISPLAY "No employee directory - manager unknown."
037872     END-EVALUATE
037875     .
037878 2750-SHOW-MANAGER-EXIT.
037881     EXIT.
037884
037900 2800-CHECK-EMPLOYEE.
038000     MOVE SPACE TO EmpStatus
038100     OPEN INPUT ContactFile
038200     IF WS-Contact-Missing
038300         DISPLAY "CONTACT.DAT NOT FOUND - NOTHING DONE."
038400         GO TO 2800-CHECK-EMPLOYEE-EXIT
038500     END-IF
038600     MOVE WS-Entry-EmpId TO EmpId
038700     READ ContactFile
038800         INVALID KEY
038900             MOVE SPACE TO EmpStatus
039000             DISPLAY "Employee " WS-Entry-EmpId " is not on "
039100                 "CONTACT.DAT."
039200         NOT INVALID KEY
039300             IF NOT EmpIsCurrent
039400                 DISPLAY "Employee " WS-Entry-EmpId " has left."
039500             END-IF
039600     END-READ
039700     CLOSE ContactFile
039800     .
039900 2800-CHECK-EMPLOYEE-EXIT.
040000     EXIT.
040100
040200*--------------------------------------------------------------
040300* OwnerEmpId carries no index, so this is a pass of the file;
040400* a closed (inactive) account still counts as owned.
040500*--------------------------------------------------------------
040600 2850-CHECK-OWNERSHIP.
040700     MOVE "N" TO WS-Owner-Switch
040800     OPEN INPUT UserDatabase
040900     IF WS-File-Not-Found
041000         GO TO 2850-CHECK-OWNERSHIP-EXIT
041100     END-IF
041200     READ UserDatabase NEXT RECORD
041300         AT END SET EndOfUserDb TO TRUE
041400     END-READ
041500     PERFORM UNTIL EndOfUserDb OR WS-Already-Owns
041600         IF UserId NOT = WS-Trailer-Id
041700                 AND OwnerEmpId = WS-Entry-EmpId
041800             SET WS-Already-Owns TO TRUE
041900             MOVE UserId TO WS-Owned-UserId
042000         ELSE
042100             READ UserDatabase NEXT RECORD
042200                 AT END SET EndOfUserDb TO TRUE
042300             END-READ
042400         END-IF
042500     END-PERFORM
042600     CLOSE UserDatabase
042700     .
042800 2850-CHECK-OWNERSHIP-EXIT.
042900     EXIT.
043000
043100 2870-CHECK-USERNAME.
043200     MOVE "N" TO WS-Name-Switch
043300     OPEN INPUT UserDatabase
043400     IF WS-File-Not-Found
043500         GO TO 2870-CHECK-USERNAME-EXIT
043600     END-IF
043700     MOVE WS-Entry-UserName TO UserName
043800     READ UserDatabase KEY IS UserName
043900         INVALID KEY
044000             CONTINUE
044100         NOT INVALID KEY
044200             SET WS-Name-In-Use TO TRUE
044300     END-READ
044400     CLOSE UserDatabase
044500     .
044600 2870-CHECK-USERNAME-EXIT.
044700     EXIT.
044800
044900 2950-AUDIT-REQUEST.
045000     MOVE SPACES TO WS-Audit-Detail
045100     STRING "EMP " PRV-EmpId " USER " PRV-UserName " CTRY "
045200         PRV-Country " BY " WS-Operator-Initials
045300         DELIMITED BY SIZE INTO WS-Audit-Detail
045400     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
045500         WS-Audit-Detail
045600     .
045700 2950-AUDIT-REQUEST-EXIT.
045800     EXIT.

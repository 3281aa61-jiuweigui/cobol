000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SuspMnt.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Maintenance for the SUSPEND.DAT leave-of-absence register,
000900* in the CtryMnt style: schedule a suspension for a current
001000* employee (start date, expected return date, reason), list
001100* the suspensions still scheduled or active, change the
001200* expected return date, or cancel one not yet started / end
001300* an active one early. Only the register changes here: the
001400* nightly SuspSwp suspends the employee's accounts on the
001500* start date and reinstates them on the return date, so
001600* ending a leave early brings the return date forward to
001700* today and the accounts come back on tonight's run. Needs
001800* the supervisor role (AuthChk level S); every change goes
001900* to SUITEAUD.LOG through AuditLog.
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
003000     SELECT SuspendFile ASSIGN TO DYNAMIC WS-P-SUSPEND-DAT
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS LV-Key
003400         FILE STATUS IS WS-Suspend-Status.
003500     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS UserId
003900         FILE STATUS IS WS-File-Status.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  SuspendFile.
004400     COPY "SUSPEND.CPY".
004500
004600 FD  UserDatabase.
004700     COPY "USERREC.CPY".
004800
004900 WORKING-STORAGE SECTION.
005000 01  WS-Suspend-Status       PIC XX.
005100     88  WS-Suspend-Missing      VALUE "35".
005200 01  WS-File-Status          PIC XX.
005300     88  WS-File-Not-Found   VALUE "35".
005400 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
005500 01  WS-Eof-Switch           PIC X VALUE "N".
005600     88  WS-End-Of-Input         VALUE "Y".
005700 01  WS-Mode-Choice          PIC 9.
005800 01  WS-Entry-EmpId          PIC 9(05).
005900 01  WS-Entry-Start          PIC 9(08).
006000 01  WS-Entry-Return         PIC 9(08).
006100 01  WS-Entry-Reason         PIC X(40).
006200 01  WS-Emp-Valid            PIC X(01).
006300     88  WS-Emp-Is-Current       VALUE "Y".
006400 01  WS-Emp-Name             PIC X(30).
006500 01  WS-Emp-Department       PIC X(15).
006600 01  WS-Replace-Switch       PIC X VALUE "N".
006700     88  WS-Replace-Closed       VALUE "Y".
006800 01  WS-Fetch-Switch         PIC X VALUE "N".
006900     88  WS-Fetch-Found          VALUE "Y".
007000 01  WS-Owned-Count          PIC 9(03) COMP VALUE 0.
007100 01  WS-Owned-Count-Disp     PIC ZZ9.
007200 01  WS-Cleared-Count        PIC 9(03) COMP VALUE 0.
007300 01  WS-Operator-Initials    PIC X(10).
007400 01  WS-Auth-EmpId           PIC 9(05).
007500 01  WS-Auth-Role            PIC X(01).
007600 01  WS-Auth-Granted         PIC X(01).
007700     88  WS-Auth-Was-Granted     VALUE "Y".
007800 01  WS-Run-Date             PIC 9(08).
007900 01  WS-Listed-Count         PIC 9(05) COMP VALUE 0.
008000 01  WS-Audit-Event          PIC X(12).
008100 01  WS-Audit-Detail         PIC X(60).
008200 01  WS-More-Requests        PIC X VALUE "Y".
008300     88  WS-Another-Request      VALUE "Y" "y".
008400 01  WS-P-SUSPEND-DAT       PIC X(30) VALUE "SUSPEND.DAT".
008500 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
008600 01  WS-Eoj-Start-Time       PIC 9(08).
008700 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
008800 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
008900 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
009000 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
009100 01  WS-Program-Name         PIC X(20) VALUE "SUSPMNT".
009200
009300 PROCEDURE DIVISION.
009400
009500 0000-MAINLINE.
009600     CALL "PreDefMsg" USING WS-Program-Name
009700     ACCEPT WS-Eoj-Start-Time FROM TIME
009800     CALL "EnvName" USING WS-P-SUSPEND-DAT
009900     CALL "EnvName" USING WS-P-USERS-DATA
010000     CALL "BusDate" USING WS-Run-Date
010100     DISPLAY "Enter your employee id (5 digits): "
010200     ACCEPT WS-Auth-EmpId
010300     MOVE "S" TO WS-Auth-Role
010400     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
010500         WS-Program-Name, WS-Auth-Granted
010600     IF NOT WS-Auth-Was-Granted
010700         MOVE 8 TO RETURN-CODE
010800         STOP RUN
010900     END-IF
011000     DISPLAY "Enter your initials: "
011100     ACCEPT WS-Operator-Initials
011200     OPEN I-O SuspendFile
011300     IF WS-Suspend-Missing
011400         OPEN OUTPUT SuspendFile
011500         CLOSE SuspendFile
011600         OPEN I-O SuspendFile
011700         DISPLAY "SUSPEND.DAT CREATED."
011800     END-IF
011900     PERFORM 2000-PROCESS-REQUEST
012000         THRU 2000-PROCESS-REQUEST-EXIT
012100         UNTIL NOT WS-Another-Request
012200     CLOSE SuspendFile
012300     CALL "EndMsg" USING WS-Program-Name,
012400         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
012500         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
012600         WS-Eoj-Return-Code
012700     MOVE WS-Eoj-Return-Code TO RETURN-CODE
012800     STOP RUN.
012900
013000 2000-PROCESS-REQUEST.
013100     DISPLAY "1. Schedule a leave-of-absence suspension"
013200     DISPLAY "2. List scheduled and active suspensions"
013300     DISPLAY "3. Change the expected return date"
013400     DISPLAY "4. Cancel a suspension or end one early"
013500     DISPLAY "Enter choice: "
013600     ACCEPT WS-Mode-Choice
013700     EVALUATE WS-Mode-Choice
013800         WHEN 1
013900             PERFORM 2100-SCHEDULE-SUSPENSION
014000                 THRU 2100-SCHEDULE-SUSPENSION-EXIT
014100         WHEN 2
014200             PERFORM 2200-LIST-CURRENT
014300                 THRU 2200-LIST-CURRENT-EXIT
014400         WHEN 3
014500             PERFORM 2300-CHANGE-RETURN
014600                 THRU 2300-CHANGE-RETURN-EXIT
014700         WHEN 4
014800             PERFORM 2400-CANCEL-SUSPENSION
014900                 THRU 2400-CANCEL-SUSPENSION-EXIT
015000         WHEN OTHER
015100             DISPLAY "Invalid choice - nothing done."
015200     END-EVALUATE
015300     DISPLAY "Another suspension request (Y/N)? "
015400     ACCEPT WS-More-Requests
015500     .
015600 2000-PROCESS-REQUEST-EXIT.
015700     EXIT.
015800
015900*--------------------------------------------------------------
016000* A returned or cancelled suspension may be replaced by a new
016100* one - its account rows are cleared first; a scheduled or
016200* active one may not. The start date may be today (tonight's
016300* sweep acts on it) but not in the past.
016400*--------------------------------------------------------------
016500 2100-SCHEDULE-SUSPENSION.
016600     DISPLAY "Employee id going on leave (5 digits): "
016700     ACCEPT WS-Entry-EmpId
016800     CALL "EmpVal" USING WS-Entry-EmpId, WS-Emp-Valid,
016900         WS-Emp-Name, WS-Emp-Department
017000     IF NOT WS-Emp-Is-Current
017100         DISPLAY "Employee " WS-Entry-EmpId " is not a current "
017200             "employee on CONTACT.DAT - nothing scheduled."
017300         ADD 1 TO WS-Eoj-Rejected-Count
017400         GO TO 2100-SCHEDULE-SUSPENSION-EXIT
017500     END-IF
017600     DISPLAY "Employee: " WS-Emp-Name " " WS-Emp-Department
017700     MOVE "N" TO WS-Replace-Switch
017800     MOVE WS-Entry-EmpId TO LV-EmpId
017900     MOVE ZERO TO LV-UserId
018000     READ SuspendFile
018100         INVALID KEY
018200             CONTINUE
018300         NOT INVALID KEY
018400             IF LV-Is-Current
018500                 DISPLAY "A suspension for " WS-Entry-EmpId
018600                     " is already on file, state " LV-State
018700                     " - change or cancel it instead."
018800                 ADD 1 TO WS-Eoj-Rejected-Count
018900                 GO TO 2100-SCHEDULE-SUSPENSION-EXIT
019000             END-IF
019100             SET WS-Replace-Closed TO TRUE
019200     END-READ
019300     DISPLAY "Start date (YYYYMMDD, 0 = today): "
019400     ACCEPT WS-Entry-Start
019500     IF WS-Entry-Start = ZERO
019600         MOVE WS-Run-Date TO WS-Entry-Start
019700     END-IF
019800     IF FUNCTION TEST-DATE-YYYYMMDD(WS-Entry-Start) NOT = 0
019900             OR WS-Entry-Start < WS-Run-Date
020000         DISPLAY "Not a valid date on or after today - "
020100             "nothing scheduled."
020200         ADD 1 TO WS-Eoj-Rejected-Count
020300         GO TO 2100-SCHEDULE-SUSPENSION-EXIT
020400     END-IF
020500     DISPLAY "Expected return date (YYYYMMDD): "
020600     ACCEPT WS-Entry-Return
020700     IF FUNCTION TEST-DATE-YYYYMMDD(WS-Entry-Return) NOT = 0
020800             OR WS-Entry-Return NOT > WS-Entry-Start
020900         DISPLAY "Not a valid date after the start date - "
021000             "nothing scheduled."
021100         ADD 1 TO WS-Eoj-Rejected-Count
021200         GO TO 2100-SCHEDULE-SUSPENSION-EXIT
021300     END-IF
021400     DISPLAY "Reason (parental, secondment, sabbatical ...): "
021500     ACCEPT WS-Entry-Reason
021600     IF WS-Entry-Reason = SPACES
021700         DISPLAY "Reason must not be blank - nothing "
021800             "scheduled."
021900         ADD 1 TO WS-Eoj-Rejected-Count
022000         GO TO 2100-SCHEDULE-SUSPENSION-EXIT
022100     END-IF
022200     IF WS-Replace-Closed
022300         PERFORM 2150-CLEAR-ACCOUNT-ROWS
022400             THRU 2150-CLEAR-ACCOUNT-ROWS-EXIT
022500     END-IF
022600     MOVE SPACES TO SuspendRecord
022700     MOVE WS-Entry-EmpId TO LV-EmpId
022800     MOVE ZERO TO LV-UserId
022900     MOVE WS-Entry-Start TO LV-Start-Date
023000     MOVE WS-Entry-Return TO LV-Return-Date
023100     MOVE WS-Entry-Reason TO LV-Reason
023200     SET LV-Is-Scheduled TO TRUE
023300     MOVE WS-Operator-Initials TO LV-Set-By
023400     MOVE WS-Run-Date TO LV-Set-Date
023500     MOVE ZERO TO LV-Closed-Date
023600     MOVE ZERO TO LV-Account-Count
023700     IF WS-Replace-Closed
023800         REWRITE SuspendRecord
023900     ELSE
024000         WRITE SuspendRecord
024100     END-IF
024200     IF WS-Suspend-Status NOT = "00"
024300         DISPLAY "SUSPEND.DAT WRITE FAILED, STATUS "
024400             WS-Suspend-Status
024500         GO TO 2100-SCHEDULE-SUSPENSION-EXIT
024600     END-IF
024700     ADD 1 TO WS-Eoj-Written-Count
024800     MOVE "LOA-SCHEDULE" TO WS-Audit-Event
024900     PERFORM 2950-AUDIT-SUSPENSION
025000         THRU 2950-AUDIT-SUSPENSION-EXIT
025100     PERFORM 2850-COUNT-OWNED THRU 2850-COUNT-OWNED-EXIT
025200     MOVE WS-Owned-Count TO WS-Owned-Count-Disp
025300     DISPLAY "Scheduled. " WS-Owned-Count-Disp " account(s) "
025400         "owned today will be suspended on " WS-Entry-Start
025500         "."
025600     IF WS-Owned-Count = 0
025700         DISPLAY "Note: the employee owns no account yet."
025800     END-IF
025900     .
026000 2100-SCHEDULE-SUSPENSION-EXIT.
026100     EXIT.
026200
026300*--------------------------------------------------------------
026400* The account rows of the employee's previous, closed leave
026500* follow its header in key order; they go before the new
026600* leave is keyed so SuspSwp starts from a clean slate.
026700*--------------------------------------------------------------
026800 2150-CLEAR-ACCOUNT-ROWS.
026900     MOVE 0 TO WS-Cleared-Count
027000     MOVE "N" TO WS-Eof-Switch
027100     MOVE WS-Entry-EmpId TO LV-EmpId
027200     MOVE ZERO TO LV-UserId
027300     START SuspendFile KEY IS > LV-Key
027400         INVALID KEY
027500             SET WS-End-Of-Input TO TRUE
027600     END-START
027700     PERFORM UNTIL WS-End-Of-Input
027800         READ SuspendFile NEXT RECORD
027900             AT END SET WS-End-Of-Input TO TRUE
028000         END-READ
028100         IF NOT WS-End-Of-Input
028200             IF LV-EmpId NOT = WS-Entry-EmpId
028300                 SET WS-End-Of-Input TO TRUE
028400             ELSE
028500                 DELETE SuspendFile
028600                 ADD 1 TO WS-Cleared-Count
028700             END-IF
028800         END-IF
028900     END-PERFORM
029000     MOVE WS-Entry-EmpId TO LV-EmpId
029100     MOVE ZERO TO LV-UserId
029200     READ SuspendFile
029300         INVALID KEY
029400             CONTINUE
029500     END-READ
029600     .
029700 2150-CLEAR-ACCOUNT-ROWS-EXIT.
029800     EXIT.
029900
030000 2200-LIST-CURRENT.
030100     MOVE 0 TO WS-Listed-Count
030200     MOVE "N" TO WS-Eof-Switch
030300     MOVE LOW-VALUES TO LV-Key
030400     START SuspendFile KEY IS >= LV-Key
030500         INVALID KEY
030600             SET WS-End-Of-Input TO TRUE
030700     END-START
030800     PERFORM UNTIL WS-End-Of-Input
030900         READ SuspendFile NEXT RECORD
031000             AT END SET WS-End-Of-Input TO TRUE
031100         END-READ
031200         IF NOT WS-End-Of-Input
031300                 AND LV-Is-Header AND LV-Is-Current
031400             DISPLAY LV-EmpId " " LV-State " FROM "
031500                 LV-Start-Date " TO " LV-Return-Date " "
031600                 LV-Account-Count " ACCTS " LV-Set-By
031700             DISPLAY "      " LV-Reason
031800             ADD 1 TO WS-Listed-Count
031900         END-IF
032000     END-PERFORM
032100     DISPLAY "SUSPENSIONS SCHEDULED OR ACTIVE: " WS-Listed-Count
032200     .
032300 2200-LIST-CURRENT-EXIT.
032400     EXIT.
032500
032600*--------------------------------------------------------------
032700* An active leave's return date may be brought forward as far
032800* as today (tonight's sweep reinstates) or pushed back; a
032900* scheduled one's must stay after its start date.
033000*--------------------------------------------------------------
033100 2300-CHANGE-RETURN.
033200     PERFORM 2700-FETCH-CURRENT THRU 2700-FETCH-CURRENT-EXIT
033300     IF NOT WS-Fetch-Found
033400         GO TO 2300-CHANGE-RETURN-EXIT
033500     END-IF
033600     DISPLAY "New expected return date (YYYYMMDD): "
033700     ACCEPT WS-Entry-Return
033800     IF FUNCTION TEST-DATE-YYYYMMDD(WS-Entry-Return) NOT = 0
033900             OR WS-Entry-Return NOT > LV-Start-Date
034000             OR WS-Entry-Return < WS-Run-Date
034100         DISPLAY "Not a valid date after the start date and "
034200             "on or after today - nothing changed."
034300         ADD 1 TO WS-Eoj-Rejected-Count
034400         GO TO 2300-CHANGE-RETURN-EXIT
034500     END-IF
034600     MOVE WS-Entry-Return TO LV-Return-Date
034700     REWRITE SuspendRecord
034800         INVALID KEY
034900             DISPLAY "SUSPEND.DAT REWRITE FAILED, STATUS "
035000                 WS-Suspend-Status
035100             GO TO 2300-CHANGE-RETURN-EXIT
035200     END-REWRITE
035300     ADD 1 TO WS-Eoj-Written-Count
035400     MOVE "LOA-RETURN" TO WS-Audit-Event
035500     PERFORM 2950-AUDIT-SUSPENSION
035600         THRU 2950-AUDIT-SUSPENSION-EXIT
035700     DISPLAY "Expected return date now " LV-Return-Date "."
035800     .
035900 2300-CHANGE-RETURN-EXIT.
036000     EXIT.
036100
036200*--------------------------------------------------------------
036300* A scheduled leave is simply cancelled - nothing was touched.
036400* An active one cannot be undone here without bypassing the
036500* sweep's history and journal, so its return date becomes
036600* today and tonight's SuspSwp reinstates the accounts.
036700*--------------------------------------------------------------
036800 2400-CANCEL-SUSPENSION.
036900     PERFORM 2700-FETCH-CURRENT THRU 2700-FETCH-CURRENT-EXIT
037000     IF NOT WS-Fetch-Found
037100         GO TO 2400-CANCEL-SUSPENSION-EXIT
037200     END-IF
037300     IF LV-Is-Scheduled
037400         SET LV-Is-Cancelled TO TRUE
037500         MOVE WS-Operator-Initials TO LV-Closed-By
037600         MOVE WS-Run-Date TO LV-Closed-Date
037700         MOVE "LOA-CANCEL" TO WS-Audit-Event
037800     ELSE
037900         MOVE WS-Run-Date TO LV-Return-Date
038000         MOVE "LOA-END" TO WS-Audit-Event
038100     END-IF
038200     REWRITE SuspendRecord
038300         INVALID KEY
038400             DISPLAY "SUSPEND.DAT REWRITE FAILED, STATUS "
038500                 WS-Suspend-Status
038600             GO TO 2400-CANCEL-SUSPENSION-EXIT
038700     END-REWRITE
038800     ADD 1 TO WS-Eoj-Written-Count
038900     PERFORM 2950-AUDIT-SUSPENSION
039000         THRU 2950-AUDIT-SUSPENSION-EXIT
039100     IF LV-Is-Cancelled
039200         DISPLAY "Cancelled before it started."
039300     ELSE
039400         DISPLAY "Ended early - the accounts are reinstated "
039500             "on tonight's run."
039600     END-IF
039700     .
039800 2400-CANCEL-SUSPENSION-EXIT.
039900     EXIT.
040000
040100*--------------------------------------------------------------
040200* Reads the employee's suspension header; WS-Fetch-Switch
040300* comes back "Y" only for one still scheduled or active.
040400*--------------------------------------------------------------
040500 2700-FETCH-CURRENT.
040600     MOVE "N" TO WS-Fetch-Switch
040700     DISPLAY "Employee id on leave (5 digits): "
040800     ACCEPT WS-Entry-EmpId
040900     MOVE WS-Entry-EmpId TO LV-EmpId
041000     MOVE ZERO TO LV-UserId
041100     READ SuspendFile
041200         INVALID KEY
041300             DISPLAY "No suspension on file for "
041400                 WS-Entry-EmpId "."
041500             GO TO 2700-FETCH-CURRENT-EXIT
041600     END-READ
041700     IF NOT LV-Is-Current
041800         DISPLAY "That suspension is closed (state " LV-State
041900             ") - nothing done."
042000         GO TO 2700-FETCH-CURRENT-EXIT
042100     END-IF
042200     DISPLAY LV-EmpId " " LV-State " FROM " LV-Start-Date
042300         " TO " LV-Return-Date " " LV-Reason
042400     SET WS-Fetch-Found TO TRUE
042500     .
042600 2700-FETCH-CURRENT-EXIT.
042700     EXIT.
042800
042900*--------------------------------------------------------------
043000* OwnerEmpId carries no index, so this is a pass of the file;
043100* the count is what the sweep would suspend if it ran today.
043200*--------------------------------------------------------------
043300 2850-COUNT-OWNED.
043400     MOVE 0 TO WS-Owned-Count
043500     OPEN INPUT UserDatabase
043600     IF WS-File-Not-Found
043700         GO TO 2850-COUNT-OWNED-EXIT
043800     END-IF
043900     READ UserDatabase NEXT RECORD
044000         AT END SET EndOfUserDb TO TRUE
044100     END-READ
044200     PERFORM UNTIL EndOfUserDb
044300         IF UserId NOT = WS-Trailer-Id
044400                 AND OwnerEmpId = WS-Entry-EmpId
044500                 AND NOT AccountIsInactive
044600             ADD 1 TO WS-Owned-Count
044700         END-IF
044800         READ UserDatabase NEXT RECORD
044900             AT END SET EndOfUserDb TO TRUE
045000         END-READ
045100     END-PERFORM
045200     CLOSE UserDatabase
045300     .
045400 2850-COUNT-OWNED-EXIT.
045500     EXIT.
045600
045700 2950-AUDIT-SUSPENSION.
045800     MOVE SPACES TO WS-Audit-Detail
045900     STRING "EMP " LV-EmpId " FROM " LV-Start-Date " TO "
046000         LV-Return-Date " BY " WS-Operator-Initials
046100         DELIMITED BY SIZE INTO WS-Audit-Detail
046200     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
046300         WS-Audit-Detail
046400     .
046500 2950-AUDIT-SUSPENSION-EXIT.
046600     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SuspSwp.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Nightly leave-of-absence sweep over the SUSPEND.DAT register
000900* kept by SuspMnt. A scheduled suspension whose start date
001000* has come suspends every account the employee owns on
001100* USERS.DATA (OwnerEmpId) that is not already inactive: the
001200* status it had is kept on an account row of the register and
001300* AccountStatus becomes "S", which UserSignon refuses and
001400* UserDorm ignores. An active suspension whose return date
001500* has come puts each account back to exactly the status it
001600* had - unless someone changed the account while it was
001700* suspended, when it is left as found and a W exception is
001800* raised for a person to look at. Every flip is written to
001900* USRHIST.DAT (operator "POLICY") and journalled to
002000* USRJRNL.DAT. The absence is planned, not a leaver's
002100* deactivation, so nothing goes to the DEACTQ.DAT queue and
002200* entitlements are kept. The report on SUSPRPT.TXT gives the
002300* night's actions, then every suspension scheduled or
002400* active, then the returns due in the coming week.
002500*--------------------------------------------------------------
002600* MODIFICATION HISTORY
002700*--------------------------------------------------------------
002800* DATE       INIT DESCRIPTION
002900* ---------- ---- -------------------------------------------
003000* 2026-10-15 JWG  Original version.
003025* 2026-10-15 JWG  Report lines show the holder's name through
003050*                 the shared NameFmt routine in place of the
003075*                 retired RealName.
003100*--------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS UserId
003900         FILE STATUS IS WS-File-Status.
004000     SELECT SuspendFile ASSIGN TO DYNAMIC WS-P-SUSPEND-DAT
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS LV-Key
004400         FILE STATUS IS WS-Suspend-Status.
004500     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-SUSPRPT-TXT
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  UserDatabase.
005100     COPY "USERREC.CPY".
005200
005300 FD  SuspendFile.
005400     COPY "SUSPEND.CPY".
005500
005600 FD  ReportFile.
005700 01  ReportRecord            PIC X(80).
005800
005900 WORKING-STORAGE SECTION.
006000 01  WS-File-Status          PIC XX.
006100     88  WS-File-Not-Found   VALUE "35".
006200 01  WS-Suspend-Status       PIC XX.
006300     88  WS-Suspend-Missing      VALUE "35".
006400 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
006500 01  WS-Run-Date             PIC 9(08).
006600 01  WS-Week-End-Date        PIC 9(08).
006700 01  WS-Eof-Switch           PIC X VALUE "N".
006800     88  WS-End-Of-Register      VALUE "Y".
006900 01  WS-Rows-Switch          PIC X VALUE "N".
007000     88  WS-End-Of-Rows          VALUE "Y".
007100 01  WS-Held-Header          PIC X(129).
007200 01  WS-Held-EmpId           PIC 9(05).
007300 01  WS-Held-Count           PIC 9(03).
007400 01  WS-Row-Save             PIC X(129).
007500 01  WS-Emp-Valid            PIC X(01).
007600 01  WS-Emp-Name             PIC X(30).
007700 01  WS-Emp-Department       PIC X(15).
007800 01  WS-Jrnl-Action          PIC X(01).
007900 01  WS-Before-Image         PIC X(250).
008000 01  WS-After-Image          PIC X(250).
008100 01  WS-Started-Count        PIC 9(05) COMP VALUE 0.
008200 01  WS-Returned-Count       PIC 9(05) COMP VALUE 0.
008300 01  WS-Suspended-Count      PIC 9(05) COMP VALUE 0.
008400 01  WS-Reinstated-Count     PIC 9(05) COMP VALUE 0.
008500 01  WS-Left-Count           PIC 9(05) COMP VALUE 0.
008600 01  WS-Current-Count        PIC 9(05) COMP VALUE 0.
008700 01  WS-Due-Count            PIC 9(05) COMP VALUE 0.
008800 01  WS-Count-Disp           PIC ZZZZ9.
008900 01  WS-Policy-Operator      PIC X(10) VALUE "POLICY".
009000 01  WS-Hist-Field-Name      PIC X(12).
009100 01  WS-Hist-Old-Value       PIC X(30).
009200 01  WS-Hist-New-Value       PIC X(30).
009300 01  WS-Excp-Severity        PIC X(01).
009400 01  WS-Excp-Message         PIC X(60).
009500 01  WS-Lock-Request         PIC X.
009600 01  WS-Lock-Granted         PIC X.
009700     88  WS-Lock-Was-Granted     VALUE "Y".
009800 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
009900 01  WS-P-SUSPEND-DAT       PIC X(30) VALUE "SUSPEND.DAT".
010000 01  WS-P-SUSPRPT-TXT       PIC X(30) VALUE "SUSPRPT.TXT".
010100 01  WS-Eoj-Start-Time       PIC 9(08).
010200 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
010300 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
010400 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
010500 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
010550 01  WS-Full-Name            PIC X(61).
010600 01  WS-Program-Name         PIC X(20) VALUE "SUSPSWP".
010700
010800 PROCEDURE DIVISION.
010900
011000 0000-MAINLINE.
011100     CALL "PreDefMsg" USING WS-Program-Name
011200     ACCEPT WS-Eoj-Start-Time FROM TIME
011300     CALL "EnvName" USING WS-P-USERS-DATA
011400     CALL "EnvName" USING WS-P-SUSPEND-DAT
011500     CALL "EnvName" USING WS-P-SUSPRPT-TXT
011600     MOVE "C" TO WS-Lock-Request
011700     CALL "UserLock" USING WS-Lock-Request,
011800         WS-Program-Name, WS-Lock-Granted
011900     IF NOT WS-Lock-Was-Granted
012000         MOVE 8 TO RETURN-CODE
012100         STOP RUN
012200     END-IF
012300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
012400     PERFORM 2000-SWEEP-REGISTER THRU 2000-SWEEP-REGISTER-EXIT
012500     PERFORM 3000-WRITE-SUMMARY THRU 3000-WRITE-SUMMARY-EXIT
012600     MOVE "R" TO WS-Lock-Request
012700     CALL "UserLock" USING WS-Lock-Request,
012800         WS-Program-Name, WS-Lock-Granted
012900     MOVE WS-Suspended-Count TO WS-Eoj-Written-Count
013000     ADD WS-Reinstated-Count TO WS-Eoj-Written-Count
013100     CALL "EndMsg" USING WS-Program-Name,
013200         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
013300         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
013400         WS-Eoj-Return-Code
013500     MOVE WS-Eoj-Return-Code TO RETURN-CODE
013600     STOP RUN.
013700
013800 1000-INITIALIZE.
013900     DISPLAY "LEAVE-OF-ABSENCE SUSPENSION SWEEP"
014000     DISPLAY "================================="
014100     CALL "BusDate" USING WS-Run-Date
014200     COMPUTE WS-Week-End-Date = FUNCTION DATE-OF-INTEGER(
014300         FUNCTION INTEGER-OF-DATE(WS-Run-Date) + 7)
014400     DISPLAY "Leaves starting on or before " WS-Run-Date
014500         " are started, returns due by then reinstated."
014600     .
014700 1000-INITIALIZE-EXIT.
014800     EXIT.
014900
015000*--------------------------------------------------------------
015100* Only the header rows (UserId zero) are acted on. Each one
015200* handled may add or rewrite the employee's account rows, so
015300* the pass re-STARTs past that employee's last possible key
015400* rather than trusting the read position.
015500*--------------------------------------------------------------
015600 2000-SWEEP-REGISTER.
015700     OPEN OUTPUT ReportFile
015800     MOVE SPACES TO ReportRecord
015900     STRING "LEAVE-OF-ABSENCE SUSPENSION REPORT - RUN "
016000         WS-Run-Date DELIMITED BY SIZE INTO ReportRecord
016100     WRITE ReportRecord
016200     OPEN I-O SuspendFile
016300     IF WS-Suspend-Missing
016400         MOVE "NO SUSPENSION REGISTER - NOTHING TO DO"
016500             TO ReportRecord
016600         WRITE ReportRecord
016700         CLOSE ReportFile
016800         DISPLAY "SUSPEND.DAT NOT FOUND - NOTHING TO SWEEP."
016900         GO TO 2000-SWEEP-REGISTER-EXIT
017000     END-IF
017100     OPEN I-O UserDatabase
017200     IF WS-File-Not-Found
017300         CLOSE SuspendFile
017400         CLOSE ReportFile
017500         DISPLAY "USERS.DATA NOT FOUND - NOTHING TO SWEEP."
017600         GO TO 2000-SWEEP-REGISTER-EXIT
017700     END-IF
017800     MOVE SPACES TO ReportRecord
017900     WRITE ReportRecord
018000     MOVE "TONIGHT'S ACTIONS" TO ReportRecord
018100     WRITE ReportRecord
018200     MOVE "N" TO WS-Eof-Switch
018300     MOVE LOW-VALUES TO LV-Key
018400     START SuspendFile KEY IS >= LV-Key
018500         INVALID KEY
018600             SET WS-End-Of-Register TO TRUE
018700     END-START
018800     PERFORM UNTIL WS-End-Of-Register
018900         READ SuspendFile NEXT RECORD
019000             AT END SET WS-End-Of-Register TO TRUE
019100         END-READ
019200         IF NOT WS-End-Of-Register AND LV-Is-Header
019300             ADD 1 TO WS-Eoj-Read-Count
019400             PERFORM 2050-HANDLE-HEADER
019500                 THRU 2050-HANDLE-HEADER-EXIT
019600         END-IF
019700     END-PERFORM
019800     CLOSE UserDatabase
019900     PERFORM 2500-LIST-CURRENT THRU 2500-LIST-CURRENT-EXIT
020000     PERFORM 2600-LIST-DUE-RETURNS
020100         THRU 2600-LIST-DUE-RETURNS-EXIT
020200     CLOSE SuspendFile
020300     CLOSE ReportFile
020400     .
020500 2000-SWEEP-REGISTER-EXIT.
020600     EXIT.
020700
020800 2050-HANDLE-HEADER.
020900     MOVE SuspendRecord TO WS-Held-Header
021000     MOVE LV-EmpId TO WS-Held-EmpId
021100     EVALUATE TRUE
021200         WHEN LV-Is-Scheduled
021300                 AND LV-Start-Date <= WS-Run-Date
021400             PERFORM 2100-START-SUSPENSION
021500                 THRU 2100-START-SUSPENSION-EXIT
021600         WHEN LV-Is-Active
021700                 AND LV-Return-Date <= WS-Run-Date
021800             PERFORM 2200-END-SUSPENSION
021900                 THRU 2200-END-SUSPENSION-EXIT
022000         WHEN OTHER
022100             CONTINUE
022200     END-EVALUATE
022300     MOVE WS-Held-EmpId TO LV-EmpId
022400     MOVE WS-Trailer-Id TO LV-UserId
022500     START SuspendFile KEY IS > LV-Key
022600         INVALID KEY
022700             SET WS-End-Of-Register TO TRUE
022800     END-START
022900     .
023000 2050-HANDLE-HEADER-EXIT.
023100     EXIT.
023200
023300*--------------------------------------------------------------
023400* OwnerEmpId carries no index, so this is a pass of the file.
023500* A leave whose return date had also passed before the first
023600* run that saw it (a missed night over a one-day leave) is
023700* closed without touching anything.
023800*--------------------------------------------------------------
023900 2100-START-SUSPENSION.
024000     IF LV-Return-Date <= WS-Run-Date
024100         SET LV-Is-Returned TO TRUE
024200         MOVE WS-Policy-Operator TO LV-Closed-By
024300         MOVE WS-Run-Date TO LV-Closed-Date
024400         REWRITE SuspendRecord
024500         MOVE SPACES TO ReportRecord
024600         STRING "LAPSED  EMP " LV-EmpId " RETURN "
024700             LV-Return-Date " PASSED BEFORE IT STARTED"
024800             DELIMITED BY SIZE INTO ReportRecord
024900         WRITE ReportRecord
025000         GO TO 2100-START-SUSPENSION-EXIT
025100     END-IF
025200     MOVE 0 TO WS-Held-Count
025300     MOVE ZERO TO UserId
025400     START UserDatabase KEY IS >= UserId
025500         INVALID KEY
025600             SET EndOfUserDb TO TRUE
025700     END-START
025800     PERFORM UNTIL EndOfUserDb
025900         READ UserDatabase NEXT RECORD
026000             AT END SET EndOfUserDb TO TRUE
026100         END-READ
026200         IF NOT EndOfUserDb
026300                 AND UserId NOT = WS-Trailer-Id
026400                 AND OwnerEmpId = WS-Held-EmpId
026500                 AND NOT AccountIsInactive
026600                 AND NOT AccountIsSuspended
026700             PERFORM 2150-SUSPEND-ACCOUNT
026800                 THRU 2150-SUSPEND-ACCOUNT-EXIT
026900         END-IF
027000     END-PERFORM
027100     MOVE WS-Held-Header TO SuspendRecord
027200     SET LV-Is-Active TO TRUE
027300     MOVE WS-Held-Count TO LV-Account-Count
027400     REWRITE SuspendRecord
027500         INVALID KEY
027600             DISPLAY "SUSPSWP: REWRITE FAILED FOR EMP "
027700                 LV-EmpId ", STATUS " WS-Suspend-Status
027800             ADD 1 TO WS-Eoj-Rejected-Count
027900     END-REWRITE
028000     ADD 1 TO WS-Started-Count
028100     MOVE SPACES TO ReportRecord
028200     STRING "STARTED EMP " LV-EmpId " FROM " LV-Start-Date
028300         " TO " LV-Return-Date " ACCOUNTS " WS-Held-Count
028400         DELIMITED BY SIZE INTO ReportRecord
028500     WRITE ReportRecord
028600     .
028700 2100-START-SUSPENSION-EXIT.
028800     EXIT.
028900
029000 2150-SUSPEND-ACCOUNT.
029100     MOVE UserRecord TO WS-Before-Image
029200     MOVE "STATUS" TO WS-Hist-Field-Name
029300     MOVE AccountStatus TO WS-Hist-Old-Value
029400     MOVE SPACES TO SuspendRecord
029500     MOVE WS-Held-EmpId TO LV-EmpId
029600     MOVE UserId TO LV-UserId
029700     MOVE AccountStatus TO LV-Prior-Status
029800     MOVE WS-Run-Date TO LV-Suspended-Date
029900     MOVE ZERO TO LV-Reinstated-Date
030000     SET LV-Acct-Suspended TO TRUE
030100     SET AccountIsSuspended TO TRUE
030200     MOVE AccountStatus TO WS-Hist-New-Value
030300     CALL "TimeStamp" USING LastChangedStamp
030400     REWRITE UserRecord
030500         INVALID KEY
030600             DISPLAY "SUSPSWP: REWRITE FAILED FOR USER "
030700                 UserId ", STATUS " WS-File-Status
030800             ADD 1 TO WS-Eoj-Rejected-Count
030900             GO TO 2150-SUSPEND-ACCOUNT-EXIT
031000     END-REWRITE
031100     WRITE SuspendRecord
031200         INVALID KEY
031300             REWRITE SuspendRecord
031400     END-WRITE
031500     PERFORM 2900-JOURNAL-REWRITE
031600         THRU 2900-JOURNAL-REWRITE-EXIT
031700     CALL "HistWrite" USING UserId, WS-Hist-Field-Name,
031800         WS-Hist-Old-Value, WS-Hist-New-Value,
031900         WS-Policy-Operator
032000     ADD 1 TO WS-Held-Count
032100     ADD 1 TO WS-Suspended-Count
032200     MOVE SPACES TO ReportRecord
032250     CALL "NameFmt" USING GivenName, FamilyName, WS-Full-Name
032300     STRING "  SUSPENDED   " UserId " " UserName " "
032400         WS-Full-Name(1:30) " WAS " LV-Prior-Status
032500         DELIMITED BY SIZE INTO ReportRecord
032600     WRITE ReportRecord
032700     .
032800 2150-SUSPEND-ACCOUNT-EXIT.
032900     EXIT.
033000
033100*--------------------------------------------------------------
033200* The employee's account rows follow the header in key order.
033300* Each is read back from USERS.DATA by UserId: still "S" means
033400* nobody has touched it and the prior status goes back; any
033500* other status (deactivated by TermSweep, say) is someone's
033600* later decision and is left alone, with an exception.
033700*--------------------------------------------------------------
033800 2200-END-SUSPENSION.
033900     MOVE "N" TO WS-Rows-Switch
034000     START SuspendFile KEY IS > LV-Key
034100         INVALID KEY
034200             SET WS-End-Of-Rows TO TRUE
034300     END-START
034400     PERFORM UNTIL WS-End-Of-Rows
034500         READ SuspendFile NEXT RECORD
034600             AT END SET WS-End-Of-Rows TO TRUE
034700         END-READ
034800         IF NOT WS-End-Of-Rows
034900             IF LV-EmpId NOT = WS-Held-EmpId
035000                 SET WS-End-Of-Rows TO TRUE
035100             ELSE
035200                 IF LV-Acct-Suspended
035300                     PERFORM 2250-REINSTATE-ACCOUNT
035400                         THRU 2250-REINSTATE-ACCOUNT-EXIT
035500                 END-IF
035600             END-IF
035700         END-IF
035800     END-PERFORM
035900     MOVE WS-Held-Header TO SuspendRecord
036000     SET LV-Is-Returned TO TRUE
036100     MOVE WS-Policy-Operator TO LV-Closed-By
036200     MOVE WS-Run-Date TO LV-Closed-Date
036300     REWRITE SuspendRecord
036400         INVALID KEY
036500             DISPLAY "SUSPSWP: REWRITE FAILED FOR EMP "
036600                 LV-EmpId ", STATUS " WS-Suspend-Status
036700             ADD 1 TO WS-Eoj-Rejected-Count
036800     END-REWRITE
036900     ADD 1 TO WS-Returned-Count
037000     MOVE SPACES TO ReportRecord
037100     STRING "RETURNED EMP " LV-EmpId " FROM " LV-Start-Date
037200         " TO " LV-Return-Date " ACCOUNTS " LV-Account-Count
037300         DELIMITED BY SIZE INTO ReportRecord
037400     WRITE ReportRecord
037500     .
037600 2200-END-SUSPENSION-EXIT.
037700     EXIT.
037800
037900 2250-REINSTATE-ACCOUNT.
038000     MOVE SuspendRecord TO WS-Row-Save
038100     MOVE LV-UserId TO UserId
038200     READ UserDatabase
038300         INVALID KEY
038400             MOVE SPACES TO ReportRecord
038500             STRING "  NOT ON FILE " LV-UserId
038600                 " - NOTHING TO REINSTATE"
038700                 DELIMITED BY SIZE INTO ReportRecord
038800             PERFORM 2280-LEAVE-AS-FOUND
038900                 THRU 2280-LEAVE-AS-FOUND-EXIT
039000             GO TO 2250-REINSTATE-ACCOUNT-EXIT
039100     END-READ
039200     IF NOT AccountIsSuspended
039300         MOVE SPACES TO ReportRecord
039400         STRING "  LEFT AS FOUND " UserId " " UserName
039500             " STATUS " AccountStatus " NOT S, WAS "
039600             LV-Prior-Status DELIMITED BY SIZE
039700             INTO ReportRecord
039800         PERFORM 2280-LEAVE-AS-FOUND
039900             THRU 2280-LEAVE-AS-FOUND-EXIT
040000         GO TO 2250-REINSTATE-ACCOUNT-EXIT
040100     END-IF
040200     MOVE UserRecord TO WS-Before-Image
040300     MOVE "STATUS" TO WS-Hist-Field-Name
040400     MOVE AccountStatus TO WS-Hist-Old-Value
040500     MOVE LV-Prior-Status TO AccountStatus
040600     MOVE AccountStatus TO WS-Hist-New-Value
040700     CALL "TimeStamp" USING LastChangedStamp
040800     REWRITE UserRecord
040900         INVALID KEY
041000             DISPLAY "SUSPSWP: REWRITE FAILED FOR USER "
041100                 UserId ", STATUS " WS-File-Status
041200             ADD 1 TO WS-Eoj-Rejected-Count
041300             GO TO 2250-REINSTATE-ACCOUNT-EXIT
041400     END-REWRITE
041500     PERFORM 2900-JOURNAL-REWRITE
041600         THRU 2900-JOURNAL-REWRITE-EXIT
041700     CALL "HistWrite" USING UserId, WS-Hist-Field-Name,
041800         WS-Hist-Old-Value, WS-Hist-New-Value,
041900         WS-Policy-Operator
042000     MOVE WS-Row-Save TO SuspendRecord
042100     SET LV-Acct-Reinstated TO TRUE
042200     MOVE WS-Run-Date TO LV-Reinstated-Date
042300     REWRITE SuspendRecord
042400     ADD 1 TO WS-Reinstated-Count
042500     MOVE SPACES TO ReportRecord
042550     CALL "NameFmt" USING GivenName, FamilyName, WS-Full-Name
042600     STRING "  REINSTATED  " UserId " " UserName " "
042700         WS-Full-Name(1:30) " TO " AccountStatus
042800         DELIMITED BY SIZE INTO ReportRecord
042900     WRITE ReportRecord
043000     .
043100 2250-REINSTATE-ACCOUNT-EXIT.
043200     EXIT.
043300
043400*--------------------------------------------------------------
043500* The report line is built by the caller. The account row is
043600* marked so the next leave's sweep does not try again.
043700*--------------------------------------------------------------
043800 2280-LEAVE-AS-FOUND.
043900     WRITE ReportRecord
044000     MOVE WS-Row-Save TO SuspendRecord
044100     SET LV-Acct-Left-As-Found TO TRUE
044200     MOVE WS-Run-Date TO LV-Reinstated-Date
044300     REWRITE SuspendRecord
044400     ADD 1 TO WS-Left-Count
044500     MOVE "W" TO WS-Excp-Severity
044600     MOVE SPACES TO WS-Excp-Message
044700     STRING "LEAVE RETURN: USER " LV-UserId
044800         " NOT SUSPENDED - NOT REINSTATED"
044900         DELIMITED BY SIZE INTO WS-Excp-Message
045000     CALL "ExcpLog" USING WS-Program-Name,
045100         WS-Excp-Severity, WS-Excp-Message
045200     MOVE 4 TO WS-Eoj-Return-Code
045300     .
045400 2280-LEAVE-AS-FOUND-EXIT.
045500     EXIT.
045600
045700 2500-LIST-CURRENT.
045800     MOVE SPACES TO ReportRecord
045900     WRITE ReportRecord
046000     MOVE "SUSPENSIONS SCHEDULED OR ACTIVE" TO ReportRecord
046100     WRITE ReportRecord
046200     MOVE SPACES TO ReportRecord
046300     MOVE "EMPID NAME" TO ReportRecord(1:10)
046400     MOVE "ST" TO ReportRecord(37:2)
046500     MOVE "START" TO ReportRecord(41:5)
046600     MOVE "RETURN" TO ReportRecord(50:6)
046700     MOVE "ACCTS" TO ReportRecord(59:5)
046800     WRITE ReportRecord
046900     MOVE "N" TO WS-Eof-Switch
047000     MOVE LOW-VALUES TO LV-Key
047100     START SuspendFile KEY IS >= LV-Key
047200         INVALID KEY
047300             SET WS-End-Of-Register TO TRUE
047400     END-START
047500     PERFORM UNTIL WS-End-Of-Register
047600         READ SuspendFile NEXT RECORD
047700             AT END SET WS-End-Of-Register TO TRUE
047800         END-READ
047900         IF NOT WS-End-Of-Register
048000                 AND LV-Is-Header AND LV-Is-Current
048100             ADD 1 TO WS-Current-Count
048200             PERFORM 2700-WRITE-SUSPENSION-LINE
048300                 THRU 2700-WRITE-SUSPENSION-LINE-EXIT
048400         END-IF
048500     END-PERFORM
048600     .
048700 2500-LIST-CURRENT-EXIT.
048800     EXIT.
048900
049000*--------------------------------------------------------------
049100* Returns due this week: active leaves whose expected return
049200* date falls after tonight and within the coming seven days,
049300* so the accounts will be back before the next report.
049400*--------------------------------------------------------------
049500 2600-LIST-DUE-RETURNS.
049600     MOVE SPACES TO ReportRecord
049700     WRITE ReportRecord
049800     MOVE SPACES TO ReportRecord
049900     STRING "RETURNS DUE BY " WS-Week-End-Date
050000         DELIMITED BY SIZE INTO ReportRecord
050100     WRITE ReportRecord
050200     MOVE "N" TO WS-Eof-Switch
050300     MOVE LOW-VALUES TO LV-Key
050400     START SuspendFile KEY IS >= LV-Key
050500         INVALID KEY
050600             SET WS-End-Of-Register TO TRUE
050700     END-START
050800     PERFORM UNTIL WS-End-Of-Register
050900         READ SuspendFile NEXT RECORD
051000             AT END SET WS-End-Of-Register TO TRUE
051100         END-READ
051200         IF NOT WS-End-Of-Register
051300                 AND LV-Is-Header AND LV-Is-Active
051400                 AND LV-Return-Date > WS-Run-Date
051500                 AND LV-Return-Date <= WS-Week-End-Date
051600             ADD 1 TO WS-Due-Count
051700             PERFORM 2700-WRITE-SUSPENSION-LINE
051800                 THRU 2700-WRITE-SUSPENSION-LINE-EXIT
051900         END-IF
052000     END-PERFORM
052100     IF WS-Due-Count = 0
052200         MOVE "  NONE" TO ReportRecord
052300         WRITE ReportRecord
052400     END-IF
052500     .
052600 2600-LIST-DUE-RETURNS-EXIT.
052700     EXIT.
052800
052900 2700-WRITE-SUSPENSION-LINE.
053000     CALL "EmpVal" USING LV-EmpId, WS-Emp-Valid,
053100         WS-Emp-Name, WS-Emp-Department
053200     MOVE SPACES TO ReportRecord
053300     MOVE LV-EmpId TO ReportRecord(1:5)
053400     MOVE WS-Emp-Name TO ReportRecord(7:30)
053500     MOVE LV-State TO ReportRecord(38:1)
053600     MOVE LV-Start-Date TO ReportRecord(41:8)
053700     MOVE LV-Return-Date TO ReportRecord(50:8)
053800     MOVE LV-Account-Count TO ReportRecord(60:3)
053900     WRITE ReportRecord
054000     MOVE SPACES TO ReportRecord
054100     MOVE LV-Reason TO ReportRecord(7:40)
054200     WRITE ReportRecord
054300     .
054400 2700-WRITE-SUSPENSION-LINE-EXIT.
054500     EXIT.
054600
054700*--------------------------------------------------------------
054800* Before/after images to the USRJRNL.DAT update journal; the
054900* before image was saved when the record was read.
055000*--------------------------------------------------------------
055100 2900-JOURNAL-REWRITE.
055200     MOVE "R" TO WS-Jrnl-Action
055300     MOVE UserRecord TO WS-After-Image
055400     CALL "UserJrnl" USING WS-Program-Name, WS-Jrnl-Action,
055500         WS-Before-Image, WS-After-Image
055600     .
055700 2900-JOURNAL-REWRITE-EXIT.
055800     EXIT.
055900
056000 3000-WRITE-SUMMARY.
056100     MOVE WS-Started-Count TO WS-Count-Disp
056200     DISPLAY "LEAVES STARTED:            " WS-Count-Disp
056300     MOVE WS-Suspended-Count TO WS-Count-Disp
056400     DISPLAY "ACCOUNTS SUSPENDED:        " WS-Count-Disp
056500     MOVE WS-Returned-Count TO WS-Count-Disp
056600     DISPLAY "LEAVES RETURNED:           " WS-Count-Disp
056700     MOVE WS-Reinstated-Count TO WS-Count-Disp
056800     DISPLAY "ACCOUNTS REINSTATED:       " WS-Count-Disp
056900     MOVE WS-Left-Count TO WS-Count-Disp
057000     DISPLAY "LEFT AS FOUND:             " WS-Count-Disp
057100     MOVE WS-Current-Count TO WS-Count-Disp
057200     DISPLAY "SCHEDULED OR ACTIVE:       " WS-Count-Disp
057300     MOVE WS-Due-Count TO WS-Count-Disp
057400     DISPLAY "RETURNS DUE THIS WEEK:     " WS-Count-Disp
057500     .
057600 3000-WRITE-SUMMARY-EXIT.
057700     EXIT.

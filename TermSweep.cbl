000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TermSweep.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Nightly fixed-term account sweep: enforces AccountEndDate,
000900* the last day a contractor's account may be used, captured
001000* at entry (SeqFileExample, UserImport) or set in UserMaint.
001100* Accounts whose end date falls inside a parameter number of
001200* days get an END-WARNING queued through NotifyQ (the nightly
001300* NotifyFmt step mails it); accounts whose end date has come
001400* are listed and, in mode 2, set inactive with reason code
001500* END - validated through RsnVal - written to USRHIST.DAT
001600* (operator "POLICY"), journalled to USRJRNL.DAT, their
001700* entitlements revoked through EntRevk and a DEACTIVATED
001800* notice queued. The end date is policy, not a supervisor's
001900* judgement, so nothing goes to the DEACTQ.DAT approval
002000* queue - the same footing as UserDorm's dormancy rule.
002100* Accounts already inactive, locked or pending are left
002200* alone. Like UserDorm, the warning queues only for accounts
002300* entering the window since the prior mode-2 sweep (date
002400* kept in TERMCTL.DAT), never on a report-only run.
002500* Run parameters (RUNPARM.DAT library, through ParmGet):
002600*   WARNLEADDAYS warning lead days (default 14)
002700*   RUNMODE 1 = report only, 2 = report and deactivate (default)
002800* Report on TERMRPT.TXT.
002900*--------------------------------------------------------------
003000* MODIFICATION HISTORY
003100*--------------------------------------------------------------
003200* DATE       INIT DESCRIPTION
003300* ---------- ---- -------------------------------------------
003400* 2026-10-15 JWG  Original version.
003425* 2026-10-15 JWG  Report lines show the holder's name through
003450*                 the shared NameFmt routine in place of the
003475*                 retired RealName.
003481* 2026-10-15 JWG  Run parameters now come from the RUNPARM.DAT
003487*                 library through ParmGet instead of a SYSIN
003493*                 card.
003500*--------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS UserId
004300         FILE STATUS IS WS-File-Status.
004400     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-TERMRPT-TXT
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT TermCtlFile ASSIGN TO DYNAMIC WS-P-TERMCTL-DAT
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-Ctl-Status.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  UserDatabase.
005300     COPY "USERREC.CPY".
005400
005500 FD  ReportFile.
005600 01  ReportRecord            PIC X(80).
005700
005800 FD  TermCtlFile.
005900 01  TermCtlRecord           PIC 9(08).
006000
006100 WORKING-STORAGE SECTION.
006200 01  WS-File-Status          PIC XX.
006300     88  WS-File-Not-Found   VALUE "35".
006400 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
006500 01  WS-Run-Date             PIC 9(08).
006600 01  WS-Warning-Lead-Days    PIC 9(03).
006700 01  WS-Run-Mode             PIC 9.
006800     88  WS-Report-Only          VALUE 1.
006900     88  WS-Report-And-Disable   VALUE 2.
007000 01  WS-Warn-Limit-Date      PIC 9(08).
007100 01  WS-Ctl-Status           PIC XX.
007200     88  WS-Ctl-Missing          VALUE "35".
007300 01  WS-Prior-Sweep-Date     PIC 9(08) VALUE 0.
007400 01  WS-Prior-Warn-Limit     PIC 9(08) VALUE 0.
007500 01  WS-End-Reason           PIC X(03) VALUE "END".
007600 01  WS-Reason-Valid         PIC X(01).
007700 01  WS-Reason-Desc          PIC X(30).
007800 01  WS-Notify-Event         PIC X(12).
007900 01  WS-Notify-Detail        PIC X(10) VALUE SPACES.
008000 01  WS-Jrnl-Action          PIC X(01).
008100 01  WS-Before-Image         PIC X(250).
008200 01  WS-After-Image          PIC X(250).
008300 01  WS-Ended-Count          PIC 9(05) COMP VALUE 0.
008400 01  WS-Disabled-Count       PIC 9(05) COMP VALUE 0.
008500 01  WS-Warned-Count         PIC 9(05) COMP VALUE 0.
008600 01  WS-Ended-Count-Disp     PIC ZZZZ9.
008700 01  WS-Disabled-Count-Disp  PIC ZZZZ9.
008800 01  WS-Warned-Count-Disp    PIC ZZZZ9.
008900 01  WS-Policy-Operator      PIC X(10) VALUE "POLICY".
009000 01  WS-Ent-Revoked-Count    PIC 9(05).
009100 01  WS-Hist-Field-Name      PIC X(12).
009200 01  WS-Hist-Old-Value       PIC X(30).
009300 01  WS-Hist-New-Value       PIC X(30).
009400 01  WS-Excp-Severity        PIC X(01).
009500 01  WS-Excp-Message         PIC X(60).
009600 01  WS-Lock-Request         PIC X.
009700 01  WS-Lock-Granted         PIC X.
009800     88  WS-Lock-Was-Granted     VALUE "Y".
009900 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
010000 01  WS-P-TERMRPT-TXT       PIC X(30) VALUE "TERMRPT.TXT".
010100 01  WS-P-TERMCTL-DAT       PIC X(30) VALUE "TERMCTL.DAT".
010200 01  WS-Eoj-Start-Time       PIC 9(08).
010300 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
010400 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
010500 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
010600 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
010650 01  WS-Full-Name            PIC X(61).
010662 01  WS-Parm-Request         PIC X(01) VALUE "G".
010674 01  WS-Parm-Name            PIC X(12).
010686 01  WS-Parm-Value           PIC X(20).
010700 01  WS-Program-Name         PIC X(20) VALUE "TERMSWEEP".
010800
010900 PROCEDURE DIVISION.
011000
011100 0000-MAINLINE.
011200     CALL "PreDefMsg" USING WS-Program-Name
011300     ACCEPT WS-Eoj-Start-Time FROM TIME
011400     CALL "EnvName" USING WS-P-USERS-DATA
011500     CALL "EnvName" USING WS-P-TERMRPT-TXT
011600     CALL "EnvName" USING WS-P-TERMCTL-DAT
011700     MOVE "C" TO WS-Lock-Request
011800     CALL "UserLock" USING WS-Lock-Request,
011900         WS-Program-Name, WS-Lock-Granted
012000     IF NOT WS-Lock-Was-Granted
012100         MOVE 8 TO RETURN-CODE
012200         STOP RUN
012300     END-IF
012400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
012500     PERFORM 2000-SWEEP-ACCOUNTS THRU 2000-SWEEP-ACCOUNTS-EXIT
012600     PERFORM 3000-WRITE-SUMMARY THRU 3000-WRITE-SUMMARY-EXIT
012700     MOVE "R" TO WS-Lock-Request
012800     CALL "UserLock" USING WS-Lock-Request,
012900         WS-Program-Name, WS-Lock-Granted
013000     MOVE WS-Ended-Count TO WS-Eoj-Read-Count
013100     MOVE WS-Disabled-Count TO WS-Eoj-Written-Count
013200     CALL "EndMsg" USING WS-Program-Name,
013300         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
013400         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
013500         WS-Eoj-Return-Code
013600     MOVE WS-Eoj-Return-Code TO RETURN-CODE
013700     STOP RUN.
013800
013900*--------------------------------------------------------------
014000* The END reason code must be on RSNCODE.DAT before the sweep
014100* may stamp it on a record; without it the run falls back to
014200* report only (RC 4) and says why, rather than writing a code
014300* UserStat and the leaver reports cannot describe.
014400*--------------------------------------------------------------
014500 1000-INITIALIZE.
014600     DISPLAY "FIXED-TERM ACCOUNT SWEEP"
014700     DISPLAY "========================"
014800     CALL "BusDate" USING WS-Run-Date
014877     MOVE "WARNLEADDAYS" TO WS-Parm-Name
014954     MOVE "014" TO WS-Parm-Value
015031     PERFORM 9700-GET-RUN-PARM THRU 9700-GET-RUN-PARM-EXIT
015108     COMPUTE WS-Warning-Lead-Days = FUNCTION NUMVAL(WS-Parm-Value)
015185     MOVE "RUNMODE" TO WS-Parm-Name
015262     MOVE "2" TO WS-Parm-Value
015339     PERFORM 9700-GET-RUN-PARM THRU 9700-GET-RUN-PARM-EXIT
015416     COMPUTE WS-Run-Mode = FUNCTION NUMVAL(WS-Parm-Value)
015500     IF WS-Report-And-Disable
015600         CALL "RsnVal" USING WS-End-Reason, WS-Reason-Valid,
015700             WS-Reason-Desc
015800         IF WS-Reason-Valid NOT = "Y"
015900             MOVE "W" TO WS-Excp-Severity
016000             MOVE "RSN CODE END NOT ON FILE - REPORT ONLY"
016100                 TO WS-Excp-Message
016200             CALL "ExcpLog" USING WS-Program-Name,
016300                 WS-Excp-Severity, WS-Excp-Message
016400             DISPLAY "Reason code END is not on RSNCODE.DAT - "
016500                 "add it through RsnMnt. Running report only."
016600             MOVE 1 TO WS-Run-Mode
016700             MOVE 4 TO WS-Eoj-Return-Code
016800         END-IF
016900     END-IF
017000     COMPUTE WS-Warn-Limit-Date = FUNCTION DATE-OF-INTEGER(
017100         FUNCTION INTEGER-OF-DATE(WS-Run-Date)
017200         + WS-Warning-Lead-Days)
017300     PERFORM 1100-READ-PRIOR-SWEEP
017400         THRU 1100-READ-PRIOR-SWEEP-EXIT
017500     DISPLAY "Accounts ending on or before " WS-Run-Date
017600         " are closed."
017700     DISPLAY "Accounts ending on or before " WS-Warn-Limit-Date
017800         " are warned."
017900     .
018000 1000-INITIALIZE-EXIT.
018100     EXIT.
018200
018300*--------------------------------------------------------------
018400* The prior mode-2 sweep's date, kept in TERMCTL.DAT, marks
018500* where the warning window reached last time: an account
018600* whose end date is inside tonight's window but was beyond
018700* that one gets tonight's notice, so a no-run night loses
018800* nobody's warning. A missing control file warns everyone now
018900* in the window.
019000*--------------------------------------------------------------
019100 1100-READ-PRIOR-SWEEP.
019200     OPEN INPUT TermCtlFile
019300     IF WS-Ctl-Missing
019400         GO TO 1100-READ-PRIOR-SWEEP-EXIT
019500     END-IF
019600     READ TermCtlFile
019700         AT END
019800             CONTINUE
019900         NOT AT END
020000             MOVE TermCtlRecord TO WS-Prior-Sweep-Date
020100     END-READ
020200     CLOSE TermCtlFile
020300     IF WS-Prior-Sweep-Date > 0
020400         COMPUTE WS-Prior-Warn-Limit =
020500             FUNCTION DATE-OF-INTEGER(
020600             FUNCTION INTEGER-OF-DATE(WS-Prior-Sweep-Date)
020700             + WS-Warning-Lead-Days)
020800     END-IF
020900     .
021000 1100-READ-PRIOR-SWEEP-EXIT.
021100     EXIT.
021200
021300 2000-SWEEP-ACCOUNTS.
021400     OPEN I-O UserDatabase
021500     IF WS-File-Not-Found
021600         DISPLAY "USERS.DATA NOT FOUND - NOTHING TO SWEEP."
021700         GO TO 2000-SWEEP-ACCOUNTS-EXIT
021800     END-IF
021900     OPEN OUTPUT ReportFile
022000     MOVE SPACES TO ReportRecord
022100     STRING "FIXED-TERM ACCOUNT REPORT - RUN " WS-Run-Date
022200         " WARN TO " WS-Warn-Limit-Date DELIMITED BY SIZE
022300         INTO ReportRecord
022400     WRITE ReportRecord
022500     READ UserDatabase NEXT RECORD
022600         AT END SET EndOfUserDb TO TRUE
022700     END-READ
022800     PERFORM UNTIL EndOfUserDb
022900         IF UserId NOT = WS-Trailer-Id
023000                 AND NOT AccountIsInactive
023100                 AND NOT AccountIsLocked
023200                 AND NOT AccountIsPending
023300                 AND AccountEndDate IS NUMERIC
023400                 AND AccountEndDate > ZERO
023500             IF AccountEndDate <= WS-Run-Date
023600                 PERFORM 2100-HANDLE-ENDED-ACCOUNT
023700                     THRU 2100-HANDLE-ENDED-ACCOUNT-EXIT
023800             ELSE
023900                 IF AccountEndDate <= WS-Warn-Limit-Date
024000                     PERFORM 2200-WARN-APPROACHING-END
024100                         THRU 2200-WARN-APPROACHING-END-EXIT
024200                 END-IF
024300             END-IF
024400         END-IF
024500         READ UserDatabase NEXT RECORD
024600             AT END SET EndOfUserDb TO TRUE
024700         END-READ
024800     END-PERFORM
024900     CLOSE ReportFile
025000     CLOSE UserDatabase
025100     IF WS-Report-And-Disable
025200         PERFORM 2300-RECORD-SWEEP-DATE
025300             THRU 2300-RECORD-SWEEP-DATE-EXIT
025400     END-IF
025500     .
025600 2000-SWEEP-ACCOUNTS-EXIT.
025700     EXIT.
025800
025900 2100-HANDLE-ENDED-ACCOUNT.
026000     MOVE UserRecord TO WS-Before-Image
026100     ADD 1 TO WS-Ended-Count
026200     MOVE SPACES TO ReportRecord
026250     CALL "NameFmt" USING GivenName, FamilyName, WS-Full-Name
026300     STRING UserId " " UserName " " WS-Full-Name(1:30)
026350         " ENDED "
026400         AccountEndDate " STATUS " AccountStatus
026500         DELIMITED BY SIZE INTO ReportRecord
026600     WRITE ReportRecord
026700     IF NOT WS-Report-And-Disable
026800         GO TO 2100-HANDLE-ENDED-ACCOUNT-EXIT
026900     END-IF
027000     MOVE "STATUS" TO WS-Hist-Field-Name
027100     MOVE AccountStatus TO WS-Hist-Old-Value
027200     SET AccountIsInactive TO TRUE
027300     MOVE AccountStatus TO WS-Hist-New-Value
027400     MOVE WS-End-Reason TO DeactReasonCode
027500     CALL "TimeStamp" USING LastChangedStamp
027600     REWRITE UserRecord
027700         INVALID KEY
027800             DISPLAY "TERMSWEEP: REWRITE FAILED FOR USER "
027900                 UserId ", STATUS " WS-File-Status
028000             ADD 1 TO WS-Eoj-Rejected-Count
028100             GO TO 2100-HANDLE-ENDED-ACCOUNT-EXIT
028200     END-REWRITE
028300     PERFORM 2900-JOURNAL-REWRITE
028400         THRU 2900-JOURNAL-REWRITE-EXIT
028500     CALL "HistWrite" USING UserId, WS-Hist-Field-Name,
028600         WS-Hist-Old-Value, WS-Hist-New-Value,
028700         WS-Policy-Operator
028800     MOVE "REASONCODE" TO WS-Hist-Field-Name
028900     MOVE SPACES TO WS-Hist-Old-Value
029000     MOVE WS-End-Reason TO WS-Hist-New-Value
029100     CALL "HistWrite" USING UserId, WS-Hist-Field-Name,
029200         WS-Hist-Old-Value, WS-Hist-New-Value,
029300         WS-Policy-Operator
029400     CALL "EntRevk" USING UserId, WS-Policy-Operator,
029500         WS-End-Reason, WS-Program-Name,
029600         WS-Ent-Revoked-Count
029700     MOVE "DEACTIVATED" TO WS-Notify-Event
029800     CALL "NotifyQ" USING UserId, WS-Notify-Event,
029900         WS-Notify-Detail
030000     ADD 1 TO WS-Disabled-Count
030100     .
030200 2100-HANDLE-ENDED-ACCOUNT-EXIT.
030300     EXIT.
030400
030500*--------------------------------------------------------------
030600* Inside the warning window: listed every night, queued only
030700* the night the end date first comes inside the window, and
030800* never on a report-only run, which must not touch the queue.
030900*--------------------------------------------------------------
031000 2200-WARN-APPROACHING-END.
031100     ADD 1 TO WS-Warned-Count
031200     MOVE SPACES TO ReportRecord
031300     STRING "WARNED " UserId " " UserName " ENDS "
031400         AccountEndDate DELIMITED BY SIZE INTO ReportRecord
031500     WRITE ReportRecord
031600     IF AccountEndDate > WS-Prior-Warn-Limit
031700             AND WS-Report-And-Disable
031800         MOVE "END-WARNING" TO WS-Notify-Event
031900         CALL "NotifyQ" USING UserId, WS-Notify-Event,
032000             WS-Notify-Detail
032100     END-IF
032200     .
032300 2200-WARN-APPROACHING-END-EXIT.
032400     EXIT.
032500
032600*--------------------------------------------------------------
032700* Only a completed mode-2 sweep moves the TERMCTL.DAT marker;
032800* report-only runs must not swallow anyone's warning.
032900*--------------------------------------------------------------
033000 2300-RECORD-SWEEP-DATE.
033100     OPEN OUTPUT TermCtlFile
033200     MOVE WS-Run-Date TO TermCtlRecord
033300     WRITE TermCtlRecord
033400     CLOSE TermCtlFile
033500     .
033600 2300-RECORD-SWEEP-DATE-EXIT.
033700     EXIT.
033800
033900*--------------------------------------------------------------
034000* Before/after images to the USRJRNL.DAT update journal; the
034100* before image was saved when the record was read.
034200*--------------------------------------------------------------
034300 2900-JOURNAL-REWRITE.
034400     MOVE "R" TO WS-Jrnl-Action
034500     MOVE UserRecord TO WS-After-Image
034600     CALL "UserJrnl" USING WS-Program-Name, WS-Jrnl-Action,
034700         WS-Before-Image, WS-After-Image
034800     .
034900 2900-JOURNAL-REWRITE-EXIT.
035000     EXIT.
035100
035200 3000-WRITE-SUMMARY.
035300     MOVE WS-Ended-Count TO WS-Ended-Count-Disp
035400     MOVE WS-Disabled-Count TO WS-Disabled-Count-Disp
035500     MOVE WS-Warned-Count TO WS-Warned-Count-Disp
035600     DISPLAY "ACCOUNTS PAST END DATE:    " WS-Ended-Count-Disp
035700     DISPLAY "ACCOUNTS SET INACTIVE:     " WS-Disabled-Count-Disp
035800     DISPLAY "IN THE WARNING WINDOW:     " WS-Warned-Count-Disp
035900     .
036000 3000-WRITE-SUMMARY-EXIT.
036100     EXIT.
036110
036120*--------------------------------------------------------------
036130* Standing run parameters come from the RUNPARM.DAT library;
036140* the caller primes WS-Parm-Value with the default.
036150*--------------------------------------------------------------
036160 9700-GET-RUN-PARM.
036170     CALL "ParmGet" USING WS-Parm-Request, WS-Program-Name,
036180         WS-Parm-Name, WS-Parm-Value
036190     .
036200 9700-GET-RUN-PARM-EXIT.
036210     EXIT.

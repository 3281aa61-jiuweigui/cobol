000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BgSweep.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Nightly break-glass sweep and daily usage report. Every
000900* BRKGLASS.DAT checkout whose window has closed (by the
001000* system clock) and was never checked in through BrkGlass is
001100* resealed here: a fresh PwGen password goes through the
001200* SaltGen/PassHash2 machinery, unseen, with USRJRNL.DAT and
001300* USRHIST.DAT evidence, the register is marked sealed by
001400* EXPIRY, and the event goes to BGLOG.DAT and SUITEAUD.LOG.
001500* UserSignon has already been refusing the account since
001600* the window closed; this takes the password out of the
001700* incident team's hands as well.
001800* BGRPT.TXT then shows, for the business date,
001900*   - the register events on BGLOG.DAT (designations,
002000*     checkouts with reason and incident, check-ins);
002100*   - the checkouts this run resealed on expiry;
002200*   - the checkouts still open, with their windows;
002300*   - every SIGNJRNL.DAT sign-on attempt against a
002400*     registered account, accepted or refused.
002500* Any checkout or expiry reseal raises a warning through
002600* ExcpLog, so break-glass use always reaches the morning
002700* summary.
002800*--------------------------------------------------------------
002900* MODIFICATION HISTORY
003000*--------------------------------------------------------------
003100* DATE       INIT DESCRIPTION
003200* ---------- ---- -------------------------------------------
003300* 2026-10-15 JWG  Original version.
003400*--------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS UserId
004200         FILE STATUS IS WS-File-Status.
004300     SELECT RegisterFile ASSIGN TO DYNAMIC WS-P-BRKGLASS-DAT
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS BG-UserId
004700         FILE STATUS IS WS-Register-Status.
004800     SELECT BgLogFile ASSIGN TO DYNAMIC WS-P-BGLOG-DAT
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-BgLog-Status.
005100     SELECT JournalFile ASSIGN TO DYNAMIC WS-P-SIGNJRNL-DAT
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-Journal-Status.
005400     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-BGRPT-TXT
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  UserDatabase.
006000     COPY "USERREC.CPY".
006100
006200 FD  RegisterFile.
006300     COPY "BRKGLASS.CPY".
006400
006500 FD  BgLogFile.
006600     COPY "BGLOG.CPY".
006700
006800 FD  JournalFile.
006900     COPY "SIGNJRNL.CPY".
007000
007100 FD  ReportFile.
007200 01  ReportRecord            PIC X(80).
007300
007400 WORKING-STORAGE SECTION.
007500 01  WS-File-Status          PIC XX.
007600     88  WS-File-Not-Found   VALUE "35".
007700 01  WS-Register-Status      PIC XX.
007800     88  WS-Register-Missing     VALUE "35".
007900 01  WS-BgLog-Status         PIC XX.
008000     88  WS-BgLog-Missing        VALUE "35".
008100 01  WS-Journal-Status       PIC XX.
008200     88  WS-Journal-Missing      VALUE "35".
008300 01  WS-Eof-Switch           PIC X VALUE "N".
008400     88  WS-End-Of-Input         VALUE "Y".
008500 01  WS-Register-Open        PIC X VALUE "N".
008600     88  WS-Have-Register        VALUE "Y".
008700 01  WS-Run-Date             PIC 9(08).
008800 01  WS-Now-Date             PIC 9(08).
008900 01  WS-Now-Time             PIC 9(08).
009000 01  WS-Now-Parts REDEFINES WS-Now-Time.
009100     02  WS-NP-HH            PIC 9(02).
009200     02  WS-NP-MM            PIC 9(02).
009300     02  FILLER              PIC 9(04).
009400 01  WS-Now-HHMM             PIC 9(04).
009500 01  WS-New-Password         PIC X(20).
009600 01  WS-Sweep-Operator       PIC X(10) VALUE "EXPIRY".
009700 01  WS-Sign-Outcome         PIC X(18).
009800 01  WS-Event-Count          PIC 9(05) COMP VALUE 0.
009900 01  WS-Checkout-Count       PIC 9(05) COMP VALUE 0.
010000 01  WS-Resealed-Count       PIC 9(05) COMP VALUE 0.
010100 01  WS-Open-Count           PIC 9(05) COMP VALUE 0.
010200 01  WS-Signon-Count         PIC 9(05) COMP VALUE 0.
010300 01  WS-Count-Disp           PIC ZZZZ9.
010400 01  WS-Count-Disp-2         PIC ZZZZ9.
010500 01  WS-Jrnl-Action          PIC X(01).
010600 01  WS-Before-Image         PIC X(250).
010700 01  WS-After-Image          PIC X(250).
010800 01  WS-Hist-Field-Name      PIC X(12).
010900 01  WS-Hist-Old-Value       PIC X(30).
011000 01  WS-Hist-New-Value       PIC X(30).
011100 01  WS-Lock-Request         PIC X.
011200 01  WS-Lock-Granted         PIC X.
011300     88  WS-Lock-Was-Granted     VALUE "Y".
011400 01  WS-Audit-Event          PIC X(12).
011500 01  WS-Audit-Detail         PIC X(60).
011600 01  WS-Excp-Severity        PIC X(01).
011700 01  WS-Excp-Message         PIC X(60).
011800 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
011900 01  WS-P-BRKGLASS-DAT      PIC X(30) VALUE "BRKGLASS.DAT".
012000 01  WS-P-BGLOG-DAT         PIC X(30) VALUE "BGLOG.DAT".
012100 01  WS-P-SIGNJRNL-DAT      PIC X(30) VALUE "SIGNJRNL.DAT".
012200 01  WS-P-BGRPT-TXT         PIC X(30) VALUE "BGRPT.TXT".
012300 01  WS-Eoj-Start-Time       PIC 9(08).
012400 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
012500 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
012600 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
012700 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
012800 01  WS-Program-Name         PIC X(20) VALUE "BGSWEEP".
012900
013000 PROCEDURE DIVISION.
013100
013200 0000-MAINLINE.
013300     CALL "PreDefMsg" USING WS-Program-Name
013400     ACCEPT WS-Eoj-Start-Time FROM TIME
013500     CALL "EnvName" USING WS-P-USERS-DATA
013600     CALL "EnvName" USING WS-P-BRKGLASS-DAT
013700     CALL "EnvName" USING WS-P-BGLOG-DAT
013800     CALL "EnvName" USING WS-P-SIGNJRNL-DAT
013900     CALL "EnvName" USING WS-P-BGRPT-TXT
014000     DISPLAY "BREAK-GLASS SWEEP AND USAGE REPORT"
014100     DISPLAY "=================================="
014200     MOVE "C" TO WS-Lock-Request
014300     CALL "UserLock" USING WS-Lock-Request,
014400         WS-Program-Name, WS-Lock-Granted
014500     IF NOT WS-Lock-Was-Granted
014600         MOVE 8 TO RETURN-CODE
014700         STOP RUN
014800     END-IF
014900     CALL "BusDate" USING WS-Run-Date
015000     ACCEPT WS-Now-Date FROM DATE YYYYMMDD
015100     ACCEPT WS-Now-Time FROM TIME
015200     COMPUTE WS-Now-HHMM = (WS-NP-HH * 100) + WS-NP-MM
015300     OPEN OUTPUT ReportFile
015400     MOVE SPACES TO ReportRecord
015500     STRING "BREAK-GLASS USAGE REPORT - BUSINESS DATE "
015600         WS-Run-Date DELIMITED BY SIZE INTO ReportRecord
015700     WRITE ReportRecord
015800     OPEN I-O RegisterFile
015900     IF WS-Register-Missing
016000         DISPLAY "BRKGLASS.DAT NOT FOUND - NO BREAK-GLASS "
016100             "ACCOUNTS REGISTERED."
016200         MOVE "NO BREAK-GLASS ACCOUNTS ARE REGISTERED."
016300             TO ReportRecord
016400         WRITE ReportRecord
016500     ELSE
016600         SET WS-Have-Register TO TRUE
016700     END-IF
016800     PERFORM 2000-LIST-EVENTS THRU 2000-LIST-EVENTS-EXIT
016900     IF WS-Have-Register
017000         PERFORM 3000-RESEAL-EXPIRED
017100             THRU 3000-RESEAL-EXPIRED-EXIT
017200         PERFORM 4000-LIST-OPEN THRU 4000-LIST-OPEN-EXIT
017300         PERFORM 5000-LIST-SIGNONS THRU 5000-LIST-SIGNONS-EXIT
017400         CLOSE RegisterFile
017500     END-IF
017600     MOVE WS-Checkout-Count TO WS-Count-Disp
017700     MOVE WS-Resealed-Count TO WS-Count-Disp-2
017800     MOVE SPACES TO ReportRecord
017900     STRING "CHECKOUTS: " WS-Count-Disp
018000         "  RESEALED ON EXPIRY: " WS-Count-Disp-2
018100         DELIMITED BY SIZE INTO ReportRecord
018200     WRITE ReportRecord
018300     DISPLAY "CHECKOUTS: " WS-Count-Disp
018400         "  RESEALED ON EXPIRY: " WS-Count-Disp-2
018500     CLOSE ReportFile
018600     IF WS-Checkout-Count > 0 OR WS-Resealed-Count > 0
018700         MOVE "W" TO WS-Excp-Severity
018800         MOVE SPACES TO WS-Excp-Message
018900         STRING "BREAK-GLASS CHECKOUTS " WS-Count-Disp
019000             " RESEALED ON EXPIRY " WS-Count-Disp-2
019100             DELIMITED BY SIZE INTO WS-Excp-Message
019200         CALL "ExcpLog" USING WS-Program-Name,
019300             WS-Excp-Severity, WS-Excp-Message
019400     END-IF
019500     MOVE "R" TO WS-Lock-Request
019600     CALL "UserLock" USING WS-Lock-Request,
019700         WS-Program-Name, WS-Lock-Granted
019800     MOVE WS-Resealed-Count TO WS-Eoj-Written-Count
019900     CALL "EndMsg" USING WS-Program-Name,
020000         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
020100         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
020200         WS-Eoj-Return-Code
020300     MOVE WS-Eoj-Return-Code TO RETURN-CODE
020400     STOP RUN.
020500
020600*--------------------------------------------------------------
020700* The day's register events, read before this run appends
020800* its own expiry reseals (those have their own section).
020900*--------------------------------------------------------------
021000 2000-LIST-EVENTS.
021100     MOVE SPACES TO ReportRecord
021200     WRITE ReportRecord
021300     MOVE "REGISTER EVENTS:" TO ReportRecord
021400     WRITE ReportRecord
021500     MOVE "N" TO WS-Eof-Switch
021600     OPEN INPUT BgLogFile
021700     IF WS-BgLog-Missing
021800         MOVE "  (NO USAGE LOG ON FILE)" TO ReportRecord
021900         WRITE ReportRecord
022000         GO TO 2000-LIST-EVENTS-EXIT
022100     END-IF
022200     READ BgLogFile
022300         AT END SET WS-End-Of-Input TO TRUE
022400     END-READ
022500     PERFORM UNTIL WS-End-Of-Input
022600         IF BL-Date = WS-Run-Date
022700             ADD 1 TO WS-Eoj-Read-Count
022800             PERFORM 2100-LIST-ONE-EVENT
022900                 THRU 2100-LIST-ONE-EVENT-EXIT
023000         END-IF
023100         READ BgLogFile
023200             AT END SET WS-End-Of-Input TO TRUE
023300         END-READ
023400     END-PERFORM
023500     CLOSE BgLogFile
023600     IF WS-Event-Count = 0
023700         MOVE "  (NONE)" TO ReportRecord
023800         WRITE ReportRecord
023900     END-IF
024000     .
024100 2000-LIST-EVENTS-EXIT.
024200     EXIT.
024300
024400 2100-LIST-ONE-EVENT.
024500     ADD 1 TO WS-Event-Count
024600     IF BL-Checked-Out
024700         ADD 1 TO WS-Checkout-Count
024800     END-IF
024900     MOVE SPACES TO ReportRecord
025000     STRING "  " BL-Time " " BL-UserId " " BL-Event " "
025100         BL-Operator " " BL-EmpId " " BL-Incident-Ref
025200         DELIMITED BY SIZE INTO ReportRecord
025300     WRITE ReportRecord
025400     IF BL-Checked-Out
025500         MOVE SPACES TO ReportRecord
025600         STRING "       UNTIL " BL-Expiry-Date " "
025700             BL-Expiry-Time " " BL-Reason
025800             DELIMITED BY SIZE INTO ReportRecord
025900         WRITE ReportRecord
026000     END-IF
026100     .
026200 2100-LIST-ONE-EVENT-EXIT.
026300     EXIT.
026400
026500*--------------------------------------------------------------
026600* A checkout is over when the clock has reached its expiry
026700* date and time. Resealing needs the account itself; one
026800* missing from USERS.DATA is still marked sealed, since
026900* there is no password left to take back.
027000*--------------------------------------------------------------
027100 3000-RESEAL-EXPIRED.
027200     MOVE SPACES TO ReportRecord
027300     WRITE ReportRecord
027400     MOVE "RESEALED ON EXPIRY:" TO ReportRecord
027500     WRITE ReportRecord
027600     OPEN I-O UserDatabase
027700     IF WS-File-Not-Found
027800         DISPLAY "USERS.DATA NOT FOUND - NO ACCOUNTS TO "
027900             "RESEAL."
028000         MOVE 8 TO WS-Eoj-Return-Code
028100         GO TO 3000-RESEAL-EXPIRED-EXIT
028200     END-IF
028300     MOVE "N" TO WS-Eof-Switch
028400     MOVE 0 TO BG-UserId
028500     START RegisterFile KEY IS >= BG-UserId
028600         INVALID KEY
028700             SET WS-End-Of-Input TO TRUE
028800     END-START
028900     PERFORM UNTIL WS-End-Of-Input
029000         READ RegisterFile NEXT RECORD
029100             AT END SET WS-End-Of-Input TO TRUE
029200         END-READ
029300         IF NOT WS-End-Of-Input
029400             IF BG-Is-Checked-Out
029500                 IF BG-Expiry-Date < WS-Now-Date
029600                         OR (BG-Expiry-Date = WS-Now-Date
029700                         AND BG-Expiry-Time <= WS-Now-HHMM)
029800                     PERFORM 3100-RESEAL-ONE
029900                         THRU 3100-RESEAL-ONE-EXIT
030000                 END-IF
030100             END-IF
030200         END-IF
030300     END-PERFORM
030400     CLOSE UserDatabase
030500     IF WS-Resealed-Count = 0
030600         MOVE "  (NONE)" TO ReportRecord
030700         WRITE ReportRecord
030800     END-IF
030900     .
031000 3000-RESEAL-EXPIRED-EXIT.
031100     EXIT.
031200
031300 3100-RESEAL-ONE.
031400     MOVE BG-UserId TO UserId
031500     READ UserDatabase
031600         INVALID KEY
031700             DISPLAY "UserId " BG-UserId " not on USERS.DATA "
031800                 "- register sealed only."
031900         NOT INVALID KEY
032000             PERFORM 3200-ROTATE-PASSWORD
032100                 THRU 3200-ROTATE-PASSWORD-EXIT
032200     END-READ
032300     SET BG-Is-Sealed TO TRUE
032400     MOVE WS-Now-Date TO BG-Sealed-Date
032500     MOVE WS-Now-HHMM TO BG-Sealed-Time
032600     MOVE WS-Sweep-Operator TO BG-Sealed-By
032700     REWRITE BrkGlassRecord
032800     ADD 1 TO WS-Resealed-Count
032900     MOVE SPACES TO ReportRecord
033000     STRING "  " BG-UserId " " BG-Out-By " " BG-Incident-Ref
033100         " WINDOW CLOSED " BG-Expiry-Date " " BG-Expiry-Time
033200         DELIMITED BY SIZE INTO ReportRecord
033300     WRITE ReportRecord
033400     OPEN EXTEND BgLogFile
033500     IF WS-BgLog-Missing
033600         OPEN OUTPUT BgLogFile
033700     END-IF
033800     MOVE WS-Now-Date TO BL-Date
033900     MOVE WS-Now-HHMM TO BL-Time
034000     MOVE BG-UserId TO BL-UserId
034100     SET BL-Expired TO TRUE
034200     MOVE BG-Out-EmpId TO BL-EmpId
034300     MOVE WS-Sweep-Operator TO BL-Operator
034400     MOVE BG-Incident-Ref TO BL-Incident-Ref
034500     MOVE BG-Expiry-Date TO BL-Expiry-Date
034600     MOVE BG-Expiry-Time TO BL-Expiry-Time
034700     MOVE BG-Out-Reason TO BL-Reason
034800     WRITE BgLogRecord
034900     CLOSE BgLogFile
035000     MOVE "BG-EXPIRED" TO WS-Audit-Event
035100     MOVE SPACES TO WS-Audit-Detail
035200     STRING BG-UserId " " BG-Incident-Ref " BY "
035300         WS-Sweep-Operator " UNTIL " BG-Expiry-Date " "
035400         BG-Expiry-Time
035500         DELIMITED BY SIZE INTO WS-Audit-Detail
035600     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
035700         WS-Audit-Detail
035800     .
035900 3100-RESEAL-ONE-EXIT.
036000     EXIT.
036100
036200*--------------------------------------------------------------
036300* The same rotation BrkGlass makes at check-in: a fresh
036400* password nobody sees, journalled and masked into history.
036500*--------------------------------------------------------------
036600 3200-ROTATE-PASSWORD.
036700     MOVE UserRecord TO WS-Before-Image
036800     CALL "PwGen" USING WS-New-Password
036900     CALL "SaltGen" USING Salt
037000     CALL "PassHash2" USING WS-New-Password, Salt, HashExt
037100     MOVE SPACES TO WS-New-Password
037200     MOVE "2" TO HashVersion
037300     MOVE SPACES TO Hash
037400     MOVE WS-Now-Date TO PasswordSetDate
037500     MOVE ZERO TO FailedLoginCount
037600     CALL "TimeStamp" USING LastChangedStamp
037700     REWRITE UserRecord
037800     MOVE "R" TO WS-Jrnl-Action
037900     MOVE UserRecord TO WS-After-Image
038000     CALL "UserJrnl" USING WS-Program-Name, WS-Jrnl-Action,
038100         WS-Before-Image, WS-After-Image
038200     MOVE "PASSWORD" TO WS-Hist-Field-Name
038300     MOVE "********" TO WS-Hist-Old-Value
038400     MOVE "BREAK-GLASS SEALED" TO WS-Hist-New-Value
038500     CALL "HistWrite" USING UserId, WS-Hist-Field-Name,
038600         WS-Hist-Old-Value, WS-Hist-New-Value,
038700         WS-Sweep-Operator
038800     .
038900 3200-ROTATE-PASSWORD-EXIT.
039000     EXIT.
039100
039200 4000-LIST-OPEN.
039300     MOVE SPACES TO ReportRecord
039400     WRITE ReportRecord
039500     MOVE "STILL CHECKED OUT:" TO ReportRecord
039600     WRITE ReportRecord
039700     MOVE "N" TO WS-Eof-Switch
039800     MOVE 0 TO BG-UserId
039900     START RegisterFile KEY IS >= BG-UserId
040000         INVALID KEY
040100             SET WS-End-Of-Input TO TRUE
040200     END-START
040300     PERFORM UNTIL WS-End-Of-Input
040400         READ RegisterFile NEXT RECORD
040500             AT END SET WS-End-Of-Input TO TRUE
040600         END-READ
040700         IF NOT WS-End-Of-Input AND BG-Is-Checked-Out
040800             ADD 1 TO WS-Open-Count
040900             MOVE SPACES TO ReportRecord
041000             STRING "  " BG-UserId " " BG-Out-By " "
041100                 BG-Incident-Ref " OUT " BG-Out-Date " "
041200                 BG-Out-Time " UNTIL " BG-Expiry-Date " "
041300                 BG-Expiry-Time
041400                 DELIMITED BY SIZE INTO ReportRecord
041500             WRITE ReportRecord
041600         END-IF
041700     END-PERFORM
041800     IF WS-Open-Count = 0
041900         MOVE "  (NONE)" TO ReportRecord
042000         WRITE ReportRecord
042100     END-IF
042200     .
042300 4000-LIST-OPEN-EXIT.
042400     EXIT.
042500
042600*--------------------------------------------------------------
042700* Sign-on attempts against registered accounts on the
042800* business date, from the UserSignon journal.
042900*--------------------------------------------------------------
043000 5000-LIST-SIGNONS.
043100     MOVE SPACES TO ReportRecord
043200     WRITE ReportRecord
043300     MOVE "SIGN-ON ATTEMPTS ON BREAK-GLASS ACCOUNTS:"
043400         TO ReportRecord
043500     WRITE ReportRecord
043600     MOVE "N" TO WS-Eof-Switch
043700     OPEN INPUT JournalFile
043800     IF WS-Journal-Missing
043900         MOVE "  (NO SIGN-ON JOURNAL ON FILE)" TO ReportRecord
044000         WRITE ReportRecord
044100         GO TO 5000-LIST-SIGNONS-EXIT
044200     END-IF
044300     READ JournalFile
044400         AT END SET WS-End-Of-Input TO TRUE
044500     END-READ
044600     PERFORM UNTIL WS-End-Of-Input
044700         IF SJ-Date = WS-Run-Date
044800             MOVE SJ-UserId TO BG-UserId
044900             READ RegisterFile
045000                 INVALID KEY
045100                     CONTINUE
045200                 NOT INVALID KEY
045300                     PERFORM 5100-LIST-ONE-SIGNON
045400                         THRU 5100-LIST-ONE-SIGNON-EXIT
045500             END-READ
045600         END-IF
045700         READ JournalFile
045800             AT END SET WS-End-Of-Input TO TRUE
045900         END-READ
046000     END-PERFORM
046100     CLOSE JournalFile
046200     IF WS-Signon-Count = 0
046300         MOVE "  (NONE)" TO ReportRecord
046400         WRITE ReportRecord
046500     END-IF
046600     .
046700 5000-LIST-SIGNONS-EXIT.
046800     EXIT.
046900
047000 5100-LIST-ONE-SIGNON.
047100     ADD 1 TO WS-Signon-Count
047200     EVALUATE TRUE
047300         WHEN SJ-Accepted OR SJ-Token-Accepted
047400             MOVE "SIGNED ON" TO WS-Sign-Outcome
047500         WHEN SJ-Break-Glass-Sealed
047600             MOVE "REFUSED - SEALED" TO WS-Sign-Outcome
047700         WHEN SJ-Bad-Password OR SJ-Caused-Lock
047800             MOVE "BAD PASSWORD" TO WS-Sign-Outcome
047900         WHEN OTHER
048000             MOVE SPACES TO WS-Sign-Outcome
048100             STRING "OUTCOME " SJ-Outcome
048200                 DELIMITED BY SIZE INTO WS-Sign-Outcome
048300     END-EVALUATE
048400     MOVE SPACES TO ReportRecord
048500     STRING "  " SJ-Time " " SJ-UserId " " WS-Sign-Outcome
048600         DELIMITED BY SIZE INTO ReportRecord
048700     WRITE ReportRecord
048800     .
048900 5100-LIST-ONE-SIGNON-EXIT.
049000     EXIT.

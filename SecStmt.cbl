000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SecStmt.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Monthly security activity statement. For the month on the
000900* card (YYYYMM; zeros for the business date's month) every
001000* account that can sign on (not inactive, not an unclaimed
001100* placeholder) is given a short statement of what happened
001200* on it that month, so a holder who missed the one message
001300* about a lockout or an Email change still hears of it:
001400*   - sign-ons and failed sign-ons from SIGNJRNL.DAT (A/T
001500*     accepted; B/K bad password, W/V wrong passcode), and
001600*     the lockouts among them (K/V)
001700*   - Email and password changes from USRHIST.DAT
001800*   - reset tokens issued (RSTTOKEN, evidenced on USRHIST.DAT
001900*     as RESETTOKEN ISSUED rows)
002000*   - unlocks (USRHIST.DAT STATUS rows from L back to A)
002100* A statement is queued through the shared NotifyQ routine
002200* as a SEC-STATEMNT event, the counts packed in the event
002300* detail (NOTIFQ.CPY); NotifyFmt carries it to the mail
002400* gateway with the "not you?" contact line. An account with
002500* no activity in the month gets no statement. The run lists
002600* how many statements were queued per CountryCode on
002700* SECSTMT.TXT.
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
004300     SELECT JournalFile ASSIGN TO DYNAMIC WS-P-SIGNJRNL-DAT
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-Journal-Status.
004600     SELECT HistoryFile ASSIGN TO DYNAMIC WS-P-USRHIST-DAT
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS HistKey
005000         FILE STATUS IS WS-History-Status.
005100     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-SECSTMT-TXT
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  UserDatabase.
005700     COPY "USERREC.CPY".
005800
005900 FD  JournalFile.
006000     COPY "SIGNJRNL.CPY".
006100
006200 FD  HistoryFile.
006300     COPY "USRHIST.CPY".
006400
006500 FD  ReportFile.
006600 01  ReportRecord            PIC X(80).
006700
006800 WORKING-STORAGE SECTION.
006900 01  WS-File-Status          PIC XX.
007000     88  WS-File-Not-Found   VALUE "35".
007100 01  WS-Journal-Status       PIC XX.
007200     88  WS-Journal-Missing      VALUE "35".
007300 01  WS-History-Status       PIC XX.
007400     88  WS-History-Missing      VALUE "35".
007500 01  WS-Eof-Switch           PIC X VALUE "N".
007600     88  WS-End-Of-Input         VALUE "Y".
007700 01  WS-Scan-Switch          PIC X VALUE "N".
007800     88  WS-End-Of-Scan          VALUE "Y".
007900 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
008000 01  WS-Run-Date             PIC 9(08).
008100 01  WS-Card-Month-Text      PIC X(06).
008200 01  WS-Card-Month REDEFINES WS-Card-Month-Text
008300                             PIC 9(06).
008400 01  WS-Month-Parts.
008500     02  WS-MP-Year          PIC 9(04).
008600     02  WS-MP-Month         PIC 9(02).
008700 01  WS-Month-Num REDEFINES WS-Month-Parts
008800                             PIC 9(06).
008900 01  WS-Row-Month            PIC 9(06).
009000*--------------------------------------------------------------
009100* The month's sign-on activity per account, gathered from the
009200* journal in one pass before the account scan.
009300*--------------------------------------------------------------
009400 01  WS-Signon-Table.
009500     02  WS-Sgn-Entry OCCURS 5000 TIMES.
009600         03  WS-Sgn-UserId       PIC 9(08).
009700         03  WS-Sgn-Good         PIC 9(05) COMP.
009800         03  WS-Sgn-Failed       PIC 9(05) COMP.
009900         03  WS-Sgn-Locks        PIC 9(05) COMP.
010000 01  WS-Signon-Count         PIC 9(04) COMP VALUE 0.
010100 01  WS-Signon-Index         PIC 9(04) COMP.
010200 01  WS-Signon-Found         PIC 9(04) COMP.
010300 01  WS-Signon-Dropped       PIC 9(05) COMP VALUE 0.
010400*--------------------------------------------------------------
010500* The current account's month.
010600*--------------------------------------------------------------
010700 01  WS-Activity.
010800     02  WS-Act-Good         PIC 9(05) COMP.
010900     02  WS-Act-Failed       PIC 9(05) COMP.
011000     02  WS-Act-Locks        PIC 9(05) COMP.
011100     02  WS-Act-Email        PIC 9(05) COMP.
011200     02  WS-Act-Password     PIC 9(05) COMP.
011300     02  WS-Act-Tokens       PIC 9(05) COMP.
011400     02  WS-Act-Unlocks      PIC 9(05) COMP.
011500*--------------------------------------------------------------
011600* SEC-STATEMNT event detail, as NOTIFQ.CPY describes it; each
011700* count stops at the most its digits hold.
011800*--------------------------------------------------------------
011900 01  WS-Stmt-Detail.
012000     02  WS-SD-Good          PIC 9(02).
012100     02  WS-SD-Failed        PIC 9(02).
012200     02  WS-SD-Locks         PIC 9(01).
012300     02  WS-SD-Email         PIC 9(01).
012400     02  WS-SD-Password      PIC 9(01).
012500     02  WS-SD-Tokens        PIC 9(01).
012600     02  WS-SD-Unlocks       PIC 9(01).
012700     02  FILLER              PIC X(01) VALUE SPACE.
012800 01  WS-Stmt-Detail-Text REDEFINES WS-Stmt-Detail
012900                             PIC X(10).
013000 01  WS-Notify-Event         PIC X(12) VALUE "SEC-STATEMNT".
013100*--------------------------------------------------------------
013200* Statements queued per CountryCode.
013300*--------------------------------------------------------------
013400 01  WS-Country-Table.
013500     02  WS-Ctry-Entry OCCURS 100 TIMES.
013600         03  WS-Ctry-Code        PIC X(02).
013700         03  WS-Ctry-Sent        PIC 9(07) COMP.
013800 01  WS-Country-Count        PIC 9(03) COMP VALUE 0.
013900 01  WS-Country-Index        PIC 9(03) COMP.
014000 01  WS-Country-Found        PIC 9(03) COMP.
014100 01  WS-Statement-Count      PIC 9(07) COMP VALUE 0.
014200 01  WS-Quiet-Count          PIC 9(07) COMP VALUE 0.
014300 01  WS-Heading-1.
014400     02  FILLER              PIC X(37)
014500         VALUE "SECURITY ACTIVITY STATEMENTS - MONTH ".
014600     02  WS-H1-Month         PIC 9(06).
014700 01  WS-Detail-Line.
014800     02  FILLER              PIC X(02) VALUE SPACES.
014900     02  WS-DL-Country       PIC X(02).
015000     02  FILLER              PIC X(04) VALUE SPACES.
015100     02  WS-DL-Sent          PIC ZZZZZZ9.
015200 01  WS-Count-Disp           PIC ZZZZZZ9.
015300 01  WS-Excp-Severity        PIC X(01).
015400 01  WS-Excp-Message         PIC X(60).
015500 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
015600 01  WS-P-SIGNJRNL-DAT      PIC X(30) VALUE "SIGNJRNL.DAT".
015700 01  WS-P-USRHIST-DAT       PIC X(30) VALUE "USRHIST.DAT".
015800 01  WS-P-SECSTMT-TXT       PIC X(30) VALUE "SECSTMT.TXT".
015900 01  WS-Eoj-Start-Time       PIC 9(08).
016000 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
016100 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
016200 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
016300 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
016400 01  WS-Program-Name         PIC X(20) VALUE "SECSTMT".
016500
016600 PROCEDURE DIVISION.
016700
016800 0000-MAINLINE.
016900     CALL "PreDefMsg" USING WS-Program-Name
017000     ACCEPT WS-Eoj-Start-Time FROM TIME
017100     CALL "EnvName" USING WS-P-USERS-DATA
017200     CALL "EnvName" USING WS-P-SIGNJRNL-DAT
017300     CALL "EnvName" USING WS-P-USRHIST-DAT
017400     CALL "EnvName" USING WS-P-SECSTMT-TXT
017500     DISPLAY "MONTHLY SECURITY ACTIVITY STATEMENTS"
017600     DISPLAY "===================================="
017700     CALL "BusDate" USING WS-Run-Date
017800     ACCEPT WS-Card-Month-Text
017900     IF WS-Card-Month-Text = SPACES
018000         MOVE ZEROS TO WS-Card-Month-Text
018100     END-IF
018200     IF WS-Card-Month-Text NOT NUMERIC
018300         DISPLAY "MONTH CARD NOT NUMERIC - NO STATEMENTS."
018400         MOVE 8 TO WS-Eoj-Return-Code
018500         GO TO 0000-WRAP-UP
018600     END-IF
018700     IF WS-Card-Month = 0
018800         MOVE WS-Run-Date(1:6) TO WS-Month-Num
018900     ELSE
019000         MOVE WS-Card-Month TO WS-Month-Num
019100     END-IF
019200     IF WS-MP-Month < 1 OR WS-MP-Month > 12
019300         DISPLAY "MONTH CARD NOT A VALID YYYYMM - NO STATEMENTS."
019400         MOVE 8 TO WS-Eoj-Return-Code
019500         GO TO 0000-WRAP-UP
019600     END-IF
019700     PERFORM 1000-LOAD-SIGNONS THRU 1000-LOAD-SIGNONS-EXIT
019800     PERFORM 2000-SCAN-ACCOUNTS THRU 2000-SCAN-ACCOUNTS-EXIT
019900     IF WS-Eoj-Return-Code > 4
020000         GO TO 0000-WRAP-UP
020100     END-IF
020200     PERFORM 3000-WRITE-REPORT THRU 3000-WRITE-REPORT-EXIT
020300     IF WS-Signon-Dropped > 0
020400         MOVE WS-Signon-Dropped TO WS-Count-Disp
020500         MOVE "W" TO WS-Excp-Severity
020600         MOVE SPACES TO WS-Excp-Message
020700         STRING "SIGN-ON TABLE FULL - ACCOUNTS NOT COUNTED: "
020800             WS-Count-Disp DELIMITED BY SIZE
020900             INTO WS-Excp-Message
021000         CALL "ExcpLog" USING WS-Program-Name,
021100             WS-Excp-Severity, WS-Excp-Message
021200         MOVE 4 TO WS-Eoj-Return-Code
021300     END-IF
021400     .
021500 0000-WRAP-UP.
021600     MOVE WS-Statement-Count TO WS-Eoj-Written-Count
021700     CALL "EndMsg" USING WS-Program-Name,
021800         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
021900         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
022000         WS-Eoj-Return-Code
022100     MOVE WS-Eoj-Return-Code TO RETURN-CODE
022200     STOP RUN.
022300
022400*--------------------------------------------------------------
022500* The month's sign-on journal, tallied per account. Accounts
022600* past the table's 5000 are dropped, counted and warned of.
022700*--------------------------------------------------------------
022800 1000-LOAD-SIGNONS.
022900     OPEN INPUT JournalFile
023000     IF WS-Journal-Missing
023100         DISPLAY "SIGNJRNL.DAT NOT FOUND - NO SIGN-ON ACTIVITY."
023200         GO TO 1000-LOAD-SIGNONS-EXIT
023300     END-IF
023400     MOVE "N" TO WS-Eof-Switch
023500     READ JournalFile
023600         AT END SET WS-End-Of-Input TO TRUE
023700     END-READ
023800     PERFORM UNTIL WS-End-Of-Input
023900         MOVE SJ-Date(1:6) TO WS-Row-Month
024000         IF WS-Row-Month = WS-Month-Num
024100                 AND (SJ-Accepted OR SJ-Token-Accepted
024200                 OR SJ-Bad-Password OR SJ-Caused-Lock
024300                 OR SJ-Passcode-Wrong OR SJ-Passcode-Locked)
024400             PERFORM 1100-TALLY-SIGNON
024500                 THRU 1100-TALLY-SIGNON-EXIT
024600         END-IF
024700         READ JournalFile
024800             AT END SET WS-End-Of-Input TO TRUE
024900         END-READ
025000     END-PERFORM
025100     CLOSE JournalFile
025200     .
025300 1000-LOAD-SIGNONS-EXIT.
025400     EXIT.
025500
025600 1100-TALLY-SIGNON.
025700     MOVE 0 TO WS-Signon-Found
025800     PERFORM VARYING WS-Signon-Index FROM 1 BY 1
025900             UNTIL WS-Signon-Index > WS-Signon-Count
026000             OR WS-Signon-Found > 0
026100         IF WS-Sgn-UserId(WS-Signon-Index) = SJ-UserId
026200             MOVE WS-Signon-Index TO WS-Signon-Found
026300         END-IF
026400     END-PERFORM
026500     IF WS-Signon-Found = 0
026600         IF WS-Signon-Count < 5000
026700             ADD 1 TO WS-Signon-Count
026800             MOVE WS-Signon-Count TO WS-Signon-Found
026900             MOVE SJ-UserId TO WS-Sgn-UserId(WS-Signon-Found)
027000             MOVE 0 TO WS-Sgn-Good(WS-Signon-Found)
027100             MOVE 0 TO WS-Sgn-Failed(WS-Signon-Found)
027200             MOVE 0 TO WS-Sgn-Locks(WS-Signon-Found)
027300         ELSE
027400             ADD 1 TO WS-Signon-Dropped
027500             GO TO 1100-TALLY-SIGNON-EXIT
027600         END-IF
027700     END-IF
027800     IF SJ-Accepted OR SJ-Token-Accepted
027900         ADD 1 TO WS-Sgn-Good(WS-Signon-Found)
028000     ELSE
028100         ADD 1 TO WS-Sgn-Failed(WS-Signon-Found)
028200     END-IF
028300     IF SJ-Caused-Lock OR SJ-Passcode-Locked
028400         ADD 1 TO WS-Sgn-Locks(WS-Signon-Found)
028500     END-IF
028600     .
028700 1100-TALLY-SIGNON-EXIT.
028800     EXIT.
028900
029000*--------------------------------------------------------------
029100* One pass of USERS.DATA. Inactive accounts and unclaimed
029200* placeholders cannot sign on and get no statement.
029300*--------------------------------------------------------------
029400 2000-SCAN-ACCOUNTS.
029500     OPEN INPUT UserDatabase
029600     IF WS-File-Not-Found
029700         DISPLAY "USERS.DATA NOT FOUND - NO STATEMENTS."
029800         MOVE 8 TO WS-Eoj-Return-Code
029900         GO TO 2000-SCAN-ACCOUNTS-EXIT
030000     END-IF
030100     OPEN INPUT HistoryFile
030200     READ UserDatabase NEXT RECORD
030300         AT END SET EndOfUserDb TO TRUE
030400     END-READ
030500     PERFORM UNTIL EndOfUserDb
030600         IF UserId NOT = WS-Trailer-Id
030700                 AND NOT AccountIsInactive
030800                 AND NOT AccountIsPending
030900             ADD 1 TO WS-Eoj-Read-Count
031000             PERFORM 2100-ONE-ACCOUNT THRU 2100-ONE-ACCOUNT-EXIT
031100         END-IF
031200         READ UserDatabase NEXT RECORD
031300             AT END SET EndOfUserDb TO TRUE
031400         END-READ
031500     END-PERFORM
031600     IF NOT WS-History-Missing
031700         CLOSE HistoryFile
031800     END-IF
031900     CLOSE UserDatabase
032000     .
032100 2000-SCAN-ACCOUNTS-EXIT.
032200     EXIT.
032300
032400 2100-ONE-ACCOUNT.
032500     INITIALIZE WS-Activity
032600     PERFORM VARYING WS-Signon-Index FROM 1 BY 1
032700             UNTIL WS-Signon-Index > WS-Signon-Count
032800         IF WS-Sgn-UserId(WS-Signon-Index) = UserId
032900             MOVE WS-Sgn-Good(WS-Signon-Index) TO WS-Act-Good
033000             MOVE WS-Sgn-Failed(WS-Signon-Index) TO WS-Act-Failed
033100             MOVE WS-Sgn-Locks(WS-Signon-Index) TO WS-Act-Locks
033200             MOVE WS-Signon-Count TO WS-Signon-Index
033300         END-IF
033400     END-PERFORM
033500     PERFORM 2200-HISTORY-ACTIVITY
033600         THRU 2200-HISTORY-ACTIVITY-EXIT
033700     IF WS-Act-Good = 0 AND WS-Act-Failed = 0
033800             AND WS-Act-Email = 0 AND WS-Act-Password = 0
033900             AND WS-Act-Tokens = 0 AND WS-Act-Unlocks = 0
034000         ADD 1 TO WS-Quiet-Count
034100         GO TO 2100-ONE-ACCOUNT-EXIT
034200     END-IF
034300     PERFORM 2300-PACK-DETAIL THRU 2300-PACK-DETAIL-EXIT
034400     CALL "NotifyQ" USING UserId, WS-Notify-Event,
034500         WS-Stmt-Detail-Text
034600     ADD 1 TO WS-Statement-Count
034700     PERFORM 2400-COUNT-COUNTRY THRU 2400-COUNT-COUNTRY-EXIT
034800     .
034900 2100-ONE-ACCOUNT-EXIT.
035000     EXIT.
035100
035200 2200-HISTORY-ACTIVITY.
035300     IF WS-History-Missing
035400         GO TO 2200-HISTORY-ACTIVITY-EXIT
035500     END-IF
035600     MOVE "N" TO WS-Scan-Switch
035700     MOVE UserId TO HIST-UserId
035800     MOVE ZERO TO HIST-Seq
035900     START HistoryFile KEY IS >= HistKey
036000         INVALID KEY
036100             SET WS-End-Of-Scan TO TRUE
036200     END-START
036300     PERFORM UNTIL WS-End-Of-Scan
036400         READ HistoryFile NEXT RECORD
036500             AT END SET WS-End-Of-Scan TO TRUE
036600         END-READ
036700         IF NOT WS-End-Of-Scan
036800             IF HIST-UserId = UserId
036900                 MOVE HIST-Change-Date(1:6) TO WS-Row-Month
037000                 IF WS-Row-Month = WS-Month-Num
037100                     PERFORM 2250-COUNT-CHANGE
037200                         THRU 2250-COUNT-CHANGE-EXIT
037300                 END-IF
037400             ELSE
037500                 SET WS-End-Of-Scan TO TRUE
037600             END-IF
037700         END-IF
037800     END-PERFORM
037900     .
038000 2200-HISTORY-ACTIVITY-EXIT.
038100     EXIT.
038200
038300 2250-COUNT-CHANGE.
038400     EVALUATE TRUE
038500         WHEN HIST-Field-Name = "EMAIL"
038600             ADD 1 TO WS-Act-Email
038700         WHEN HIST-Field-Name = "PASSWORD"
038800             ADD 1 TO WS-Act-Password
038900         WHEN HIST-Field-Name = "RESETTOKEN"
039000                 AND HIST-New-Value = "ISSUED"
039100             ADD 1 TO WS-Act-Tokens
039200         WHEN HIST-Field-Name = "STATUS"
039300                 AND HIST-Old-Value = "L"
039400                 AND HIST-New-Value = "A"
039500             ADD 1 TO WS-Act-Unlocks
039600     END-EVALUATE
039700     .
039800 2250-COUNT-CHANGE-EXIT.
039900     EXIT.
040000
040100 2300-PACK-DETAIL.
040200     IF WS-Act-Good > 99
040300         MOVE 99 TO WS-SD-Good
040400     ELSE
040500         MOVE WS-Act-Good TO WS-SD-Good
040600     END-IF
040700     IF WS-Act-Failed > 99
040800         MOVE 99 TO WS-SD-Failed
040900     ELSE
041000         MOVE WS-Act-Failed TO WS-SD-Failed
041100     END-IF
041200     IF WS-Act-Locks > 9
041300         MOVE 9 TO WS-SD-Locks
041400     ELSE
041500         MOVE WS-Act-Locks TO WS-SD-Locks
041600     END-IF
041700     IF WS-Act-Email > 9
041800         MOVE 9 TO WS-SD-Email
041900     ELSE
042000         MOVE WS-Act-Email TO WS-SD-Email
042100     END-IF
042200     IF WS-Act-Password > 9
042300         MOVE 9 TO WS-SD-Password
042400     ELSE
042500         MOVE WS-Act-Password TO WS-SD-Password
042600     END-IF
042700     IF WS-Act-Tokens > 9
042800         MOVE 9 TO WS-SD-Tokens
042900     ELSE
043000         MOVE WS-Act-Tokens TO WS-SD-Tokens
043100     END-IF
043200     IF WS-Act-Unlocks > 9
043300         MOVE 9 TO WS-SD-Unlocks
043400     ELSE
043500         MOVE WS-Act-Unlocks TO WS-SD-Unlocks
043600     END-IF
043700     .
043800 2300-PACK-DETAIL-EXIT.
043900     EXIT.
044000
044100 2400-COUNT-COUNTRY.
044200     MOVE 0 TO WS-Country-Found
044300     PERFORM VARYING WS-Country-Index FROM 1 BY 1
044400             UNTIL WS-Country-Index > WS-Country-Count
044500             OR WS-Country-Found > 0
044600         IF WS-Ctry-Code(WS-Country-Index) = CountryCode
044700             MOVE WS-Country-Index TO WS-Country-Found
044800         END-IF
044900     END-PERFORM
045000     IF WS-Country-Found = 0
045100         IF WS-Country-Count >= 100
045200             ADD 1 TO WS-Eoj-Rejected-Count
045300             GO TO 2400-COUNT-COUNTRY-EXIT
045400         END-IF
045500         ADD 1 TO WS-Country-Count
045600         MOVE WS-Country-Count TO WS-Country-Found
045700         MOVE CountryCode TO WS-Ctry-Code(WS-Country-Found)
045800         MOVE 0 TO WS-Ctry-Sent(WS-Country-Found)
045900     END-IF
046000     ADD 1 TO WS-Ctry-Sent(WS-Country-Found)
046100     .
046200 2400-COUNT-COUNTRY-EXIT.
046300     EXIT.
046400
046500*--------------------------------------------------------------
046600* Statements queued per CountryCode (-- where the account has
046700* none), the total, and the accounts with a quiet month.
046800*--------------------------------------------------------------
046900 3000-WRITE-REPORT.
047000     OPEN OUTPUT ReportFile
047100     MOVE WS-Month-Num TO WS-H1-Month
047200     MOVE WS-Heading-1 TO ReportRecord
047300     WRITE ReportRecord
047400     DISPLAY ReportRecord
047500     MOVE SPACES TO ReportRecord
047600     WRITE ReportRecord
047700     MOVE "COUNTRY   STATEMENTS" TO ReportRecord
047800     WRITE ReportRecord
047900     PERFORM VARYING WS-Country-Index FROM 1 BY 1
048000             UNTIL WS-Country-Index > WS-Country-Count
048100         IF WS-Ctry-Code(WS-Country-Index) = SPACES
048200             MOVE "--" TO WS-DL-Country
048300         ELSE
048400             MOVE WS-Ctry-Code(WS-Country-Index)
048500                 TO WS-DL-Country
048600         END-IF
048700         MOVE WS-Ctry-Sent(WS-Country-Index) TO WS-DL-Sent
048800         MOVE WS-Detail-Line TO ReportRecord
048900         WRITE ReportRecord
049000         DISPLAY ReportRecord
049100     END-PERFORM
049200     MOVE SPACES TO ReportRecord
049300     WRITE ReportRecord
049400     MOVE WS-Statement-Count TO WS-Count-Disp
049500     MOVE SPACES TO ReportRecord
049600     STRING "STATEMENTS QUEUED:        " WS-Count-Disp
049700         DELIMITED BY SIZE INTO ReportRecord
049800     WRITE ReportRecord
049900     DISPLAY ReportRecord
050000     MOVE WS-Quiet-Count TO WS-Count-Disp
050100     MOVE SPACES TO ReportRecord
050200     STRING "ACCOUNTS WITH NO ACTIVITY: " WS-Count-Disp
050300         DELIMITED BY SIZE INTO ReportRecord
050400     WRITE ReportRecord
050500     DISPLAY ReportRecord
050600     CLOSE ReportFile
050700     .
050800 3000-WRITE-REPORT-EXIT.
050900     EXIT.

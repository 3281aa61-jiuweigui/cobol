000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PrefFeed.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Nightly contact-preference feed: applies the opt-outs and
000900* opt-ins delivered on PREFFEED.DAT (the preference centre's
001000* export) to the CONTPREF.DAT register through the shared
001100* PrefWrite routine, so a choice made there is honoured by
001200* tonight's NotifyFmt run. The file opens with the same
001300* H feed header as USRTRAN.DAT and passes the same FEEDLEDG.DAT
001400* replay check through FeedCtl; a refused file ends the step
001500* RC 8 with nothing applied. Layout:
001600*   H: COL 01 "H", 02-09 FEED ID, 10-15 SEQUENCE
001700*   P: COL 01 "P", 02-09 USERID, 10-21 MESSAGE TYPE,
001800*      22 CHOICE (Y = send, N = opt out)
001900* A line for an account not on USERS.DATA, a security-critical
002000* or unknown message type, or a choice other than Y/N lands on
002100* the PREFEXC.TXT exceptions report with a reason and the run
002200* ends RC 4. Changes are evidenced on USRHIST.DAT with
002300* operator "PREFFEED". Runs under a shared lock claim - it
002400* only reads USERS.DATA.
002500*--------------------------------------------------------------
002600* MODIFICATION HISTORY
002700*--------------------------------------------------------------
002800* DATE       INIT DESCRIPTION
002900* ---------- ---- -------------------------------------------
003000* 2026-10-15 JWG  Original version.
003100*--------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS UserId
003900         FILE STATUS IS WS-File-Status.
004000     SELECT PrefFeedFile ASSIGN TO DYNAMIC WS-P-PREFFEED-DAT
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-Feed-Status.
004300     SELECT ExceptionFile ASSIGN TO DYNAMIC WS-P-PREFEXC-TXT
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  UserDatabase.
004900     COPY "USERREC.CPY".
005000
005100 FD  PrefFeedFile.
005200 01  PrefFeedRecord.
005300     02  PF-Record-Type      PIC X(01).
005400         88  PF-Is-Feed-Header   VALUE "H".
005500         88  PF-Is-Preference    VALUE "P".
005600     02  PF-UserId           PIC X(08).
005700     02  PF-Msg-Type         PIC X(12).
005800     02  PF-Choice           PIC X(01).
005900 01  PrefFeedHeader REDEFINES PrefFeedRecord.
006000     02  FILLER              PIC X(01).
006100     02  PFH-Feed-Id         PIC X(08).
006200     02  PFH-Sequence        PIC X(06).
006300     02  FILLER              PIC X(07).
006400
006500 FD  ExceptionFile.
006600 01  ExceptionRecord         PIC X(80).
006700
006800 WORKING-STORAGE SECTION.
006900 01  WS-File-Status          PIC XX.
007000     88  WS-File-Not-Found   VALUE "35".
007100 01  WS-Feed-Status          PIC XX.
007200     88  WS-Feed-Missing         VALUE "35".
007300 01  WS-Eof-Switch           PIC X VALUE "N".
007400     88  WS-End-Of-Feed          VALUE "Y".
007500 01  WS-Feed-Accepted        PIC X(01) VALUE "N".
007600     88  WS-Feed-Is-Accepted     VALUE "Y".
007700 01  WS-Pref-UserId          PIC 9(08).
007800 01  WS-Pref-Msg-Type        PIC X(12).
007900 01  WS-Pref-Choice          PIC X(01).
008000 01  WS-Pref-Source          PIC X(01) VALUE "F".
008100 01  WS-Pref-Operator        PIC X(10) VALUE "PREFFEED".
008200 01  WS-Pref-Result          PIC X(01).
008300 01  WS-Exception-Reason     PIC X(30).
008400 01  WS-Applied-Count        PIC 9(09) COMP VALUE 0.
008500 01  WS-Unchanged-Count      PIC 9(09) COMP VALUE 0.
008600 01  WS-Exception-Count      PIC 9(09) COMP VALUE 0.
008700 01  WS-Count-Disp           PIC ZZZZZZZZ9.
008800 01  WS-FeedCtl-Request      PIC X(01).
008900 01  WS-Feed-Id              PIC X(08).
009000 01  WS-Feed-Sequence        PIC 9(06).
009100 01  WS-Feed-Count           PIC 9(09).
009200 01  WS-Feed-Disposition     PIC X(10).
009300 01  WS-Feed-Granted         PIC X(01).
009400     88  WS-Feed-Was-Granted     VALUE "Y".
009500 01  WS-Excp-Severity        PIC X(01).
009600 01  WS-Excp-Message         PIC X(60).
009700 01  WS-Lock-Request         PIC X.
009800 01  WS-Lock-Granted         PIC X.
009900     88  WS-Lock-Was-Granted     VALUE "Y".
010000 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
010100 01  WS-P-PREFFEED-DAT      PIC X(30) VALUE "PREFFEED.DAT".
010200 01  WS-P-PREFEXC-TXT       PIC X(30) VALUE "PREFEXC.TXT".
010300 01  WS-Eoj-Start-Time       PIC 9(08).
010400 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
010500 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
010600 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
010700 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
010800 01  WS-Program-Name         PIC X(20) VALUE "PREFFEED".
010900
011000 PROCEDURE DIVISION.
011100
011200 0000-MAINLINE.
011300     CALL "PreDefMsg" USING WS-Program-Name
011400     ACCEPT WS-Eoj-Start-Time FROM TIME
011500     CALL "EnvName" USING WS-P-USERS-DATA
011600     CALL "EnvName" USING WS-P-PREFFEED-DAT
011700     CALL "EnvName" USING WS-P-PREFEXC-TXT
011800     DISPLAY "CONTACT-PREFERENCE FEED"
011900     DISPLAY "======================="
012000     MOVE "S" TO WS-Lock-Request
012100     CALL "UserLock" USING WS-Lock-Request,
012200         WS-Program-Name, WS-Lock-Granted
012300     IF NOT WS-Lock-Was-Granted
012400         MOVE 8 TO RETURN-CODE
012500         STOP RUN
012600     END-IF
012700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
012800     IF WS-Feed-Is-Accepted
012900         PERFORM 2000-APPLY-FEED THRU 2000-APPLY-FEED-EXIT
013000     END-IF
013100     PERFORM 3000-FINISH-UP THRU 3000-FINISH-UP-EXIT
013200     MOVE "R" TO WS-Lock-Request
013300     CALL "UserLock" USING WS-Lock-Request,
013400         WS-Program-Name, WS-Lock-Granted
013500     CALL "EndMsg" USING WS-Program-Name,
013600         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
013700         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
013800         WS-Eoj-Return-Code
013900     MOVE WS-Eoj-Return-Code TO RETURN-CODE
014000     STOP RUN.
014100
014200 1000-INITIALIZE.
014300     OPEN OUTPUT ExceptionFile
014400     MOVE "PREFERENCE FEED EXCEPTIONS" TO ExceptionRecord
014500     WRITE ExceptionRecord
014600     OPEN INPUT PrefFeedFile
014700     IF WS-Feed-Missing
014800         DISPLAY "PREFFEED.DAT NOT FOUND - NOTHING TO APPLY "
014900             "THIS RUN."
015000         GO TO 1000-INITIALIZE-EXIT
015100     END-IF
015200     OPEN INPUT UserDatabase
015300     IF WS-File-Not-Found
015400         DISPLAY "USERS.DATA NOT FOUND - FEED LEFT FOR THE "
015500             "NEXT RUN."
015600         CLOSE PrefFeedFile
015700         MOVE 8 TO WS-Eoj-Return-Code
015800         GO TO 1000-INITIALIZE-EXIT
015900     END-IF
016000     PERFORM 1100-CHECK-FEED-HEADER
016100         THRU 1100-CHECK-FEED-HEADER-EXIT
016200     IF NOT WS-Feed-Is-Accepted
016300         CLOSE UserDatabase
016400         CLOSE PrefFeedFile
016500     END-IF
016600     .
016700 1000-INITIALIZE-EXIT.
016800     EXIT.
016900
017000*--------------------------------------------------------------
017100* The first line must be the H feed header, and its sequence
017200* must pass the FEEDLEDG.DAT replay check, as on USRTRAN.DAT.
017300*--------------------------------------------------------------
017400 1100-CHECK-FEED-HEADER.
017500     READ PrefFeedFile
017600         AT END
017700             DISPLAY "PREFFEED.DAT IS EMPTY - NO FEED HEADER."
017800             PERFORM 1150-REFUSE-FEED
017900                 THRU 1150-REFUSE-FEED-EXIT
018000             GO TO 1100-CHECK-FEED-HEADER-EXIT
018100     END-READ
018200     IF NOT PF-Is-Feed-Header
018300         DISPLAY "PREFFEED.DAT DOES NOT OPEN WITH AN H FEED "
018400             "HEADER - FILE REFUSED."
018500         PERFORM 1150-REFUSE-FEED THRU 1150-REFUSE-FEED-EXIT
018600         GO TO 1100-CHECK-FEED-HEADER-EXIT
018700     END-IF
018800     MOVE PFH-Feed-Id TO WS-Feed-Id
018900     IF PFH-Sequence IS NUMERIC
019000         MOVE PFH-Sequence TO WS-Feed-Sequence
019100     ELSE
019200         DISPLAY "FEED HEADER SEQUENCE IS NOT NUMERIC - "
019300             "FILE REFUSED."
019400         PERFORM 1150-REFUSE-FEED THRU 1150-REFUSE-FEED-EXIT
019500         GO TO 1100-CHECK-FEED-HEADER-EXIT
019600     END-IF
019700     MOVE "C" TO WS-FeedCtl-Request
019800     MOVE ZERO TO WS-Feed-Count
019900     MOVE SPACES TO WS-Feed-Disposition
020000     CALL "FeedCtl" USING WS-FeedCtl-Request, WS-Feed-Id,
020100         WS-Feed-Sequence, WS-Feed-Count,
020200         WS-Feed-Disposition, WS-Feed-Granted
020300     IF WS-Feed-Was-Granted
020400         SET WS-Feed-Is-Accepted TO TRUE
020500     ELSE
020600         PERFORM 1150-REFUSE-FEED THRU 1150-REFUSE-FEED-EXIT
020700     END-IF
020800     .
020900 1100-CHECK-FEED-HEADER-EXIT.
021000     EXIT.
021100
021200 1150-REFUSE-FEED.
021300     MOVE "E" TO WS-Excp-Severity
021400     MOVE "FEED REFUSED - HEADER/SEQUENCE CHECK FAILED"
021500         TO WS-Excp-Message
021600     CALL "ExcpLog" USING WS-Program-Name,
021700         WS-Excp-Severity, WS-Excp-Message
021800     MOVE 8 TO WS-Eoj-Return-Code
021900     .
022000 1150-REFUSE-FEED-EXIT.
022100     EXIT.
022200
022300 2000-APPLY-FEED.
022400     READ PrefFeedFile
022500         AT END SET WS-End-Of-Feed TO TRUE
022600     END-READ
022700     PERFORM UNTIL WS-End-Of-Feed
022800         ADD 1 TO WS-Eoj-Read-Count
022900         PERFORM 2100-APPLY-ONE-LINE
023000             THRU 2100-APPLY-ONE-LINE-EXIT
023100         READ PrefFeedFile
023200             AT END SET WS-End-Of-Feed TO TRUE
023300         END-READ
023400     END-PERFORM
023500     MOVE "R" TO WS-FeedCtl-Request
023600     MOVE WS-Eoj-Read-Count TO WS-Feed-Count
023700     MOVE "APPLIED" TO WS-Feed-Disposition
023800     CALL "FeedCtl" USING WS-FeedCtl-Request, WS-Feed-Id,
023900         WS-Feed-Sequence, WS-Feed-Count,
024000         WS-Feed-Disposition, WS-Feed-Granted
024100     CLOSE UserDatabase
024200     CLOSE PrefFeedFile
024300     .
024400 2000-APPLY-FEED-EXIT.
024500     EXIT.
024600
024700 2100-APPLY-ONE-LINE.
024800     IF NOT PF-Is-Preference
024900         MOVE "NOT A P PREFERENCE LINE" TO WS-Exception-Reason
025000         GO TO 2100-APPLY-ONE-LINE-REJECT
025100     END-IF
025200     IF PF-UserId IS NOT NUMERIC
025300         MOVE "USERID NOT NUMERIC" TO WS-Exception-Reason
025400         GO TO 2100-APPLY-ONE-LINE-REJECT
025500     END-IF
025600     MOVE PF-UserId TO WS-Pref-UserId
025700     MOVE WS-Pref-UserId TO UserId
025800     READ UserDatabase
025900         INVALID KEY
026000             MOVE "USERID NOT ON FILE" TO WS-Exception-Reason
026100             GO TO 2100-APPLY-ONE-LINE-REJECT
026200     END-READ
026300     MOVE FUNCTION UPPER-CASE(PF-Msg-Type) TO WS-Pref-Msg-Type
026400     MOVE FUNCTION UPPER-CASE(PF-Choice) TO WS-Pref-Choice
026500     CALL "PrefWrite" USING WS-Pref-UserId, WS-Pref-Msg-Type,
026600         WS-Pref-Choice, WS-Pref-Source, WS-Pref-Operator,
026700         WS-Pref-Result
026800     EVALUATE WS-Pref-Result
026900         WHEN "A"
027000             ADD 1 TO WS-Applied-Count
027100             GO TO 2100-APPLY-ONE-LINE-EXIT
027200         WHEN "U"
027300             ADD 1 TO WS-Unchanged-Count
027400             GO TO 2100-APPLY-ONE-LINE-EXIT
027500         WHEN "S"
027600             MOVE "SECURITY MESSAGE - NO OPT-OUT"
027700                 TO WS-Exception-Reason
027800         WHEN "T"
027900             MOVE "UNKNOWN MESSAGE TYPE" TO WS-Exception-Reason
028000         WHEN "C"
028100             MOVE "CHOICE NOT Y OR N" TO WS-Exception-Reason
028200         WHEN OTHER
028300             MOVE "CONTPREF.DAT UNAVAILABLE"
028400                 TO WS-Exception-Reason
028500     END-EVALUATE
028600     .
028700 2100-APPLY-ONE-LINE-REJECT.
028800     ADD 1 TO WS-Exception-Count
028900     MOVE SPACES TO ExceptionRecord
029000     STRING WS-Exception-Reason " | " PrefFeedRecord
029100         DELIMITED BY SIZE INTO ExceptionRecord
029200     END-STRING
029300     WRITE ExceptionRecord
029400     .
029500 2100-APPLY-ONE-LINE-EXIT.
029600     EXIT.
029700
029800 3000-FINISH-UP.
029900     CLOSE ExceptionFile
030000     MOVE WS-Applied-Count TO WS-Count-Disp
030100     DISPLAY "PREFERENCES APPLIED: " WS-Count-Disp
030200     MOVE WS-Unchanged-Count TO WS-Count-Disp
030300     DISPLAY "ALREADY SO:          " WS-Count-Disp
030400     MOVE WS-Exception-Count TO WS-Count-Disp
030500     DISPLAY "EXCEPTIONS:          " WS-Count-Disp
030600     IF WS-Exception-Count > 0
030700         MOVE "W" TO WS-Excp-Severity
030800         MOVE SPACES TO WS-Excp-Message
030900         STRING "PREFERENCE LINES NOT APPLIED: "
031000             WS-Count-Disp DELIMITED BY SIZE
031100             INTO WS-Excp-Message
031200         END-STRING
031300         CALL "ExcpLog" USING WS-Program-Name,
031400             WS-Excp-Severity, WS-Excp-Message
031500         IF WS-Eoj-Return-Code < 4
031600             MOVE 4 TO WS-Eoj-Return-Code
031700         END-IF
031800     END-IF
031900     MOVE WS-Applied-Count TO WS-Eoj-Written-Count
032000     MOVE WS-Exception-Count TO WS-Eoj-Rejected-Count
032100     .
032200 3000-FINISH-UP-EXIT.
032300     EXIT.

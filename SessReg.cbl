000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SessReg.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Shared routine over the SESSION.DAT signed-on session
000900* register (SESSION layout), in the UserResv spirit, so every
001000* program that opens or ends a session works to one rule.
001100* Requests:
001200*   "O" - open a session for the UserId (UserSignon, after a
001300*         good sign-on). If the account already has a session
001400*         open, a human or privileged account is refused
001500*         (result "C") - two people on one personal id is a
001600*         shared password or a stolen session - while a
001700*         service or shared account is let on with the new
001800*         session marked concurrent (result "M"). Otherwise
001900*         result "Y".
002000*   "F" - sign off: end every open session of the UserId.
002100*   "X" - idle sweep: end every open session older than the
002200*         PwPolicy idle minutes. No later activity is recorded
002300*         against a session, so it is idle from its sign-on.
002400*   "Q" - quiesce cut-off (SignCtl): name and end every open
002500*         session before the batch window.
002600* The idle rule is applied to the account's own sessions on
002700* "O" and "F" too, so an abandoned session never counts
002800* against a fresh sign-on. LK-Count returns how many sessions
002900* were ended ("F", "X", "Q") or how many others were found
003000* open ("O"). Every ended session is journalled to
003100* SIGNJRNL.DAT (SignJrnl) as F signed off, N idle-expired or
003200* Q cut off; the register itself keeps the record of who was
003300* on and when. A register that will not open goes to
003400* EXCEPTS.DAT through ExcpLog, result "N".
003500*--------------------------------------------------------------
003600* MODIFICATION HISTORY
003700*--------------------------------------------------------------
003800* DATE       INIT DESCRIPTION
003900* ---------- ---- -------------------------------------------
004000* 2026-10-15 JWG  Original version.
004025* 2026-10-15 JWG  Session endings are journalled with the
004050*                 terminal fields blank - an ending is not a
004075*                 sign-on from a terminal.
004100*--------------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT SessionFile ASSIGN TO DYNAMIC WS-P-SESSION-DAT
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS SES-Key
004900         FILE STATUS IS WS-Session-Status.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  SessionFile.
005400     COPY "SESSION.CPY".
005500
005600 WORKING-STORAGE SECTION.
005700 01  WS-Session-Status       PIC XX.
005800     88  WS-Session-Missing      VALUE "35".
005900 01  WS-Eof-Switch           PIC X VALUE "N".
006000     88  WS-End-Of-Sessions      VALUE "Y".
006100 01  WS-Run-Date             PIC 9(08).
006200 01  WS-Run-Time             PIC 9(08).
006300 01  WS-Now-Time-Parts.
006400     02  WS-NT-HH            PIC 9(02).
006500     02  WS-NT-MM            PIC 9(02).
006600     02  FILLER              PIC 9(04).
006700 01  WS-Start-Time-Parts.
006800     02  WS-ST-HH            PIC 9(02).
006900     02  WS-ST-MM            PIC 9(02).
007000     02  FILLER              PIC 9(04).
007100 01  WS-Session-Minutes      PIC S9(09) COMP.
007200 01  WS-Other-Open           PIC 9(05) COMP VALUE 0.
007300 01  WS-Ended-Count          PIC 9(05) COMP VALUE 0.
007400 01  WS-End-Status           PIC X(01).
007500 01  WS-Journal-Outcome      PIC X(01).
007525 01  WS-Journal-Terminal     PIC X(08) VALUE SPACES.
007550 01  WS-Journal-Terminal-Flag
007575                             PIC X(01) VALUE SPACE.
007600 01  WS-Account-Type         PIC X(01).
007700     88  WS-Personal-Account     VALUE "H" " " "P".
007800 01  WS-Excp-Severity        PIC X(01).
007900 01  WS-Excp-Message         PIC X(60).
008000 01  WS-P-SESSION-DAT       PIC X(30) VALUE "SESSION.DAT".
008100     COPY "PWPOLICY.CPY".
008200
008300 LINKAGE SECTION.
008400 01  LK-Request              PIC X(01).
008500     88  LK-Open-Request         VALUE "O".
008600     88  LK-Sign-Off-Request     VALUE "F".
008700     88  LK-Idle-Sweep-Request   VALUE "X".
008800     88  LK-Quiesce-Request      VALUE "Q".
008900 01  LK-UserId               PIC 9(08).
009000 01  LK-Account-Type         PIC X(01).
009100 01  LK-Caller               PIC X(20).
009200 01  LK-Result               PIC X(01).
009300 01  LK-Count                PIC 9(05).
009400
009500 PROCEDURE DIVISION USING LK-Request, LK-UserId,
009600     LK-Account-Type, LK-Caller, LK-Result, LK-Count.
009700
009800 0000-MAINLINE.
009900     CALL "EnvName" USING WS-P-SESSION-DAT
010000     CALL "PwPolicy" USING PasswordPolicy
010100     MOVE "N" TO LK-Result
010200     MOVE 0 TO LK-Count
010300     MOVE 0 TO WS-Other-Open
010400     MOVE 0 TO WS-Ended-Count
010500     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
010600     ACCEPT WS-Run-Time FROM TIME
010700     MOVE WS-Run-Time TO WS-Now-Time-Parts
010800     OPEN I-O SessionFile
010900     IF WS-Session-Missing
011000         OPEN OUTPUT SessionFile
011100         CLOSE SessionFile
011200         OPEN I-O SessionFile
011300     END-IF
011400     IF WS-Session-Status NOT = "00"
011500         DISPLAY "SESSION.DAT WILL NOT OPEN (STATUS "
011600             WS-Session-Status ") - SESSION REGISTER NOT "
011700             "UPDATED."
011800         MOVE "E" TO WS-Excp-Severity
011900         MOVE SPACES TO WS-Excp-Message
012000         STRING "SESSION REGISTER WILL NOT OPEN, STATUS "
012100             WS-Session-Status DELIMITED BY SIZE
012200             INTO WS-Excp-Message
012300         CALL "ExcpLog" USING LK-Caller, WS-Excp-Severity,
012400             WS-Excp-Message
012500         GOBACK
012600     END-IF
012700     EVALUATE TRUE
012800         WHEN LK-Open-Request
012900             PERFORM 2000-OPEN-SESSION
013000                 THRU 2000-OPEN-SESSION-EXIT
013100         WHEN LK-Sign-Off-Request
013200             PERFORM 3000-SIGN-OFF THRU 3000-SIGN-OFF-EXIT
013300         WHEN LK-Idle-Sweep-Request
013400             PERFORM 4000-IDLE-SWEEP THRU 4000-IDLE-SWEEP-EXIT
013500         WHEN LK-Quiesce-Request
013600             PERFORM 5000-QUIESCE-CUTOFF
013700                 THRU 5000-QUIESCE-CUTOFF-EXIT
013800         WHEN OTHER
013900             CONTINUE
014000     END-EVALUATE
014100     CLOSE SessionFile
014200     GOBACK.
014300
014400*--------------------------------------------------------------
014500* The account's own sessions first: idle ones are ended, the
014600* rest counted. Then the new session is refused, or written
014700* (marked concurrent when others are open).
014800*--------------------------------------------------------------
014900 2000-OPEN-SESSION.
015000     PERFORM 2100-START-AT-USER THRU 2100-START-AT-USER-EXIT
015100     PERFORM UNTIL WS-End-Of-Sessions
015200         READ SessionFile NEXT RECORD
015300             AT END SET WS-End-Of-Sessions TO TRUE
015400         END-READ
015500         IF NOT WS-End-Of-Sessions
015600             IF SES-UserId NOT = LK-UserId
015700                 SET WS-End-Of-Sessions TO TRUE
015800             ELSE
015900                 IF SES-Is-Open
016000                     PERFORM 2900-CHECK-IDLE
016100                         THRU 2900-CHECK-IDLE-EXIT
016200                 END-IF
016300                 IF SES-Is-Open
016400                     ADD 1 TO WS-Other-Open
016500                 END-IF
016600             END-IF
016700         END-IF
016800     END-PERFORM
016900     MOVE WS-Other-Open TO LK-Count
017000     MOVE LK-Account-Type TO WS-Account-Type
017100     IF WS-Other-Open > 0 AND WS-Personal-Account
017200         MOVE "C" TO LK-Result
017300         GO TO 2000-OPEN-SESSION-EXIT
017400     END-IF
017500     MOVE SPACES TO SessionRecord
017600     MOVE LK-UserId TO SES-UserId
017700     MOVE WS-Run-Date TO SES-Start-Date
017800     MOVE WS-Run-Time TO SES-Start-Time
017900     SET SES-Is-Open TO TRUE
018000     MOVE LK-Account-Type TO SES-Account-Type
018100     MOVE "N" TO SES-Concurrent
018200     IF WS-Other-Open > 0
018300         SET SES-Was-Concurrent TO TRUE
018400     END-IF
018500     MOVE 0 TO SES-End-Date
018600     MOVE 0 TO SES-End-Time
018700     WRITE SessionRecord
018800         INVALID KEY
018900             DISPLAY "SESSION FOR " LK-UserId " ALREADY "
019000                 "REGISTERED AT " WS-Run-Time
019100             GO TO 2000-OPEN-SESSION-EXIT
019200     END-WRITE
019300     IF SES-Was-Concurrent
019400         MOVE "M" TO LK-Result
019500     ELSE
019600         MOVE "Y" TO LK-Result
019700     END-IF
019800     .
019900 2000-OPEN-SESSION-EXIT.
020000     EXIT.
020100
020200 2100-START-AT-USER.
020300     MOVE "N" TO WS-Eof-Switch
020400     MOVE LK-UserId TO SES-UserId
020500     MOVE 0 TO SES-Start-Date
020600     MOVE 0 TO SES-Start-Time
020700     START SessionFile KEY IS >= SES-Key
020800         INVALID KEY
020900             SET WS-End-Of-Sessions TO TRUE
021000     END-START
021100     .
021200 2100-START-AT-USER-EXIT.
021300     EXIT.
021400
021500*--------------------------------------------------------------
021600* An open session past the idle minutes is ended here.
021700*--------------------------------------------------------------
021800 2900-CHECK-IDLE.
021900     IF SES-Start-Date IS NOT NUMERIC OR SES-Start-Date = ZERO
022000             OR SES-Start-Time IS NOT NUMERIC
022100         MOVE POL-Idle-Mins TO WS-Session-Minutes
022200     ELSE
022300         MOVE SES-Start-Time TO WS-Start-Time-Parts
022400         COMPUTE WS-Session-Minutes =
022500             ((FUNCTION INTEGER-OF-DATE(WS-Run-Date)
022600             - FUNCTION INTEGER-OF-DATE(SES-Start-Date)) * 1440)
022700             + ((WS-NT-HH * 60) + WS-NT-MM)
022800             - ((WS-ST-HH * 60) + WS-ST-MM)
022900     END-IF
023000     IF WS-Session-Minutes NOT < POL-Idle-Mins
023100         MOVE "X" TO WS-End-Status
023200         MOVE "N" TO WS-Journal-Outcome
023300         PERFORM 2950-END-SESSION THRU 2950-END-SESSION-EXIT
023400     END-IF
023500     .
023600 2900-CHECK-IDLE-EXIT.
023700     EXIT.
023800
023900 2950-END-SESSION.
024000     MOVE WS-End-Status TO SES-Status
024100     MOVE WS-Run-Date TO SES-End-Date
024200     MOVE WS-Run-Time TO SES-End-Time
024300     MOVE LK-Caller TO SES-Ended-By
024400     REWRITE SessionRecord
024500     ADD 1 TO WS-Ended-Count
024600     CALL "SignJrnl" USING SES-UserId, WS-Journal-Outcome,
024650         WS-Journal-Terminal, WS-Journal-Terminal-Flag
024700     .
024800 2950-END-SESSION-EXIT.
024900     EXIT.
025000
025100 3000-SIGN-OFF.
025200     PERFORM 2100-START-AT-USER THRU 2100-START-AT-USER-EXIT
025300     PERFORM UNTIL WS-End-Of-Sessions
025400         READ SessionFile NEXT RECORD
025500             AT END SET WS-End-Of-Sessions TO TRUE
025600         END-READ
025700         IF NOT WS-End-Of-Sessions
025800             IF SES-UserId NOT = LK-UserId
025900                 SET WS-End-Of-Sessions TO TRUE
026000             ELSE
026100                 IF SES-Is-Open
026200                     PERFORM 2900-CHECK-IDLE
026300                         THRU 2900-CHECK-IDLE-EXIT
026400                 END-IF
026500                 IF SES-Is-Open
026600                     MOVE "F" TO WS-End-Status
026700                     MOVE "F" TO WS-Journal-Outcome
026800                     PERFORM 2950-END-SESSION
026900                         THRU 2950-END-SESSION-EXIT
027000                 END-IF
027100             END-IF
027200         END-IF
027300     END-PERFORM
027400     MOVE WS-Ended-Count TO LK-Count
027500     MOVE "Y" TO LK-Result
027600     .
027700 3000-SIGN-OFF-EXIT.
027800     EXIT.
027900
028000 4000-IDLE-SWEEP.
028100     MOVE "N" TO WS-Eof-Switch
028200     PERFORM UNTIL WS-End-Of-Sessions
028300         READ SessionFile NEXT RECORD
028400             AT END SET WS-End-Of-Sessions TO TRUE
028500         END-READ
028600         IF NOT WS-End-Of-Sessions AND SES-Is-Open
028700             PERFORM 2900-CHECK-IDLE THRU 2900-CHECK-IDLE-EXIT
028800         END-IF
028900     END-PERFORM
029000     MOVE WS-Ended-Count TO LK-Count
029100     MOVE "Y" TO LK-Result
029200     .
029300 4000-IDLE-SWEEP-EXIT.
029400     EXIT.
029500
029600*--------------------------------------------------------------
029700* Each session still open when sign-on closes is named on
029800* the caller's SYSOUT before it is ended, so operations see
029900* whom the batch window cut off.
030000*--------------------------------------------------------------
030100 5000-QUIESCE-CUTOFF.
030200     MOVE "N" TO WS-Eof-Switch
030300     PERFORM UNTIL WS-End-Of-Sessions
030400         READ SessionFile NEXT RECORD
030500             AT END SET WS-End-Of-Sessions TO TRUE
030600         END-READ
030700         IF NOT WS-End-Of-Sessions AND SES-Is-Open
030800             DISPLAY "  CUT OFF: " SES-UserId " TYPE "
030900                 SES-Account-Type " ON SINCE " SES-Start-Date
031000                 " " SES-Start-Time(1:4)
031100             MOVE "Q" TO WS-End-Status
031200             MOVE "Q" TO WS-Journal-Outcome
031300             PERFORM 2950-END-SESSION
031400                 THRU 2950-END-SESSION-EXIT
031500         END-IF
031600     END-PERFORM
031700     MOVE WS-Ended-Count TO LK-Count
031800     MOVE "Y" TO LK-Result
031900     .
032000 5000-QUIESCE-CUTOFF-EXIT.
032100     EXIT.

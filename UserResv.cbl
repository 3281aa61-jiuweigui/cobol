000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. UserResv.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Record-level reservation of one USERS.DATA account, for the
000900* updaters that only ever touch one account at a time (account
001000* maintenance, unlocks, deactivation approvals, claims and
001100* sign-ons). Requests:
001200*   "A" - reserve the UserId: granted when no live reservation
001300*         is on USRRESV.DAT for it.
001400*   "R" - release the caller's reservation of the UserId.
001500* A reservation also holds a shared claim on the suite-wide
001600* lock through UserLock, so the batch programs that rebuild or
001700* sweep the whole file still get their exclusive claim only
001800* when no account is reserved, and no account can be reserved
001900* while one of them runs. A reservation older than the timeout
002000* below is an operator gone to lunch or an abend: it is taken
002100* over, with the takeover evidenced through AuditLog. A refusal
002200* names the holder and goes to EXCEPTS.DAT through ExcpLog.
002300*--------------------------------------------------------------
002400* MODIFICATION HISTORY
002500*--------------------------------------------------------------
002600* DATE       INIT DESCRIPTION
002700* ---------- ---- -------------------------------------------
002800* 2026-10-15 JWG  Original version.
002900*--------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT ResvFile ASSIGN TO DYNAMIC WS-P-USRRESV-DAT
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS RV-UserId
003700         FILE STATUS IS WS-Resv-Status.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  ResvFile.
004200     COPY "USRRESV.CPY".
004300
004400 WORKING-STORAGE SECTION.
004500 01  WS-Resv-Status          PIC XX.
004600     88  WS-Resv-Missing         VALUE "35".
004700 01  WS-Run-Date             PIC 9(08).
004800 01  WS-Run-Time             PIC 9(08).
004900 01  WS-Expiry-Minutes       PIC 9(04) VALUE 30.
005000 01  WS-Resv-Minutes         PIC S9(09) COMP.
005100 01  WS-Held-Time-Parts.
005200     02  WS-HT-HH            PIC 9(02).
005300     02  WS-HT-MM            PIC 9(02).
005400     02  FILLER              PIC 9(04).
005500 01  WS-Now-Time-Parts.
005600     02  WS-NT-HH            PIC 9(02).
005700     02  WS-NT-MM            PIC 9(02).
005800     02  FILLER              PIC 9(04).
005900 01  WS-Resv-Expired         PIC X(01).
006000     88  WS-Resv-Is-Expired      VALUE "Y".
006100 01  WS-Lock-Request         PIC X.
006200 01  WS-Lock-Granted         PIC X.
006300     88  WS-Lock-Was-Granted     VALUE "Y".
006400 01  WS-Excp-Severity        PIC X(01).
006500 01  WS-Excp-Message         PIC X(60).
006600 01  WS-Audit-Event          PIC X(12).
006700 01  WS-Audit-Detail         PIC X(60).
006800 01  WS-P-USRRESV-DAT       PIC X(30) VALUE "USRRESV.DAT".
006900
007000 LINKAGE SECTION.
007100 01  LK-Request              PIC X.
007200     88  LK-Reserve-Request      VALUE "A".
007300     88  LK-Release-Request      VALUE "R".
007400 01  LK-UserId               PIC 9(08).
007500 01  LK-Caller               PIC X(20).
007600 01  LK-Operator             PIC X(10).
007700 01  LK-Granted              PIC X.
007800
007900 PROCEDURE DIVISION USING LK-Request, LK-UserId, LK-Caller,
008000     LK-Operator, LK-Granted.
008100
008200 0000-MAINLINE.
008300     CALL "EnvName" USING WS-P-USRRESV-DAT
008400     MOVE "N" TO LK-Granted
008500     EVALUATE TRUE
008600         WHEN LK-Reserve-Request
008700             PERFORM 2000-RESERVE-ACCOUNT
008800                 THRU 2000-RESERVE-ACCOUNT-EXIT
008900         WHEN LK-Release-Request
009000             PERFORM 3000-RELEASE-ACCOUNT
009100                 THRU 3000-RELEASE-ACCOUNT-EXIT
009200         WHEN OTHER
009300             CONTINUE
009400     END-EVALUATE
009500     GOBACK.
009600
009700 2000-RESERVE-ACCOUNT.
009800     MOVE "S" TO WS-Lock-Request
009900     CALL "UserLock" USING WS-Lock-Request, LK-Caller,
010000         WS-Lock-Granted
010100     IF NOT WS-Lock-Was-Granted
010200         GO TO 2000-RESERVE-ACCOUNT-EXIT
010300     END-IF
010400     OPEN I-O ResvFile
010500     IF WS-Resv-Missing
010600         OPEN OUTPUT ResvFile
010700         CLOSE ResvFile
010800         OPEN I-O ResvFile
010900     END-IF
011000     IF WS-Resv-Status NOT = "00"
011100         DISPLAY "USRRESV.DAT WILL NOT OPEN (STATUS "
011200             WS-Resv-Status ") - ACCOUNT NOT RESERVED."
011300         MOVE "E" TO WS-Excp-Severity
011400         MOVE SPACES TO WS-Excp-Message
011500         STRING "RESERVATION FILE WILL NOT OPEN, STATUS "
011600             WS-Resv-Status DELIMITED BY SIZE
011700             INTO WS-Excp-Message
011800         CALL "ExcpLog" USING LK-Caller, WS-Excp-Severity,
011900             WS-Excp-Message
012000         GO TO 2000-RESERVE-ACCOUNT-FAIL
012100     END-IF
012200     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
012300     ACCEPT WS-Run-Time FROM TIME
012400     MOVE LK-UserId TO RV-UserId
012500     READ ResvFile
012600         INVALID KEY
012700             PERFORM 2200-TAKE-RESERVATION
012800                 THRU 2200-TAKE-RESERVATION-EXIT
012900             WRITE UserResvRecord
013000             MOVE "Y" TO LK-Granted
013100         NOT INVALID KEY
013200             PERFORM 2300-CHECK-EXPIRED
013300                 THRU 2300-CHECK-EXPIRED-EXIT
013400             IF WS-Resv-Is-Expired
013500                 PERFORM 2200-TAKE-RESERVATION
013600                     THRU 2200-TAKE-RESERVATION-EXIT
013700                 REWRITE UserResvRecord
013800                 MOVE "Y" TO LK-Granted
013900             ELSE
014000                 PERFORM 2400-REFUSE-RESERVATION
014100                     THRU 2400-REFUSE-RESERVATION-EXIT
014200             END-IF
014300     END-READ
014400     CLOSE ResvFile
014500     IF LK-Granted = "Y"
014600         GO TO 2000-RESERVE-ACCOUNT-EXIT
014700     END-IF
014800     .
014900 2000-RESERVE-ACCOUNT-FAIL.
015000     MOVE "R" TO WS-Lock-Request
015100     CALL "UserLock" USING WS-Lock-Request, LK-Caller,
015200         WS-Lock-Granted
015300     .
015400 2000-RESERVE-ACCOUNT-EXIT.
015500     EXIT.
015600
015700 2200-TAKE-RESERVATION.
015800     MOVE SPACES TO UserResvRecord
015900     MOVE LK-UserId TO RV-UserId
016000     MOVE LK-Caller TO RV-Holder
016100     MOVE LK-Operator TO RV-Operator
016200     MOVE WS-Run-Date TO RV-Date
016300     MOVE WS-Run-Time TO RV-Time
016400     .
016500 2200-TAKE-RESERVATION-EXIT.
016600     EXIT.
016700
016800*--------------------------------------------------------------
016900* Same elapsed-minutes arithmetic as the UserLock stale-holder
017000* check. An expired reservation is evidenced before it is
017100* taken over.
017200*--------------------------------------------------------------
017300 2300-CHECK-EXPIRED.
017400     MOVE "N" TO WS-Resv-Expired
017500     IF RV-Date IS NOT NUMERIC OR RV-Date = ZERO
017600             OR RV-Time IS NOT NUMERIC
017700         SET WS-Resv-Is-Expired TO TRUE
017800     ELSE
017900         MOVE RV-Time TO WS-Held-Time-Parts
018000         MOVE WS-Run-Time TO WS-Now-Time-Parts
018100         COMPUTE WS-Resv-Minutes =
018200             ((FUNCTION INTEGER-OF-DATE(WS-Run-Date)
018300             - FUNCTION INTEGER-OF-DATE(RV-Date)) * 1440)
018400             + ((WS-NT-HH * 60) + WS-NT-MM)
018500             - ((WS-HT-HH * 60) + WS-HT-MM)
018600         IF WS-Resv-Minutes NOT < WS-Expiry-Minutes
018700             SET WS-Resv-Is-Expired TO TRUE
018800         END-IF
018900     END-IF
019000     IF NOT WS-Resv-Is-Expired
019100         GO TO 2300-CHECK-EXPIRED-EXIT
019200     END-IF
019300     MOVE "RESV-EXPIRED" TO WS-Audit-Event
019400     MOVE SPACES TO WS-Audit-Detail
019500     STRING RV-UserId " OF " DELIMITED BY SIZE
019600         RV-Holder DELIMITED BY SPACE
019700         " " RV-Operator " TAKEN OVER BY " DELIMITED BY SIZE
019800         LK-Caller DELIMITED BY SPACE
019900         " " LK-Operator DELIMITED BY SIZE
020000         INTO WS-Audit-Detail
020100     END-STRING
020200     CALL "AuditLog" USING LK-Caller, WS-Audit-Event,
020300         WS-Audit-Detail
020400     DISPLAY "EXPIRED RESERVATION OF " RV-UserId " BY "
020500         RV-Holder " (SINCE " RV-Date " " RV-Time ") TAKEN OVER."
020600     .
020700 2300-CHECK-EXPIRED-EXIT.
020800     EXIT.
020900
021000 2400-REFUSE-RESERVATION.
021100     DISPLAY "ACCOUNT " RV-UserId " IS RESERVED BY " RV-Holder
021200         " " RV-Operator " SINCE " RV-Date " " RV-Time
021300     DISPLAY "TRY AGAIN WHEN THEY FINISH."
021400     MOVE "W" TO WS-Excp-Severity
021500     MOVE SPACES TO WS-Excp-Message
021600     STRING "RESERVATION REFUSED - " RV-UserId " HELD BY "
021700         DELIMITED BY SIZE
021800         RV-Holder DELIMITED BY SPACE
021900         " " RV-Operator DELIMITED BY SIZE
022000         INTO WS-Excp-Message
022100     END-STRING
022200     CALL "ExcpLog" USING LK-Caller, WS-Excp-Severity,
022300         WS-Excp-Message
022400     .
022500 2400-REFUSE-RESERVATION-EXIT.
022600     EXIT.
022700
022800*--------------------------------------------------------------
022900* Only the caller's own reservation is released - one that
023000* timed out and was taken over belongs to its new holder now.
023100* The shared suite claim goes either way.
023200*--------------------------------------------------------------
023300 3000-RELEASE-ACCOUNT.
023400     OPEN I-O ResvFile
023500     IF WS-Resv-Status = "00"
023600         MOVE LK-UserId TO RV-UserId
023700         READ ResvFile
023800             INVALID KEY
023900                 CONTINUE
024000             NOT INVALID KEY
024100                 IF RV-Holder = LK-Caller
024200                         AND RV-Operator = LK-Operator
024300                     DELETE ResvFile
024400                 END-IF
024500         END-READ
024600         CLOSE ResvFile
024700     END-IF
024800     MOVE "R" TO WS-Lock-Request
024900     CALL "UserLock" USING WS-Lock-Request, LK-Caller,
025000         WS-Lock-Granted
025100     MOVE "Y" TO LK-Granted
025200     .
025300 3000-RELEASE-ACCOUNT-EXIT.
025400     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DiscLog.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Registers an outbound extract on the DISCLOG.DAT disclosure
000900* log (DISCLOG layout) for the programs that write one - in
001000* the spirit of NoteWrite, one routine so every extract is
001100* logged the same way. The request byte says what the caller
001200* is doing:
001300*   O - opening an extract: a disclosure number is issued and
001400*       returned, and the header row written with the file,
001500*       recipient system, business date, form (C in clear,
001600*       P pseudonymised) and the caller's name
001700*   U - an account's row went out on it: the UserId is added
001800*       to the disclosure (an account already on it is left
001900*       as it is, result D - a file may carry it twice)
002000*   C - the extract is closed: the record count the caller
002100*       wrote goes on the header with the number of accounts
002200*       it carried, and the disclosure is marked complete
002300* Result Y is done; N is a disclosure number not on the log;
002400* F is the log would not open - that is an E exception in the
002500* caller's name, once, and the caller must say the extract
002600* went out unlogged. The log stays open between calls for the
002700* length of the run - the extracts call here once per row.
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
003800     SELECT DiscFile ASSIGN TO DYNAMIC WS-P-DISCLOG-DAT
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS DiscLogKey
004200         ALTERNATE RECORD KEY IS DL-UserId WITH DUPLICATES
004300         FILE STATUS IS WS-Disc-Status.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  DiscFile.
004800     COPY "DISCLOG.CPY".
004900
005000 WORKING-STORAGE SECTION.
005100 01  WS-Disc-Status          PIC XX.
005200     88  WS-Disc-Missing         VALUE "35".
005300 01  WS-Log-State            PIC X(01) VALUE "N".
005400     88  WS-Log-Is-Open          VALUE "Y".
005500     88  WS-Log-Failed           VALUE "F".
005600 01  WS-Eof-Switch           PIC X VALUE "N".
005700     88  WS-End-Of-Disclosure    VALUE "Y".
005800 01  WS-Header-Id            PIC 9(08) VALUE 99999999.
005900 01  WS-Acct-Count           PIC 9(09).
006000 01  WS-Run-Date             PIC 9(08).
006100 01  WS-Run-Time             PIC 9(08).
006200 01  WS-Excp-Severity        PIC X(01).
006300 01  WS-Excp-Message         PIC X(60).
006400 01  WS-P-DISCLOG-DAT       PIC X(30) VALUE "DISCLOG.DAT".
006500
006600 LINKAGE SECTION.
006700 01  LK-Disc-Request         PIC X(01).
006800 01  LK-Disc-Id              PIC 9(08).
006900 01  LK-Disc-File            PIC X(12).
007000 01  LK-Disc-Recipient       PIC X(12).
007100 01  LK-Disc-Form            PIC X(01).
007200 01  LK-Disc-UserId          PIC 9(08).
007300 01  LK-Disc-Count           PIC 9(09).
007400 01  LK-Disc-Program         PIC X(20).
007500 01  LK-Disc-Result          PIC X(01).
007600
007700 PROCEDURE DIVISION USING LK-Disc-Request, LK-Disc-Id,
007800     LK-Disc-File, LK-Disc-Recipient, LK-Disc-Form,
007900     LK-Disc-UserId, LK-Disc-Count, LK-Disc-Program,
008000     LK-Disc-Result.
008100
008200 0000-MAINLINE.
008300     MOVE "Y" TO LK-Disc-Result
008400     IF WS-Log-State = "N"
008500         PERFORM 1000-OPEN-LOG THRU 1000-OPEN-LOG-EXIT
008600     END-IF
008700     IF WS-Log-Failed
008800         MOVE "F" TO LK-Disc-Result
008900         GOBACK
009000     END-IF
009100     EVALUATE LK-Disc-Request
009200         WHEN "O"
009300             PERFORM 2000-OPEN-DISCLOSURE
009400                 THRU 2000-OPEN-DISCLOSURE-EXIT
009500         WHEN "U"
009600             PERFORM 3000-ADD-ACCOUNT THRU 3000-ADD-ACCOUNT-EXIT
009700         WHEN "C"
009800             PERFORM 4000-CLOSE-DISCLOSURE
009900                 THRU 4000-CLOSE-DISCLOSURE-EXIT
010000         WHEN OTHER
010100             MOVE "N" TO LK-Disc-Result
010200     END-EVALUATE
010300     GOBACK.
010400
010500 1000-OPEN-LOG.
010600     CALL "EnvName" USING WS-P-DISCLOG-DAT
010700     OPEN I-O DiscFile
010800     IF WS-Disc-Missing
010900         OPEN OUTPUT DiscFile
011000         CLOSE DiscFile
011100         OPEN I-O DiscFile
011200     END-IF
011300     IF WS-Disc-Status NOT = "00"
011400         SET WS-Log-Failed TO TRUE
011500         MOVE "E" TO WS-Excp-Severity
011600         MOVE SPACES TO WS-Excp-Message
011700         STRING "DISCLOG.DAT WILL NOT OPEN (STATUS "
011750             WS-Disc-Status ") - EXTRACT NOT LOGGED"
011800             DELIMITED BY SIZE
011900             INTO WS-Excp-Message
012000         CALL "ExcpLog" USING LK-Disc-Program,
012100             WS-Excp-Severity, WS-Excp-Message
012200         GO TO 1000-OPEN-LOG-EXIT
012300     END-IF
012400     SET WS-Log-Is-Open TO TRUE
012500     CALL "BusDate" USING WS-Run-Date
012600     .
012700 1000-OPEN-LOG-EXIT.
012800     EXIT.
012900
013000*--------------------------------------------------------------
013100* The next number comes off the control row, which is created
013200* with the first disclosure ever logged.
013300*--------------------------------------------------------------
013400 2000-OPEN-DISCLOSURE.
013500     MOVE ZERO TO DL-Disc-Id
013600     MOVE ZERO TO DL-UserId
013700     READ DiscFile
013800         INVALID KEY
013900             MOVE SPACES TO DiscLogRecord
014000             MOVE ZERO TO DL-Disc-Id
014100             MOVE ZERO TO DL-UserId
014200             MOVE ZERO TO DL-Bus-Date
014300             MOVE 1 TO DL-Last-Disc-Id
014400             WRITE DiscLogRecord
014500         NOT INVALID KEY
014600             ADD 1 TO DL-Last-Disc-Id
014700             REWRITE DiscLogRecord
014800     END-READ
014900     MOVE DL-Last-Disc-Id TO LK-Disc-Id
015000     ACCEPT WS-Run-Time FROM TIME
015100     MOVE SPACES TO DiscLogRecord
015200     MOVE LK-Disc-Id TO DL-Disc-Id
015300     MOVE WS-Header-Id TO DL-UserId
015400     MOVE WS-Run-Date TO DL-Bus-Date
015500     MOVE LK-Disc-File TO DL-File-Name
015600     MOVE LK-Disc-Recipient TO DL-Recipient
015700     MOVE LK-Disc-Form TO DL-Form
015800     MOVE LK-Disc-Program TO DL-Program
015900     MOVE WS-Run-Time TO DL-Run-Time
016000     MOVE ZERO TO DL-Record-Count
016100     MOVE ZERO TO DL-Acct-Count
016200     SET DL-Is-Open TO TRUE
016300     WRITE DiscLogRecord
016400         INVALID KEY
016500             MOVE "N" TO LK-Disc-Result
016600     END-WRITE
016700     .
016800 2000-OPEN-DISCLOSURE-EXIT.
016900     EXIT.
017000
017100 3000-ADD-ACCOUNT.
017200     IF LK-Disc-Id = ZERO OR LK-Disc-UserId = ZERO
017300             OR LK-Disc-UserId = WS-Header-Id
017400         MOVE "N" TO LK-Disc-Result
017500         GO TO 3000-ADD-ACCOUNT-EXIT
017600     END-IF
017700     MOVE SPACES TO DiscLogRecord
017800     MOVE LK-Disc-Id TO DL-Disc-Id
017900     MOVE LK-Disc-UserId TO DL-UserId
018000     MOVE WS-Run-Date TO DL-Bus-Date
018100     MOVE LK-Disc-File TO DL-File-Name
018200     MOVE LK-Disc-Recipient TO DL-Recipient
018300     MOVE LK-Disc-Form TO DL-Form
018400     WRITE DiscLogRecord
018500         INVALID KEY
018600             MOVE "D" TO LK-Disc-Result
018700     END-WRITE
018800     .
018900 3000-ADD-ACCOUNT-EXIT.
019000     EXIT.
019100
019200*--------------------------------------------------------------
019300* The accounts are counted off the log itself, so the header
019400* says what was registered, not what the caller believes.
019500*--------------------------------------------------------------
019600 4000-CLOSE-DISCLOSURE.
019700     MOVE ZERO TO WS-Acct-Count
019800     MOVE "N" TO WS-Eof-Switch
019900     MOVE LK-Disc-Id TO DL-Disc-Id
020000     MOVE ZERO TO DL-UserId
020100     START DiscFile KEY IS >= DiscLogKey
020200         INVALID KEY
020300             SET WS-End-Of-Disclosure TO TRUE
020400     END-START
020500     PERFORM UNTIL WS-End-Of-Disclosure
020600         READ DiscFile NEXT RECORD
020700             AT END SET WS-End-Of-Disclosure TO TRUE
020800         END-READ
020900         IF NOT WS-End-Of-Disclosure
021000             IF DL-Disc-Id = LK-Disc-Id AND NOT DL-Is-Header
021100                 ADD 1 TO WS-Acct-Count
021200             ELSE
021300                 SET WS-End-Of-Disclosure TO TRUE
021400             END-IF
021500         END-IF
021600     END-PERFORM
021700     MOVE LK-Disc-Id TO DL-Disc-Id
021800     MOVE WS-Header-Id TO DL-UserId
021900     READ DiscFile
022000         INVALID KEY
022100             MOVE "N" TO LK-Disc-Result
022200             GO TO 4000-CLOSE-DISCLOSURE-EXIT
022300     END-READ
022400     MOVE LK-Disc-Count TO DL-Record-Count
022500     MOVE WS-Acct-Count TO DL-Acct-Count
022600     SET DL-Is-Complete TO TRUE
022700     REWRITE DiscLogRecord
022800     .
022900 4000-CLOSE-DISCLOSURE-EXIT.
023000     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DiscInq.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Disclosure log inquiry over DISCLOG.DAT (DISCLOG layout),
000900* for the person asking who we shared their data with and the
001000* recipient reporting a lost file. A supervisor - proved
001100* through the shared AuthChk routine, a refusal ending the run
001200* RC 8 - can ask
001300*   1 - which disclosures carried a UserId between two
001400*       business dates: number, date, file, recipient, form;
001500*   2 - which accounts an extract carried: the file name and
001600*       business date select the disclosure(s), and every
001700*       UserId on each is listed with the header's counts.
001800* Read-only. The log is written only by the extract programs,
001900* through the shared DiscLog routine.
002000*--------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*--------------------------------------------------------------
002300* DATE       INIT DESCRIPTION
002400* ---------- ---- -------------------------------------------
002500* 2026-10-15 JWG  Original version.
002525* 2026-10-15 JWG  The UserId is keyed in its nine-digit form and
002550*                 verified through the shared IdChk routine; a
002575*                 wrong check digit is refused before any read.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT DiscFile ASSIGN TO DYNAMIC WS-P-DISCLOG-DAT
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS DiscLogKey
003400         ALTERNATE RECORD KEY IS DL-UserId WITH DUPLICATES
003500         FILE STATUS IS WS-Disc-Status.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  DiscFile.
004000     COPY "DISCLOG.CPY".
004100
004200 WORKING-STORAGE SECTION.
004300 01  WS-Disc-Status          PIC XX.
004400     88  WS-Disc-Missing         VALUE "35".
004500 01  WS-Eof-Switch           PIC X VALUE "N".
004600     88  WS-End-Of-Log           VALUE "Y".
004700 01  WS-Header-Id            PIC 9(08) VALUE 99999999.
004800 01  WS-Mode-Choice          PIC 9.
004900 01  WS-Entry-UserId         PIC 9(08).
004920 01  WS-Keyed-UserId         PIC X(09).
004940 01  WS-Id-Verify            PIC X(01) VALUE "V".
004960 01  WS-Id-Check             PIC X(01).
004980     88  WS-Id-Accepted          VALUE "Y".
005000 01  WS-Entry-From           PIC 9(08).
005100 01  WS-Entry-To             PIC 9(08).
005200 01  WS-Entry-File           PIC X(12).
005300 01  WS-Entry-Date           PIC 9(08).
005400 01  WS-Match-Table.
005500     02  WS-Match-Id OCCURS 20 TIMES PIC 9(08).
005600 01  WS-Match-Used           PIC 9(02) COMP.
005700 01  WS-Match-Index          PIC 9(02) COMP.
005800 01  WS-Listed-Count         PIC 9(09) COMP.
005900 01  WS-Listed-Disp          PIC ZZZZZZZZ9.
006000 01  WS-Records-Disp         PIC ZZZZZZZZ9.
006100 01  WS-Accounts-Disp        PIC ZZZZZZZZ9.
006200 01  WS-Auth-EmpId           PIC 9(05).
006300 01  WS-Auth-Role            PIC X(01).
006400 01  WS-Auth-Granted         PIC X(01).
006500     88  WS-Auth-Was-Granted     VALUE "Y".
006600 01  WS-More-Requests        PIC X VALUE "Y".
006700     88  WS-Another-Request      VALUE "Y" "y".
006800 01  WS-P-DISCLOG-DAT       PIC X(30) VALUE "DISCLOG.DAT".
006900 01  WS-Eoj-Start-Time       PIC 9(08).
007000 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
007100 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
007200 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
007300 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
007400 01  WS-Program-Name         PIC X(20) VALUE "DISCINQ".
007500
007600 PROCEDURE DIVISION.
007700
007800 0000-MAINLINE.
007900     CALL "PreDefMsg" USING WS-Program-Name
008000     ACCEPT WS-Eoj-Start-Time FROM TIME
008100     CALL "EnvName" USING WS-P-DISCLOG-DAT
008200     DISPLAY "DISCLOSURE LOG INQUIRY"
008300     DISPLAY "======================"
008400     DISPLAY "Enter your employee id (5 digits): "
008500     ACCEPT WS-Auth-EmpId
008600     MOVE "S" TO WS-Auth-Role
008700     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
008800         WS-Program-Name, WS-Auth-Granted
008900     IF NOT WS-Auth-Was-Granted
009000         MOVE 8 TO RETURN-CODE
009100         STOP RUN
009200     END-IF
009300     OPEN INPUT DiscFile
009400     IF WS-Disc-Missing
009500         DISPLAY "DISCLOG.DAT NOT FOUND - NOTHING DISCLOSED YET."
009600         GO TO 0000-END-RUN
009700     END-IF
009800     IF WS-Disc-Status NOT = "00"
009900         DISPLAY "DISCLOG.DAT WILL NOT OPEN (STATUS "
010000             WS-Disc-Status ") - NOTHING DONE."
010100         MOVE 8 TO WS-Eoj-Return-Code
010200         GO TO 0000-END-RUN
010300     END-IF
010400     PERFORM 2000-PROCESS-REQUEST
010500         THRU 2000-PROCESS-REQUEST-EXIT
010600         UNTIL NOT WS-Another-Request
010700     CLOSE DiscFile
010800     .
010900 0000-END-RUN.
011000     CALL "EndMsg" USING WS-Program-Name,
011100         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
011200         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
011300         WS-Eoj-Return-Code
011400     MOVE WS-Eoj-Return-Code TO RETURN-CODE
011500     STOP RUN.
011600
011700 2000-PROCESS-REQUEST.
011800     DISPLAY "1. Disclosures that carried a UserId"
011900     DISPLAY "2. Accounts an extract carried"
012000     DISPLAY "Enter choice: "
012100     ACCEPT WS-Mode-Choice
012200     EVALUATE WS-Mode-Choice
012300         WHEN 1
012400             PERFORM 2100-BY-USERID THRU 2100-BY-USERID-EXIT
012500         WHEN 2
012600             PERFORM 2200-BY-EXTRACT THRU 2200-BY-EXTRACT-EXIT
012700         WHEN OTHER
012800             DISPLAY "Invalid choice - nothing done."
012900     END-EVALUATE
013000     DISPLAY "Another inquiry (Y/N)? "
013100     ACCEPT WS-More-Requests
013200     .
013300 2000-PROCESS-REQUEST-EXIT.
013400     EXIT.
013500
013600*--------------------------------------------------------------
013700* Every row for the UserId, through the alternate key, kept
013800* when its business date falls in the range asked for.
013900*--------------------------------------------------------------
014000 2100-BY-USERID.
014033     DISPLAY "UserId (9 digits, check digit last): "
014066     ACCEPT WS-Keyed-UserId
014099     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
014132         WS-Entry-UserId, WS-Id-Check
014165     IF NOT WS-Id-Accepted
014198         ADD 1 TO WS-Eoj-Rejected-Count
014231         GO TO 2100-BY-USERID-EXIT
014264     END-IF
014300     DISPLAY "From business date (YYYYMMDD, 0 = earliest): "
014400     ACCEPT WS-Entry-From
014500     DISPLAY "To business date (YYYYMMDD, 0 = latest): "
014600     ACCEPT WS-Entry-To
014700     IF WS-Entry-To = ZERO
014800         MOVE 99999999 TO WS-Entry-To
014900     END-IF
015000     IF WS-Entry-UserId = ZERO OR WS-Entry-UserId = WS-Header-Id
015100         DISPLAY "UserId must not be zero or 99999999."
015200         ADD 1 TO WS-Eoj-Rejected-Count
015300         GO TO 2100-BY-USERID-EXIT
015400     END-IF
015500     ADD 1 TO WS-Eoj-Read-Count
015600     MOVE 0 TO WS-Listed-Count
015700     MOVE "N" TO WS-Eof-Switch
015800     MOVE WS-Entry-UserId TO DL-UserId
015900     START DiscFile KEY IS = DL-UserId
016000         INVALID KEY
016100             SET WS-End-Of-Log TO TRUE
016200     END-START
016300     DISPLAY "DISC-NO  DATE     FILE         RECIPIENT    FORM"
016400     PERFORM UNTIL WS-End-Of-Log
016500         READ DiscFile NEXT RECORD
016600             AT END SET WS-End-Of-Log TO TRUE
016700         END-READ
016800         IF NOT WS-End-Of-Log
016900             IF DL-UserId NOT = WS-Entry-UserId
017000                 SET WS-End-Of-Log TO TRUE
017100             ELSE
017200                 IF DL-Bus-Date >= WS-Entry-From
017300                         AND DL-Bus-Date <= WS-Entry-To
017400                     DISPLAY DL-Disc-Id " " DL-Bus-Date " "
017500                         DL-File-Name " " DL-Recipient " " DL-Form
017600                     ADD 1 TO WS-Listed-Count
017700                 END-IF
017800             END-IF
017900         END-IF
018000     END-PERFORM
018100     MOVE WS-Listed-Count TO WS-Listed-Disp
018200     DISPLAY "DISCLOSURES CARRYING " WS-Entry-UserId ": "
018300         WS-Listed-Disp
018400     .
018500 2100-BY-USERID-EXIT.
018600     EXIT.
018700
018800*--------------------------------------------------------------
018900* The headers (UserId 99999999 on the alternate key) for the
019000* file and date are gathered first; each disclosure's accounts
019100* are then read off the primary key.
019200*--------------------------------------------------------------
019300 2200-BY-EXTRACT.
019400     DISPLAY "File name (e.g. USERS.CSV): "
019500     ACCEPT WS-Entry-File
019600     MOVE FUNCTION UPPER-CASE(WS-Entry-File) TO WS-Entry-File
019700     DISPLAY "Business date (YYYYMMDD): "
019800     ACCEPT WS-Entry-Date
019900     ADD 1 TO WS-Eoj-Read-Count
020000     MOVE 0 TO WS-Match-Used
020100     MOVE "N" TO WS-Eof-Switch
020200     MOVE WS-Header-Id TO DL-UserId
020300     START DiscFile KEY IS = DL-UserId
020400         INVALID KEY
020500             SET WS-End-Of-Log TO TRUE
020600     END-START
020700     PERFORM UNTIL WS-End-Of-Log
020800         READ DiscFile NEXT RECORD
020900             AT END SET WS-End-Of-Log TO TRUE
021000         END-READ
021100         IF NOT WS-End-Of-Log
021200             IF NOT DL-Is-Header
021300                 SET WS-End-Of-Log TO TRUE
021400             ELSE
021500                 IF DL-File-Name = WS-Entry-File
021600                         AND DL-Bus-Date = WS-Entry-Date
021700                         AND WS-Match-Used < 20
021800                     ADD 1 TO WS-Match-Used
021900                     MOVE DL-Disc-Id TO WS-Match-Id(WS-Match-Used)
022000                 END-IF
022100             END-IF
022200         END-IF
022300     END-PERFORM
022400     IF WS-Match-Used = 0
022500         DISPLAY "No disclosure of " WS-Entry-File " on "
022600             WS-Entry-Date " is on the log."
022700         GO TO 2200-BY-EXTRACT-EXIT
022800     END-IF
022900     PERFORM 2210-LIST-ONE-DISCLOSURE
023000         THRU 2210-LIST-ONE-DISCLOSURE-EXIT
023100         VARYING WS-Match-Index FROM 1 BY 1
023200         UNTIL WS-Match-Index > WS-Match-Used
023300     .
023400 2200-BY-EXTRACT-EXIT.
023500     EXIT.
023600
023700 2210-LIST-ONE-DISCLOSURE.
023800     MOVE WS-Match-Id(WS-Match-Index) TO DL-Disc-Id
023900     MOVE WS-Header-Id TO DL-UserId
024000     READ DiscFile KEY IS DiscLogKey
024100         INVALID KEY
024200             GO TO 2210-LIST-ONE-DISCLOSURE-EXIT
024300     END-READ
024400     MOVE DL-Record-Count TO WS-Records-Disp
024500     MOVE DL-Acct-Count TO WS-Accounts-Disp
024600     DISPLAY "DISCLOSURE " DL-Disc-Id " " DL-File-Name " TO "
024700         DL-Recipient " ON " DL-Bus-Date " FORM " DL-Form
024800         " BY " DL-Program
024900     IF DL-Is-Complete
025000         DISPLAY "  RECORDS " WS-Records-Disp "  ACCOUNTS "
025100             WS-Accounts-Disp
025200     ELSE
025300         DISPLAY "  NOT CLOSED - THE EXTRACT RUN DID NOT FINISH"
025400     END-IF
025500     MOVE 0 TO WS-Listed-Count
025600     MOVE "N" TO WS-Eof-Switch
025700     MOVE WS-Match-Id(WS-Match-Index) TO DL-Disc-Id
025800     MOVE ZERO TO DL-UserId
025900     START DiscFile KEY IS >= DiscLogKey
026000         INVALID KEY
026100             SET WS-End-Of-Log TO TRUE
026200     END-START
026300     PERFORM UNTIL WS-End-Of-Log
026400         READ DiscFile NEXT RECORD
026500             AT END SET WS-End-Of-Log TO TRUE
026600         END-READ
026700         IF NOT WS-End-Of-Log
026800             IF DL-Disc-Id NOT = WS-Match-Id(WS-Match-Index)
026900                     OR DL-Is-Header
027000                 SET WS-End-Of-Log TO TRUE
027100             ELSE
027200                 DISPLAY "  " DL-UserId
027300                 ADD 1 TO WS-Listed-Count
027400             END-IF
027500         END-IF
027600     END-PERFORM
027700     MOVE WS-Listed-Count TO WS-Listed-Disp
027800     DISPLAY "  ACCOUNTS LISTED: " WS-Listed-Disp
027900     .
028000 2210-LIST-ONE-DISCLOSURE-EXIT.
028100     EXIT.

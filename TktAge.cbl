000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TktAge.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Nightly aging of the open helpdesk tickets on TICKET.DAT
000900* (TKTAGE.TXT). Every open or on-hold ticket is listed with
001000* its account, category, assignee, opened date and its age in
001100* days:
001200*   AGING - open longer than WS-Warn-Days (five) days
001300*   STALE - open longer than WS-Stale-Days (fourteen) days
001400*           and not on hold for the caller; each one is also
001500*           a W exception through ExcpLog and the run ends
001600*           RC 4
001700* A ticket on hold is flagged ON HOLD whatever its age - the
001800* wait is on the caller, not the desk. Closed tickets are
001900* only counted. Read-only.
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
003000     SELECT TicketFile ASSIGN TO DYNAMIC WS-P-TICKET-DAT
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS TK-Ticket-Id
003400         ALTERNATE RECORD KEY IS TK-UserId WITH DUPLICATES
003500         FILE STATUS IS WS-Ticket-Status.
003600     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-TKTAGE-TXT
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  TicketFile.
004200     COPY "TICKET.CPY".
004300
004400 FD  ReportFile.
004500 01  ReportRecord            PIC X(100).
004600
004700 WORKING-STORAGE SECTION.
004800 01  WS-Ticket-Status        PIC XX.
004900     88  WS-Ticket-Missing       VALUE "35".
005000 01  WS-Eof-Switch           PIC X VALUE "N".
005100     88  WS-End-Of-Register      VALUE "Y".
005200 01  WS-Run-Date             PIC 9(08).
005300 01  WS-Warn-Days            PIC 9(03) VALUE 5.
005400 01  WS-Stale-Days           PIC 9(03) VALUE 14.
005500 01  WS-Days-Open            PIC S9(05) COMP.
005600 01  WS-Days-Disp            PIC -ZZZ9.
005700 01  WS-Flag-Text            PIC X(08).
005800 01  WS-Open-Count           PIC 9(05) COMP VALUE 0.
005900 01  WS-Hold-Count           PIC 9(05) COMP VALUE 0.
006000 01  WS-Aging-Count          PIC 9(05) COMP VALUE 0.
006100 01  WS-Stale-Count          PIC 9(05) COMP VALUE 0.
006200 01  WS-Closed-Count         PIC 9(05) COMP VALUE 0.
006300 01  WS-Count-Disp           PIC ZZZZ9.
006400 01  WS-Excp-Severity        PIC X(01).
006500 01  WS-Excp-Message         PIC X(60).
006600 01  WS-P-TICKET-DAT        PIC X(30) VALUE "TICKET.DAT".
006700 01  WS-P-TKTAGE-TXT        PIC X(30) VALUE "TKTAGE.TXT".
006800 01  WS-Eoj-Start-Time       PIC 9(08).
006900 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
007000 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
007100 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
007200 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
007300 01  WS-Program-Name         PIC X(20) VALUE "TKTAGE".
007400
007500 PROCEDURE DIVISION.
007600
007700 0000-MAINLINE.
007800     CALL "PreDefMsg" USING WS-Program-Name
007900     ACCEPT WS-Eoj-Start-Time FROM TIME
008000     CALL "EnvName" USING WS-P-TICKET-DAT
008100     CALL "EnvName" USING WS-P-TKTAGE-TXT
008200     DISPLAY "OPEN HELPDESK TICKET AGING"
008300     DISPLAY "=========================="
008400     CALL "BusDate" USING WS-Run-Date
008500     OPEN OUTPUT ReportFile
008600     MOVE SPACES TO ReportRecord
008700     STRING "OPEN HELPDESK TICKET AGING - RUN " WS-Run-Date
008800         DELIMITED BY SIZE INTO ReportRecord
008900     WRITE ReportRecord
009000     MOVE "TICKET   USERID   C S OPENED   ASSIGNED    DAYS FLAG"
009100         TO ReportRecord
009200     WRITE ReportRecord
009300     PERFORM 2000-AGE-TICKETS THRU 2000-AGE-TICKETS-EXIT
009400     PERFORM 3000-WRITE-TOTALS THRU 3000-WRITE-TOTALS-EXIT
009500     CLOSE ReportFile
009600     MOVE WS-Stale-Count TO WS-Count-Disp
009700     DISPLAY "STALE OPEN TICKETS: " WS-Count-Disp
009800     IF WS-Stale-Count > 0
009900         MOVE 4 TO WS-Eoj-Return-Code
010000     END-IF
010100     MOVE WS-Open-Count TO WS-Eoj-Written-Count
010200     CALL "EndMsg" USING WS-Program-Name,
010300         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
010400         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
010500         WS-Eoj-Return-Code
010600     MOVE WS-Eoj-Return-Code TO RETURN-CODE
010700     STOP RUN.
010800
010900 2000-AGE-TICKETS.
011000     OPEN INPUT TicketFile
011100     IF WS-Ticket-Missing
011200         MOVE "(NO HELPDESK TICKETS ON FILE)" TO ReportRecord
011300         WRITE ReportRecord
011400         GO TO 2000-AGE-TICKETS-EXIT
011500     END-IF
011600*    Ticket 00000000 is the number control row - start past it.
011700     MOVE 1 TO TK-Ticket-Id
011800     START TicketFile KEY IS >= TK-Ticket-Id
011900         INVALID KEY
012000             SET WS-End-Of-Register TO TRUE
012100     END-START
012200     PERFORM UNTIL WS-End-Of-Register
012300         READ TicketFile NEXT RECORD
012400             AT END SET WS-End-Of-Register TO TRUE
012500         END-READ
012600         IF NOT WS-End-Of-Register
012700             ADD 1 TO WS-Eoj-Read-Count
012800             IF TK-Is-Open
012900                 PERFORM 2100-AGE-OPEN-TICKET
013000                     THRU 2100-AGE-OPEN-TICKET-EXIT
013100             ELSE
013200                 ADD 1 TO WS-Closed-Count
013300             END-IF
013400         END-IF
013500     END-PERFORM
013600     CLOSE TicketFile
013700     .
013800 2000-AGE-TICKETS-EXIT.
013900     EXIT.
014000
014100 2100-AGE-OPEN-TICKET.
014200     ADD 1 TO WS-Open-Count
014300     COMPUTE WS-Days-Open =
014400         FUNCTION INTEGER-OF-DATE(WS-Run-Date)
014500         - FUNCTION INTEGER-OF-DATE(TK-Opened-Date)
014600     EVALUATE TRUE
014700         WHEN TK-Is-On-Hold
014800             MOVE "ON HOLD" TO WS-Flag-Text
014900             ADD 1 TO WS-Hold-Count
015000         WHEN WS-Days-Open > WS-Stale-Days
015100             MOVE "STALE" TO WS-Flag-Text
015200             ADD 1 TO WS-Stale-Count
015300             MOVE "W" TO WS-Excp-Severity
015400             MOVE SPACES TO WS-Excp-Message
015500             STRING "HELPDESK TICKET " TK-Ticket-Id
015600                 " OPEN SINCE " TK-Opened-Date
015700                 " - " TK-Assigned-To
015800                 DELIMITED BY SIZE INTO WS-Excp-Message
015900             CALL "ExcpLog" USING WS-Program-Name,
016000                 WS-Excp-Severity, WS-Excp-Message
016100         WHEN WS-Days-Open > WS-Warn-Days
016200             MOVE "AGING" TO WS-Flag-Text
016300             ADD 1 TO WS-Aging-Count
016400         WHEN OTHER
016500             MOVE SPACES TO WS-Flag-Text
016600     END-EVALUATE
016700     MOVE WS-Days-Open TO WS-Days-Disp
016800     MOVE SPACES TO ReportRecord
016900     STRING TK-Ticket-Id " " TK-UserId " " TK-Category " "
017000         TK-Status " " TK-Opened-Date " " TK-Assigned-To " "
017100         WS-Days-Disp " " WS-Flag-Text
017200         DELIMITED BY SIZE INTO ReportRecord
017300     WRITE ReportRecord
017400     MOVE SPACES TO ReportRecord
017500     STRING "         " TK-Summary
017600         DELIMITED BY SIZE INTO ReportRecord
017700     WRITE ReportRecord
017800     .
017900 2100-AGE-OPEN-TICKET-EXIT.
018000     EXIT.
018100
018200 3000-WRITE-TOTALS.
018300     MOVE SPACES TO ReportRecord
018400     WRITE ReportRecord
018500     MOVE WS-Open-Count TO WS-Count-Disp
018600     MOVE SPACES TO ReportRecord
018700     STRING "OPEN TICKETS:           " WS-Count-Disp
018800         DELIMITED BY SIZE INTO ReportRecord
018900     WRITE ReportRecord
019000     MOVE WS-Hold-Count TO WS-Count-Disp
019100     MOVE SPACES TO ReportRecord
019200     STRING "OF WHICH ON HOLD:       " WS-Count-Disp
019300         DELIMITED BY SIZE INTO ReportRecord
019400     WRITE ReportRecord
019500     MOVE WS-Aging-Count TO WS-Count-Disp
019600     MOVE SPACES TO ReportRecord
019700     STRING "OPEN OVER FIVE DAYS:    " WS-Count-Disp
019800         DELIMITED BY SIZE INTO ReportRecord
019900     WRITE ReportRecord
020000     MOVE WS-Stale-Count TO WS-Count-Disp
020100     MOVE SPACES TO ReportRecord
020200     STRING "STALE (OVER FOURTEEN):  " WS-Count-Disp
020300         DELIMITED BY SIZE INTO ReportRecord
020400     WRITE ReportRecord
020500     MOVE WS-Closed-Count TO WS-Count-Disp
020600     MOVE SPACES TO ReportRecord
020700     STRING "CLOSED ON FILE:         " WS-Count-Disp
020800         DELIMITED BY SIZE INTO ReportRecord
020900     WRITE ReportRecord
021000     .
021100 3000-WRITE-TOTALS-EXIT.
021200     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TktVol.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Monthly helpdesk ticket volume by category (TKTVOL.TXT).
000900* For the month on the card (YYYYMM; zeros for the business
001000* date's month) each TICKET.DAT category shows the tickets
001100* opened and closed in the month, those still open at the
001200* month end, the average days to close for the month's
001300* closures, and the repeat callers - accounts that raised two
001400* or more tickets in the same category in the month, the
001500* "called three times about the same thing" measure. The
001600* register is read in UserId order off the alternate key so
001700* each account's tickets arrive together. Read-only.
001800*--------------------------------------------------------------
001900* MODIFICATION HISTORY
002000*--------------------------------------------------------------
002100* DATE       INIT DESCRIPTION
002200* ---------- ---- -------------------------------------------
002300* 2026-10-15 JWG  Original version.
002400*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT TicketFile ASSIGN TO DYNAMIC WS-P-TICKET-DAT
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS TK-Ticket-Id
003200         ALTERNATE RECORD KEY IS TK-UserId WITH DUPLICATES
003300         FILE STATUS IS WS-Ticket-Status.
003400     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-TKTVOL-TXT
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  TicketFile.
004000     COPY "TICKET.CPY".
004100
004200 FD  ReportFile.
004300 01  ReportRecord            PIC X(100).
004400
004500 WORKING-STORAGE SECTION.
004600 01  WS-Ticket-Status        PIC XX.
004700     88  WS-Ticket-Missing       VALUE "35".
004800 01  WS-Eof-Switch           PIC X VALUE "N".
004900     88  WS-End-Of-Register      VALUE "Y".
005000 01  WS-Run-Date             PIC 9(08).
005100 01  WS-Card-Month-Text      PIC X(06).
005200 01  WS-Card-Month REDEFINES WS-Card-Month-Text
005300                             PIC 9(06).
005400 01  WS-Month-Parts.
005500     02  WS-MP-Year          PIC 9(04).
005600     02  WS-MP-Month         PIC 9(02).
005700 01  WS-Month-Num REDEFINES WS-Month-Parts
005800                             PIC 9(06).
005900 01  WS-Opened-Month         PIC 9(06).
006000 01  WS-Closed-Month         PIC 9(06).
006100 01  WS-Prev-UserId          PIC 9(08) VALUE 0.
006200 01  WS-Days-To-Close        PIC S9(05) COMP.
006300*--------------------------------------------------------------
006400* One row per category, in the order TICKET.CPY lists them.
006500*--------------------------------------------------------------
006600 01  WS-Category-Values.
006700     02  FILLER              PIC X(21) VALUE
006800                             "PPASSWORD/TOKEN".
006900     02  FILLER              PIC X(21) VALUE "LLOCKOUT".
007000     02  FILLER              PIC X(21) VALUE
007100                             "AACCESS/ENTITLEMENT".
007200     02  FILLER              PIC X(21) VALUE
007300                             "DACCOUNT DETAILS".
007400     02  FILLER              PIC X(21) VALUE "OOTHER".
007500 01  WS-Category-Table REDEFINES WS-Category-Values.
007600     02  WS-Cat-Entry OCCURS 5 TIMES.
007700         03  WS-Cat-Code     PIC X(01).
007800         03  WS-Cat-Name     PIC X(20).
007900 01  WS-Cat-Index            PIC 9(02) COMP.
008000 01  WS-Cat-Found            PIC 9(02) COMP.
008100 01  WS-Month-Totals.
008200     02  WS-Tot-Entry OCCURS 6 TIMES.
008300         03  WS-Tot-Opened   PIC 9(07) COMP.
008400         03  WS-Tot-Closed   PIC 9(07) COMP.
008500         03  WS-Tot-Open-End PIC 9(07) COMP.
008600         03  WS-Tot-Days     PIC 9(09) COMP.
008700         03  WS-Tot-Repeat   PIC 9(07) COMP.
008800*    The current account's tickets opened in the month, by
008900*    category - two or more makes it a repeat caller.
009000 01  WS-User-Counts.
009100     02  WS-User-Count       PIC 9(05) COMP OCCURS 5 TIMES.
009200 01  WS-Avg-Days             PIC 9(05)V9.
009300 01  WS-Avg-Disp             PIC ZZZ9.9.
009400 01  WS-Opened-Disp          PIC ZZZZZ9.
009500 01  WS-Closed-Disp          PIC ZZZZZ9.
009600 01  WS-Open-End-Disp        PIC ZZZZZ9.
009700 01  WS-Repeat-Disp          PIC ZZZZZ9.
009800 01  WS-Line-Name            PIC X(20).
009900 01  WS-P-TICKET-DAT        PIC X(30) VALUE "TICKET.DAT".
010000 01  WS-P-TKTVOL-TXT        PIC X(30) VALUE "TKTVOL.TXT".
010100 01  WS-Eoj-Start-Time       PIC 9(08).
010200 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
010300 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
010400 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
010500 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
010600 01  WS-Program-Name         PIC X(20) VALUE "TKTVOL".
010700
010800 PROCEDURE DIVISION.
010900
011000 0000-MAINLINE.
011100     CALL "PreDefMsg" USING WS-Program-Name
011200     ACCEPT WS-Eoj-Start-Time FROM TIME
011300     CALL "EnvName" USING WS-P-TICKET-DAT
011400     CALL "EnvName" USING WS-P-TKTVOL-TXT
011500     DISPLAY "HELPDESK TICKET VOLUME BY CATEGORY"
011600     DISPLAY "=================================="
011700     CALL "BusDate" USING WS-Run-Date
011800     ACCEPT WS-Card-Month-Text
011900     IF WS-Card-Month-Text = SPACES
012000         MOVE ZEROS TO WS-Card-Month-Text
012100     END-IF
012200     IF WS-Card-Month-Text NOT NUMERIC
012300         DISPLAY "MONTH CARD NOT NUMERIC - NO REPORT."
012400         MOVE 8 TO WS-Eoj-Return-Code
012500         GO TO 0000-WRAP-UP
012600     END-IF
012700     IF WS-Card-Month = 0
012800         MOVE WS-Run-Date(1:6) TO WS-Month-Num
012900     ELSE
013000         MOVE WS-Card-Month TO WS-Month-Num
013100     END-IF
013200     IF WS-MP-Month < 1 OR WS-MP-Month > 12
013300         DISPLAY "MONTH CARD NOT A VALID YYYYMM - NO REPORT."
013400         MOVE 8 TO WS-Eoj-Return-Code
013500         GO TO 0000-WRAP-UP
013600     END-IF
013700     INITIALIZE WS-Month-Totals
013800     INITIALIZE WS-User-Counts
013900     PERFORM 2000-COUNT-TICKETS THRU 2000-COUNT-TICKETS-EXIT
014000     PERFORM 3000-WRITE-REPORT THRU 3000-WRITE-REPORT-EXIT
014100     .
014200 0000-WRAP-UP.
014300     CALL "EndMsg" USING WS-Program-Name,
014400         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
014500         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
014600         WS-Eoj-Return-Code
014700     MOVE WS-Eoj-Return-Code TO RETURN-CODE
014800     STOP RUN.
014900
015000 2000-COUNT-TICKETS.
015100     OPEN INPUT TicketFile
015200     IF WS-Ticket-Missing
015300         GO TO 2000-COUNT-TICKETS-EXIT
015400     END-IF
015500*    The number control row carries UserId zero - start past it.
015600     MOVE 1 TO TK-UserId
015700     START TicketFile KEY IS >= TK-UserId
015800         INVALID KEY
015900             SET WS-End-Of-Register TO TRUE
016000     END-START
016100     PERFORM UNTIL WS-End-Of-Register
016200         READ TicketFile NEXT RECORD
016300             AT END SET WS-End-Of-Register TO TRUE
016400         END-READ
016500         IF NOT WS-End-Of-Register
016600             ADD 1 TO WS-Eoj-Read-Count
016700             IF TK-UserId NOT = WS-Prev-UserId
016800                 PERFORM 2200-END-OF-ACCOUNT
016900                     THRU 2200-END-OF-ACCOUNT-EXIT
017000                 MOVE TK-UserId TO WS-Prev-UserId
017100             END-IF
017200             PERFORM 2100-COUNT-ONE-TICKET
017300                 THRU 2100-COUNT-ONE-TICKET-EXIT
017400         END-IF
017500     END-PERFORM
017600     PERFORM 2200-END-OF-ACCOUNT THRU 2200-END-OF-ACCOUNT-EXIT
017700     CLOSE TicketFile
017800     .
017900 2000-COUNT-TICKETS-EXIT.
018000     EXIT.
018100
018200 2100-COUNT-ONE-TICKET.
018300     MOVE 0 TO WS-Cat-Found
018400     PERFORM VARYING WS-Cat-Index FROM 1 BY 1
018500             UNTIL WS-Cat-Index > 5
018600         IF TK-Category = WS-Cat-Code(WS-Cat-Index)
018700             MOVE WS-Cat-Index TO WS-Cat-Found
018800         END-IF
018900     END-PERFORM
019000     IF WS-Cat-Found = 0
019100*        An unrecognised category is counted under OTHER.
019200         MOVE 5 TO WS-Cat-Found
019300     END-IF
019400     MOVE TK-Opened-Date(1:6) TO WS-Opened-Month
019500     IF WS-Opened-Month > WS-Month-Num
019600         GO TO 2100-COUNT-ONE-TICKET-EXIT
019700     END-IF
019800     IF WS-Opened-Month = WS-Month-Num
019900         ADD 1 TO WS-Tot-Opened(WS-Cat-Found)
020000         ADD 1 TO WS-User-Count(WS-Cat-Found)
020100     END-IF
020200     MOVE ZERO TO WS-Closed-Month
020300     IF TK-Is-Closed
020400         MOVE TK-Closed-Date(1:6) TO WS-Closed-Month
020500     END-IF
020600     IF WS-Closed-Month = WS-Month-Num
020700         ADD 1 TO WS-Tot-Closed(WS-Cat-Found)
020800         COMPUTE WS-Days-To-Close =
020900             FUNCTION INTEGER-OF-DATE(TK-Closed-Date)
021000             - FUNCTION INTEGER-OF-DATE(TK-Opened-Date)
021100         ADD WS-Days-To-Close TO WS-Tot-Days(WS-Cat-Found)
021200     END-IF
021300     IF WS-Closed-Month = ZERO OR WS-Closed-Month > WS-Month-Num
021400         ADD 1 TO WS-Tot-Open-End(WS-Cat-Found)
021500     END-IF
021600     .
021700 2100-COUNT-ONE-TICKET-EXIT.
021800     EXIT.
021900
022000*--------------------------------------------------------------
022100* Close off the previous account: each category it raised two
022200* or more tickets in during the month is one repeat caller.
022300*--------------------------------------------------------------
022400 2200-END-OF-ACCOUNT.
022500     PERFORM VARYING WS-Cat-Index FROM 1 BY 1
022600             UNTIL WS-Cat-Index > 5
022700         IF WS-User-Count(WS-Cat-Index) > 1
022800             ADD 1 TO WS-Tot-Repeat(WS-Cat-Index)
022900         END-IF
023000         MOVE 0 TO WS-User-Count(WS-Cat-Index)
023100     END-PERFORM
023200     .
023300 2200-END-OF-ACCOUNT-EXIT.
023400     EXIT.
023500
023600 3000-WRITE-REPORT.
023700     PERFORM VARYING WS-Cat-Index FROM 1 BY 1
023800             UNTIL WS-Cat-Index > 5
023900         ADD WS-Tot-Opened(WS-Cat-Index) TO WS-Tot-Opened(6)
024000         ADD WS-Tot-Closed(WS-Cat-Index) TO WS-Tot-Closed(6)
024100         ADD WS-Tot-Open-End(WS-Cat-Index)
024200             TO WS-Tot-Open-End(6)
024300         ADD WS-Tot-Days(WS-Cat-Index) TO WS-Tot-Days(6)
024400         ADD WS-Tot-Repeat(WS-Cat-Index) TO WS-Tot-Repeat(6)
024500     END-PERFORM
024600     OPEN OUTPUT ReportFile
024700     MOVE SPACES TO ReportRecord
024800     STRING "HELPDESK TICKET VOLUME - MONTH " WS-Month-Num
024900         " - RUN " WS-Run-Date
025000         DELIMITED BY SIZE INTO ReportRecord
025100     WRITE ReportRecord
025200     MOVE SPACES TO ReportRecord
025300     WRITE ReportRecord
025400     MOVE "CATEGORY              OPENED CLOSED OPEN-END AVG-DAYS"
025500         TO ReportRecord
025600     MOVE "REPEAT" TO ReportRecord(57:6)
025700     WRITE ReportRecord
025800     PERFORM VARYING WS-Cat-Index FROM 1 BY 1
025900             UNTIL WS-Cat-Index > 6
026000         IF WS-Cat-Index > 5
026100             MOVE "ALL CATEGORIES" TO WS-Line-Name
026200         ELSE
026300             MOVE WS-Cat-Name(WS-Cat-Index) TO WS-Line-Name
026400         END-IF
026500         PERFORM 3100-WRITE-LINE THRU 3100-WRITE-LINE-EXIT
026600     END-PERFORM
026700     CLOSE ReportFile
026800     MOVE WS-Tot-Opened(6) TO WS-Opened-Disp
026900     DISPLAY "TICKETS OPENED IN " WS-Month-Num ": "
027000         WS-Opened-Disp
027100     .
027200 3000-WRITE-REPORT-EXIT.
027300     EXIT.
027400
027500 3100-WRITE-LINE.
027600     MOVE WS-Tot-Opened(WS-Cat-Index) TO WS-Opened-Disp
027700     MOVE WS-Tot-Closed(WS-Cat-Index) TO WS-Closed-Disp
027800     MOVE WS-Tot-Open-End(WS-Cat-Index) TO WS-Open-End-Disp
027900     MOVE WS-Tot-Repeat(WS-Cat-Index) TO WS-Repeat-Disp
028000     MOVE ZERO TO WS-Avg-Days
028100     IF WS-Tot-Closed(WS-Cat-Index) > 0
028200         COMPUTE WS-Avg-Days ROUNDED =
028300             WS-Tot-Days(WS-Cat-Index)
028400             / WS-Tot-Closed(WS-Cat-Index)
028500     END-IF
028600     MOVE WS-Avg-Days TO WS-Avg-Disp
028700     IF WS-Cat-Index > 5
028800         MOVE SPACES TO ReportRecord
028900         WRITE ReportRecord
029000     END-IF
029100     MOVE SPACES TO ReportRecord
029200     STRING WS-Line-Name "  " WS-Opened-Disp " "
029300         WS-Closed-Disp "   " WS-Open-End-Disp "   "
029400         WS-Avg-Disp "   " WS-Repeat-Disp
029500         DELIMITED BY SIZE INTO ReportRecord
029600     WRITE ReportRecord
029700     ADD 1 TO WS-Eoj-Written-Count
029800     .
029900 3100-WRITE-LINE-EXIT.
030000     EXIT.

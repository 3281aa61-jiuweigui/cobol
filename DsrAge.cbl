000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DsrAge.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Nightly aging of the DSRCASE.DAT data-subject request case
000900* register (DSRAGE.TXT). Every open case is listed with its
001000* type, status, received and due dates and the days left:
001100*   OVERDUE  - the statutory due date has passed; each one is
001200*              also a W exception through ExcpLog and the run
001300*              ends RC 4
001400*   DUE SOON - due within WS-Warn-Days (seven) days
001500* Cases still awaiting identity verification are aged on the
001600* provisional due date from receipt. Closed and withdrawn
001700* cases are counted, and any that closed after their due
001800* date are named - that is the evidence the one-month answer
001900* was (or was not) met. Read-only.
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
003000     SELECT CaseFile ASSIGN TO DYNAMIC WS-P-DSRCASE-DAT
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS DC-Case-Id
003400         FILE STATUS IS WS-Case-Status.
003500     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-DSRAGE-TXT
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  CaseFile.
004100     COPY "DSRCASE.CPY".
004200
004300 FD  ReportFile.
004400 01  ReportRecord            PIC X(100).
004500
004600 WORKING-STORAGE SECTION.
004700 01  WS-Case-Status          PIC XX.
004800     88  WS-Case-Missing         VALUE "35".
004900 01  WS-Eof-Switch           PIC X VALUE "N".
005000     88  WS-End-Of-Register      VALUE "Y".
005100 01  WS-Run-Date             PIC 9(08).
005200 01  WS-Warn-Days            PIC 9(03) VALUE 7.
005300 01  WS-Days-Left            PIC S9(05) COMP.
005400 01  WS-Days-Disp            PIC -ZZZ9.
005500 01  WS-Flag-Text            PIC X(08).
005600 01  WS-Open-Count           PIC 9(05) COMP VALUE 0.
005700 01  WS-Soon-Count           PIC 9(05) COMP VALUE 0.
005800 01  WS-Overdue-Count        PIC 9(05) COMP VALUE 0.
005900 01  WS-Done-Count           PIC 9(05) COMP VALUE 0.
006000 01  WS-Late-Count           PIC 9(05) COMP VALUE 0.
006100 01  WS-Count-Disp           PIC ZZZZ9.
006200 01  WS-Excp-Severity        PIC X(01).
006300 01  WS-Excp-Message         PIC X(60).
006400 01  WS-P-DSRCASE-DAT       PIC X(30) VALUE "DSRCASE.DAT".
006500 01  WS-P-DSRAGE-TXT        PIC X(30) VALUE "DSRAGE.TXT".
006600 01  WS-Eoj-Start-Time       PIC 9(08).
006700 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
006800 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
006900 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
007000 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
007100 01  WS-Program-Name         PIC X(20) VALUE "DSRAGE".
007200
007300 PROCEDURE DIVISION.
007400
007500 0000-MAINLINE.
007600     CALL "PreDefMsg" USING WS-Program-Name
007700     ACCEPT WS-Eoj-Start-Time FROM TIME
007800     CALL "EnvName" USING WS-P-DSRCASE-DAT
007900     CALL "EnvName" USING WS-P-DSRAGE-TXT
008000     DISPLAY "DATA-SUBJECT REQUEST AGING"
008100     DISPLAY "=========================="
008200     CALL "BusDate" USING WS-Run-Date
008300     OPEN OUTPUT ReportFile
008400     MOVE SPACES TO ReportRecord
008500     STRING "DATA-SUBJECT REQUEST AGING - RUN " WS-Run-Date
008600         DELIMITED BY SIZE INTO ReportRecord
008700     WRITE ReportRecord
008800     MOVE "CASE   T S RECEIVED VERIFIED DUE       DAYS FLAG"
008900         TO ReportRecord
009000     WRITE ReportRecord
009100     PERFORM 2000-AGE-CASES THRU 2000-AGE-CASES-EXIT
009200     PERFORM 3000-WRITE-TOTALS THRU 3000-WRITE-TOTALS-EXIT
009300     CLOSE ReportFile
009400     MOVE WS-Overdue-Count TO WS-Count-Disp
009500     DISPLAY "OPEN CASES OVERDUE: " WS-Count-Disp
009600     IF WS-Overdue-Count > 0
009700         MOVE 4 TO WS-Eoj-Return-Code
009800     END-IF
009900     MOVE WS-Open-Count TO WS-Eoj-Written-Count
010000     CALL "EndMsg" USING WS-Program-Name,
010100         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
010200         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
010300         WS-Eoj-Return-Code
010400     MOVE WS-Eoj-Return-Code TO RETURN-CODE
010500     STOP RUN.
010600
010700 2000-AGE-CASES.
010800     OPEN INPUT CaseFile
010900     IF WS-Case-Missing
011000         MOVE "(NO DATA-SUBJECT CASES ON FILE)" TO ReportRecord
011100         WRITE ReportRecord
011200         GO TO 2000-AGE-CASES-EXIT
011300     END-IF
011400     MOVE 0 TO DC-Case-Id
011500     START CaseFile KEY IS >= DC-Case-Id
011600         INVALID KEY
011700             SET WS-End-Of-Register TO TRUE
011800     END-START
011900     PERFORM UNTIL WS-End-Of-Register
012000         READ CaseFile NEXT RECORD
012100             AT END SET WS-End-Of-Register TO TRUE
012200         END-READ
012300         IF NOT WS-End-Of-Register
012400             ADD 1 TO WS-Eoj-Read-Count
012500             IF DC-Is-Open
012600                 PERFORM 2100-AGE-OPEN-CASE
012700                     THRU 2100-AGE-OPEN-CASE-EXIT
012800             ELSE
012900                 PERFORM 2200-CHECK-CLOSED-CASE
013000                     THRU 2200-CHECK-CLOSED-CASE-EXIT
013100             END-IF
013200         END-IF
013300     END-PERFORM
013400     CLOSE CaseFile
013500     .
013600 2000-AGE-CASES-EXIT.
013700     EXIT.
013800
013900 2100-AGE-OPEN-CASE.
014000     ADD 1 TO WS-Open-Count
014100     COMPUTE WS-Days-Left =
014200         FUNCTION INTEGER-OF-DATE(DC-Due-Date)
014300         - FUNCTION INTEGER-OF-DATE(WS-Run-Date)
014400     EVALUATE TRUE
014500         WHEN WS-Days-Left < 0
014600             MOVE "OVERDUE" TO WS-Flag-Text
014700             ADD 1 TO WS-Overdue-Count
014800             MOVE "W" TO WS-Excp-Severity
014900             MOVE SPACES TO WS-Excp-Message
015000             STRING "DATA-SUBJECT CASE " DC-Case-Id
015100                 " OVERDUE - DUE " DC-Due-Date
015200                 DELIMITED BY SIZE INTO WS-Excp-Message
015300             CALL "ExcpLog" USING WS-Program-Name,
015400                 WS-Excp-Severity, WS-Excp-Message
015500         WHEN WS-Days-Left <= WS-Warn-Days
015600             MOVE "DUE SOON" TO WS-Flag-Text
015700             ADD 1 TO WS-Soon-Count
015800         WHEN OTHER
015900             MOVE SPACES TO WS-Flag-Text
016000     END-EVALUATE
016100     MOVE WS-Days-Left TO WS-Days-Disp
016200     MOVE SPACES TO ReportRecord
016300     STRING DC-Case-Id " " DC-Type " " DC-Status " "
016400         DC-Received-Date " " DC-Verified-Date " "
016500         DC-Due-Date " " WS-Days-Disp " " WS-Flag-Text
016600         DELIMITED BY SIZE INTO ReportRecord
016700     WRITE ReportRecord
016800     MOVE SPACES TO ReportRecord
016900     STRING "       USERID " DC-UserId(1) " - " DC-Summary
017000         DELIMITED BY SIZE INTO ReportRecord
017100     WRITE ReportRecord
017200     .
017300 2100-AGE-OPEN-CASE-EXIT.
017400     EXIT.
017500
017600*--------------------------------------------------------------
017700* A closed or withdrawn case only appears when it was answered
017800* after its due date.
017900*--------------------------------------------------------------
018000 2200-CHECK-CLOSED-CASE.
018100     ADD 1 TO WS-Done-Count
018200     IF DC-Closed-Date NOT > DC-Due-Date
018300         GO TO 2200-CHECK-CLOSED-CASE-EXIT
018400     END-IF
018500     ADD 1 TO WS-Late-Count
018600     MOVE SPACES TO ReportRecord
018700     STRING DC-Case-Id " " DC-Type " " DC-Status " "
018800         DC-Received-Date " " DC-Verified-Date " "
018900         DC-Due-Date " ANSWERED LATE " DC-Closed-Date
019000         DELIMITED BY SIZE INTO ReportRecord
019100     WRITE ReportRecord
019200     .
019300 2200-CHECK-CLOSED-CASE-EXIT.
019400     EXIT.
019500
019600 3000-WRITE-TOTALS.
019700     MOVE SPACES TO ReportRecord
019800     WRITE ReportRecord
019900     MOVE WS-Open-Count TO WS-Count-Disp
020000     MOVE SPACES TO ReportRecord
020100     STRING "OPEN CASES:             " WS-Count-Disp
020200         DELIMITED BY SIZE INTO ReportRecord
020300     WRITE ReportRecord
020400     MOVE WS-Soon-Count TO WS-Count-Disp
020500     MOVE SPACES TO ReportRecord
020600     STRING "DUE WITHIN SEVEN DAYS:  " WS-Count-Disp
020700         DELIMITED BY SIZE INTO ReportRecord
020800     WRITE ReportRecord
020900     MOVE WS-Overdue-Count TO WS-Count-Disp
021000     MOVE SPACES TO ReportRecord
021100     STRING "OVERDUE:                " WS-Count-Disp
021200         DELIMITED BY SIZE INTO ReportRecord
021300     WRITE ReportRecord
021400     MOVE WS-Done-Count TO WS-Count-Disp
021500     MOVE SPACES TO ReportRecord
021600     STRING "CLOSED OR WITHDRAWN:    " WS-Count-Disp
021700         DELIMITED BY SIZE INTO ReportRecord
021800     WRITE ReportRecord
021900     MOVE WS-Late-Count TO WS-Count-Disp
022000     MOVE SPACES TO ReportRecord
022100     STRING "OF WHICH ANSWERED LATE: " WS-Count-Disp
022200         DELIMITED BY SIZE INTO ReportRecord
022300     WRITE ReportRecord
022400     .
022500 3000-WRITE-TOTALS-EXIT.
022600     EXIT.

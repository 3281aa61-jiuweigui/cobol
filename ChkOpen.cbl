000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ChkOpen.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Operations checklist report over OPSDAY.DAT to CHKOPEN.TXT.
000900* One card:
001000*   COL 01-08  DATE         zeros or blank = open-items report
001100*                           YYYYMMDD = audit listing of that
001200*                                      business date
001300* Open-items report: tonight's checklist is built first
001400* through ChkBuild, so it exists before anyone looks for it,
001500* then every task on every date still unsigned after its due
001600* date and time (against the system clock) is listed and
001700* raised through ExcpLog as a W, and the run ends RC 4. An
001800* item stays on the report until it is signed, however late.
001900* Audit listing: the date's whole checklist with who signed
002000* each task (ChkSign's directory-verified id, name and
002100* initials), when, and whether after its due time.
002200*--------------------------------------------------------------
002300* MODIFICATION HISTORY
002400*--------------------------------------------------------------
002500* DATE       INIT DESCRIPTION
002600* ---------- ---- -------------------------------------------
002700* 2026-10-15 JWG  Original version.
002800*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT DayTaskFile ASSIGN TO DYNAMIC WS-P-OPSDAY-DAT
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS OPD-Key
003600         FILE STATUS IS WS-Day-Task-Status.
003700     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-CHKOPEN-TXT
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  DayTaskFile.
004300     COPY "OPSDAY.CPY".
004400
004500 FD  ReportFile.
004600 01  ReportRecord            PIC X(80).
004700
004800 WORKING-STORAGE SECTION.
004900 01  WS-Day-Task-Status      PIC XX.
005000     88  WS-Day-Task-Missing     VALUE "35".
005100 01  WS-Eof-Switch           PIC X VALUE "N".
005200     88  WS-End-Of-Tasks         VALUE "Y".
005300 01  WS-Card-Date-Text       PIC X(08).
005400 01  WS-Card-Date REDEFINES WS-Card-Date-Text
005500                             PIC 9(08).
005600 01  WS-Run-Date             PIC 9(08).
005700 01  WS-Now-Date             PIC 9(08).
005800 01  WS-Now-Time             PIC 9(08).
005900 01  WS-Now-Time-Parts REDEFINES WS-Now-Time.
006000     02  WS-Now-HHMM         PIC 9(04).
006100     02  FILLER              PIC 9(04).
006200 01  WS-Signed-Time-Parts.
006300     02  WS-Signed-HHMM      PIC 9(04).
006400     02  FILLER              PIC 9(04).
006500 01  WS-Chk-Day-Class        PIC X(01).
006600 01  WS-Chk-Task-Count       PIC 9(05).
006700 01  WS-Overdue-Count        PIC 9(05) COMP VALUE 0.
006800 01  WS-Pending-Count        PIC 9(05) COMP VALUE 0.
006900 01  WS-Signed-Count         PIC 9(05) COMP VALUE 0.
007000 01  WS-Late-Count           PIC 9(05) COMP VALUE 0.
007100 01  WS-Open-Count           PIC 9(05) COMP VALUE 0.
007200 01  WS-Count-Disp           PIC ZZZZ9.
007300 01  WS-Count-Disp-2         PIC ZZZZ9.
007400 01  WS-Count-Disp-3         PIC ZZZZ9.
007500 01  WS-Open-Line.
007600     02  WS-OL-Business-Date PIC 9(08).
007700     02  FILLER              PIC X(01) VALUE SPACES.
007800     02  WS-OL-Day-Type      PIC X(01).
007900     02  WS-OL-Task-No       PIC 9(03).
008000     02  FILLER              PIC X(01) VALUE SPACES.
008100     02  WS-OL-Task-Text     PIC X(40).
008200     02  FILLER              PIC X(01) VALUE SPACES.
008300     02  WS-OL-Due-Date      PIC 9(08).
008400     02  FILLER              PIC X(01) VALUE SPACES.
008500     02  WS-OL-Due-Time      PIC 9(04).
008600 01  WS-Open-Heading.
008700     02  FILLER              PIC X(36)
008800         VALUE "BUS DATE TASK TEXT                  ".
008900     02  FILLER              PIC X(32)
009000         VALUE "                   DUE DATE TIME".
009100 01  WS-Task-Line.
009200     02  WS-TL-Day-Type      PIC X(01).
009300     02  WS-TL-Task-No       PIC 9(03).
009400     02  FILLER              PIC X(01) VALUE SPACES.
009500     02  WS-TL-Task-Text     PIC X(40).
009600     02  FILLER              PIC X(05) VALUE " DUE ".
009700     02  WS-TL-Due-Date      PIC 9(08).
009800     02  FILLER              PIC X(01) VALUE SPACES.
009900     02  WS-TL-Due-Time      PIC 9(04).
010000 01  WS-Sign-Line.
010100     02  FILLER              PIC X(05) VALUE SPACES.
010200     02  WS-SL-Status        PIC X(07).
010300     02  WS-SL-Signed-Date   PIC 9(08).
010400     02  FILLER              PIC X(01) VALUE SPACES.
010500     02  WS-SL-Signed-Time   PIC 9(06).
010600     02  FILLER              PIC X(04) VALUE " BY ".
010700     02  WS-SL-Initials      PIC X(10).
010800     02  FILLER              PIC X(01) VALUE SPACES.
010900     02  WS-SL-EmpId         PIC 9(05).
011000     02  FILLER              PIC X(01) VALUE SPACES.
011100     02  WS-SL-Name          PIC X(25).
011200     02  WS-SL-Late          PIC X(05).
011300 01  WS-Excp-Severity        PIC X(01).
011400 01  WS-Excp-Message         PIC X(60).
011500 01  WS-P-OPSDAY-DAT        PIC X(30) VALUE "OPSDAY.DAT".
011600 01  WS-P-CHKOPEN-TXT       PIC X(30) VALUE "CHKOPEN.TXT".
011700 01  WS-Eoj-Start-Time       PIC 9(08).
011800 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
011900 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
012000 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
012100 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
012200 01  WS-Program-Name         PIC X(20) VALUE "CHKOPEN".
012300
012400 PROCEDURE DIVISION.
012500
012600 0000-MAINLINE.
012700     CALL "PreDefMsg" USING WS-Program-Name
012800     ACCEPT WS-Eoj-Start-Time FROM TIME
012900     CALL "EnvName" USING WS-P-OPSDAY-DAT
013000     CALL "EnvName" USING WS-P-CHKOPEN-TXT
013100     DISPLAY "OPERATIONS CHECKLIST REPORT"
013200     DISPLAY "==========================="
013300     CALL "BusDate" USING WS-Run-Date
013400     ACCEPT WS-Now-Date FROM DATE YYYYMMDD
013500     ACCEPT WS-Now-Time FROM TIME
013600     ACCEPT WS-Card-Date-Text
013700     IF WS-Card-Date-Text = SPACES
013800         MOVE ZEROS TO WS-Card-Date-Text
013900     END-IF
014000     IF WS-Card-Date-Text NOT NUMERIC
014100         DISPLAY "DATE CARD NOT NUMERIC - NO REPORT."
014200         MOVE 8 TO WS-Eoj-Return-Code
014300         GO TO 0000-WRAP-UP
014400     END-IF
014500     IF WS-Card-Date NOT = 0
014600         IF FUNCTION TEST-DATE-YYYYMMDD(WS-Card-Date) NOT = 0
014700             DISPLAY "DATE CARD NOT A VALID DATE - NO REPORT."
014800             MOVE 8 TO WS-Eoj-Return-Code
014900             GO TO 0000-WRAP-UP
015000         END-IF
015100     END-IF
015200     IF WS-Card-Date = 0
015300         CALL "ChkBuild" USING WS-Run-Date, WS-Chk-Day-Class,
015400             WS-Chk-Task-Count
015500         DISPLAY "CHECKLIST FOR " WS-Run-Date " (DAY TYPE "
015600             WS-Chk-Day-Class "): " WS-Chk-Task-Count " TASKS"
015700     END-IF
015800     OPEN INPUT DayTaskFile
015900     IF WS-Day-Task-Missing
016000         DISPLAY "OPSDAY.DAT NOT FOUND - NO CHECKLISTS BUILT."
016100         GO TO 0000-WRAP-UP
016200     END-IF
016300     OPEN OUTPUT ReportFile
016400     IF WS-Card-Date = 0
016500         PERFORM 2000-OPEN-ITEMS THRU 2000-OPEN-ITEMS-EXIT
016600     ELSE
016700         PERFORM 3000-AUDIT-LISTING THRU 3000-AUDIT-LISTING-EXIT
016800     END-IF
016900     CLOSE ReportFile
017000     CLOSE DayTaskFile
017100     .
017200 0000-WRAP-UP.
017300     CALL "EndMsg" USING WS-Program-Name,
017400         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
017500         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
017600         WS-Eoj-Return-Code
017700     MOVE WS-Eoj-Return-Code TO RETURN-CODE
017800     STOP RUN.
017900
018000 2000-OPEN-ITEMS.
018100     MOVE SPACES TO ReportRecord
018200     STRING "CHECKLIST OPEN ITEMS PAST DUE - AS AT " WS-Now-Date
018300         " " WS-Now-HHMM
018400         DELIMITED BY SIZE INTO ReportRecord
018500     WRITE ReportRecord
018600     MOVE SPACES TO ReportRecord
018700     WRITE ReportRecord
018800     MOVE WS-Open-Heading TO ReportRecord
018900     WRITE ReportRecord
019000     MOVE "N" TO WS-Eof-Switch
019100     READ DayTaskFile NEXT RECORD
019200         AT END SET WS-End-Of-Tasks TO TRUE
019300     END-READ
019400     PERFORM UNTIL WS-End-Of-Tasks
019500         ADD 1 TO WS-Eoj-Read-Count
019600         IF OPD-Is-Open
019700             PERFORM 2100-CHECK-OPEN-TASK
019800                 THRU 2100-CHECK-OPEN-TASK-EXIT
019900         END-IF
020000         READ DayTaskFile NEXT RECORD
020100             AT END SET WS-End-Of-Tasks TO TRUE
020200         END-READ
020300     END-PERFORM
020400     MOVE SPACES TO ReportRecord
020500     WRITE ReportRecord
020600     MOVE WS-Overdue-Count TO WS-Count-Disp
020700     MOVE WS-Pending-Count TO WS-Count-Disp-2
020800     MOVE SPACES TO ReportRecord
020900     STRING "PAST DUE AND UNSIGNED: " WS-Count-Disp
021000         "  OPEN, NOT YET DUE: " WS-Count-Disp-2
021100         DELIMITED BY SIZE INTO ReportRecord
021200     WRITE ReportRecord
021300     IF WS-Overdue-Count > 0
021400         MOVE "W" TO WS-Excp-Severity
021500         MOVE SPACES TO WS-Excp-Message
021600         STRING "CHECKLIST TASKS PAST DUE AND UNSIGNED: "
021700             WS-Count-Disp DELIMITED BY SIZE
021800             INTO WS-Excp-Message
021900         CALL "ExcpLog" USING WS-Program-Name,
022000             WS-Excp-Severity, WS-Excp-Message
022100         MOVE 4 TO WS-Eoj-Return-Code
022200     END-IF
022300     DISPLAY "PAST DUE AND UNSIGNED: " WS-Overdue-Count
022400     .
022500 2000-OPEN-ITEMS-EXIT.
022600     EXIT.
022700
022800*--------------------------------------------------------------
022900* Each past-due item is also raised on its own, so the
023000* morning page names the tasks and not just the count.
023100*--------------------------------------------------------------
023200 2100-CHECK-OPEN-TASK.
023300     IF OPD-Due-Date > WS-Now-Date
023400             OR (OPD-Due-Date = WS-Now-Date
023500                 AND OPD-Due-Time >= WS-Now-HHMM)
023600         ADD 1 TO WS-Pending-Count
023700         GO TO 2100-CHECK-OPEN-TASK-EXIT
023800     END-IF
023900     ADD 1 TO WS-Overdue-Count
024000     MOVE OPD-Business-Date TO WS-OL-Business-Date
024100     MOVE OPD-Day-Type TO WS-OL-Day-Type
024200     MOVE OPD-Task-No TO WS-OL-Task-No
024300     MOVE OPD-Task-Text TO WS-OL-Task-Text
024400     MOVE OPD-Due-Date TO WS-OL-Due-Date
024500     MOVE OPD-Due-Time TO WS-OL-Due-Time
024600     MOVE WS-Open-Line TO ReportRecord
024700     WRITE ReportRecord
024800     ADD 1 TO WS-Eoj-Written-Count
024900     MOVE "W" TO WS-Excp-Severity
025000     MOVE SPACES TO WS-Excp-Message
025100     STRING "CHECKLIST " OPD-Business-Date " " OPD-Day-Type
025200         OPD-Task-No " UNSIGNED, DUE " OPD-Due-Date " "
025300         OPD-Due-Time DELIMITED BY SIZE
025400         INTO WS-Excp-Message
025500     CALL "ExcpLog" USING WS-Program-Name,
025600         WS-Excp-Severity, WS-Excp-Message
025700     .
025800 2100-CHECK-OPEN-TASK-EXIT.
025900     EXIT.
026000
026100 3000-AUDIT-LISTING.
026200     MOVE SPACES TO ReportRecord
026300     STRING "CHECKLIST SIGN-OFF RECORD - BUSINESS DATE "
026400         WS-Card-Date
026500         DELIMITED BY SIZE INTO ReportRecord
026600     WRITE ReportRecord
026700     MOVE "N" TO WS-Eof-Switch
026800     MOVE WS-Card-Date TO OPD-Business-Date
026900     MOVE SPACE TO OPD-Day-Type
027000     MOVE 0 TO OPD-Task-No
027100     START DayTaskFile KEY IS >= OPD-Key
027200         INVALID KEY
027300             SET WS-End-Of-Tasks TO TRUE
027400     END-START
027500     PERFORM UNTIL WS-End-Of-Tasks
027600         READ DayTaskFile NEXT RECORD
027700             AT END SET WS-End-Of-Tasks TO TRUE
027800         END-READ
027900         IF NOT WS-End-Of-Tasks
028000             IF OPD-Business-Date NOT = WS-Card-Date
028100                 SET WS-End-Of-Tasks TO TRUE
028200             ELSE
028300                 PERFORM 3100-LIST-ONE-TASK
028400                     THRU 3100-LIST-ONE-TASK-EXIT
028500             END-IF
028600         END-IF
028700     END-PERFORM
028800     MOVE SPACES TO ReportRecord
028900     WRITE ReportRecord
029000     IF WS-Eoj-Read-Count = 0
029100         MOVE "NO CHECKLIST ON FILE FOR THIS DATE."
029200             TO ReportRecord
029300         WRITE ReportRecord
029400         DISPLAY "NO CHECKLIST ON FILE FOR " WS-Card-Date
029500         GO TO 3000-AUDIT-LISTING-EXIT
029600     END-IF
029700     MOVE WS-Signed-Count TO WS-Count-Disp
029800     MOVE WS-Late-Count TO WS-Count-Disp-2
029900     MOVE WS-Open-Count TO WS-Count-Disp-3
030000     MOVE SPACES TO ReportRecord
030100     STRING "SIGNED " WS-Count-Disp "  OF WHICH LATE "
030200         WS-Count-Disp-2 "  STILL OPEN " WS-Count-Disp-3
030300         DELIMITED BY SIZE INTO ReportRecord
030400     WRITE ReportRecord
030500     DISPLAY "TASKS LISTED: " WS-Eoj-Read-Count
030600     .
030700 3000-AUDIT-LISTING-EXIT.
030800     EXIT.
030900
031000 3100-LIST-ONE-TASK.
031100     ADD 1 TO WS-Eoj-Read-Count
031200     IF WS-Eoj-Read-Count = 1
031300         MOVE SPACES TO ReportRecord
031400         STRING "DAY TYPE " OPD-Day-Class
031500             "  (N NORMAL, P PERIOD-END, Q QUARTER-END)"
031600             DELIMITED BY SIZE INTO ReportRecord
031700         WRITE ReportRecord
031800         MOVE SPACES TO ReportRecord
031900         WRITE ReportRecord
032000     END-IF
032100     MOVE OPD-Day-Type TO WS-TL-Day-Type
032200     MOVE OPD-Task-No TO WS-TL-Task-No
032300     MOVE OPD-Task-Text TO WS-TL-Task-Text
032400     MOVE OPD-Due-Date TO WS-TL-Due-Date
032500     MOVE OPD-Due-Time TO WS-TL-Due-Time
032600     MOVE WS-Task-Line TO ReportRecord
032700     WRITE ReportRecord
032800     ADD 1 TO WS-Eoj-Written-Count
032900     IF OPD-Is-Open
033000         ADD 1 TO WS-Open-Count
033100         MOVE SPACES TO ReportRecord
033200         STRING "     OPEN - NOT SIGNED"
033300             DELIMITED BY SIZE INTO ReportRecord
033400         WRITE ReportRecord
033500         GO TO 3100-LIST-ONE-TASK-EXIT
033600     END-IF
033700     ADD 1 TO WS-Signed-Count
033800     MOVE OPD-Signed-Time TO WS-Signed-Time-Parts
033900     MOVE "SIGNED " TO WS-SL-Status
034000     MOVE OPD-Signed-Date TO WS-SL-Signed-Date
034100     MOVE OPD-Signed-Time(1:6) TO WS-SL-Signed-Time
034200     MOVE OPD-Signed-Initials TO WS-SL-Initials
034300     MOVE OPD-Signed-EmpId TO WS-SL-EmpId
034400     MOVE OPD-Signed-Name TO WS-SL-Name
034500     MOVE SPACES TO WS-SL-Late
034600     IF OPD-Signed-Date > OPD-Due-Date
034700             OR (OPD-Signed-Date = OPD-Due-Date
034800                 AND WS-Signed-HHMM > OPD-Due-Time)
034900         ADD 1 TO WS-Late-Count
035000         MOVE " LATE" TO WS-SL-Late
035100     END-IF
035200     MOVE WS-Sign-Line TO ReportRecord
035300     WRITE ReportRecord
035400     .
035500 3100-LIST-ONE-TASK-EXIT.
035600     EXIT.

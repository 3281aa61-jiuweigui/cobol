000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ChkMnt.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Maintenance for OPSCHK.DAT (OPSCHK layout), the operations
000900* checklist master, in the LimMnt style: set a task for a
001000* day type (N normal, P period-end, Q quarter-end) with its
001100* text and due time, remove a task, or list them all. What
001200* operations must sign off each day is a control, so the
001300* operator must hold the supervisor role on CONTACT.DAT
001400* (shared AuthChk routine) and every change is written to
001500* SUITEAUD.LOG through AuditLog. A change takes effect from
001600* the next business date ChkBuild builds; a date already
001700* built keeps its own list.
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
002800     SELECT ChecklistFile ASSIGN TO DYNAMIC WS-P-OPSCHK-DAT
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS CHK-Key
003200         FILE STATUS IS WS-Chk-Status.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  ChecklistFile.
003700     COPY "OPSCHK.CPY".
003800
003900 WORKING-STORAGE SECTION.
004000 01  WS-Chk-Status           PIC XX.
004100     88  WS-Chk-Missing          VALUE "35".
004200 01  WS-Eof-Switch           PIC X VALUE "N".
004300     88  WS-End-Of-Tasks         VALUE "Y".
004400 01  WS-Mode-Choice          PIC 9.
004500 01  WS-Entry-Task-Id.
004600     02  WS-Entry-Type       PIC X(01).
004700         88  WS-Entry-Type-Is-Valid  VALUE "N" "P" "Q".
004800     02  WS-Entry-Number     PIC X(03).
004900 01  WS-Entry-Text           PIC X(40).
005000 01  WS-Entry-Due-Day        PIC X(01).
005100     88  WS-Due-Day-Is-Valid     VALUE "0" "1".
005200 01  WS-Entry-Due-Time       PIC X(04).
005300 01  WS-Due-Time-Check REDEFINES WS-Entry-Due-Time.
005400     02  WS-Due-Hour         PIC 9(02).
005500     02  WS-Due-Minute       PIC 9(02).
005600 01  WS-Old-Due-Time         PIC 9(04).
005700 01  WS-Operator             PIC X(10).
005800 01  WS-Run-Date             PIC 9(08).
005900 01  WS-Auth-EmpId           PIC 9(05).
006000 01  WS-Auth-Role            PIC X(01).
006100 01  WS-Auth-Granted         PIC X(01).
006200     88  WS-Auth-Was-Granted     VALUE "Y".
006300 01  WS-Listed-Count         PIC 9(05) COMP VALUE 0.
006400 01  WS-Listed-Disp          PIC ZZZZ9.
006500 01  WS-More-Requests        PIC X VALUE "Y".
006600     88  WS-Another-Request      VALUE "Y" "y".
006700 01  WS-Audit-Event          PIC X(12).
006800 01  WS-Audit-Detail         PIC X(60).
006900 01  WS-P-OPSCHK-DAT        PIC X(30) VALUE "OPSCHK.DAT".
007000 01  WS-Eoj-Start-Time       PIC 9(08).
007100 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
007200 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
007300 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
007400 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
007500 01  WS-Program-Name         PIC X(20) VALUE "CHKMNT".
007600
007700 PROCEDURE DIVISION.
007800
007900 0000-MAINLINE.
008000     CALL "PreDefMsg" USING WS-Program-Name
008100     ACCEPT WS-Eoj-Start-Time FROM TIME
008200     CALL "EnvName" USING WS-P-OPSCHK-DAT
008300     CALL "BusDate" USING WS-Run-Date
008400     DISPLAY "Operator initials: "
008500     ACCEPT WS-Operator
008600     DISPLAY "Enter your employee id (5 digits): "
008700     ACCEPT WS-Auth-EmpId
008800     MOVE "S" TO WS-Auth-Role
008900     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
009000         WS-Program-Name, WS-Auth-Granted
009100     IF NOT WS-Auth-Was-Granted
009200         MOVE 8 TO RETURN-CODE
009300         STOP RUN
009400     END-IF
009500     OPEN I-O ChecklistFile
009600     IF WS-Chk-Missing
009700         OPEN OUTPUT ChecklistFile
009800         CLOSE ChecklistFile
009900         OPEN I-O ChecklistFile
010000         DISPLAY "OPSCHK.DAT CREATED - NO CHECKLIST TASKS YET."
010100     END-IF
010200     PERFORM 2000-PROCESS-REQUEST
010300         THRU 2000-PROCESS-REQUEST-EXIT
010400         UNTIL NOT WS-Another-Request
010500     CLOSE ChecklistFile
010600     CALL "EndMsg" USING WS-Program-Name,
010700         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
010800         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
010900         WS-Eoj-Return-Code
011000     MOVE WS-Eoj-Return-Code TO RETURN-CODE
011100     STOP RUN.
011200
011300 2000-PROCESS-REQUEST.
011400     DISPLAY "1. Set a checklist task"
011500     DISPLAY "2. Remove a checklist task"
011600     DISPLAY "3. List the checklist tasks"
011700     DISPLAY "Enter choice: "
011800     ACCEPT WS-Mode-Choice
011900     EVALUATE WS-Mode-Choice
012000         WHEN 1
012100             PERFORM 2100-SET-TASK THRU 2100-SET-TASK-EXIT
012200         WHEN 2
012300             PERFORM 2300-REMOVE-TASK THRU 2300-REMOVE-TASK-EXIT
012400         WHEN 3
012500             PERFORM 2400-LIST-TASKS THRU 2400-LIST-TASKS-EXIT
012600         WHEN OTHER
012700             DISPLAY "Invalid choice - nothing done."
012800     END-EVALUATE
012900     DISPLAY "Another checklist request (Y/N)? "
013000     ACCEPT WS-More-Requests
013100     .
013200 2000-PROCESS-REQUEST-EXIT.
013300     EXIT.
013400
013500*--------------------------------------------------------------
013600* A task is named by its day type and number, e.g. N010 or
013700* Q005; the number orders the list the operators work.
013800*--------------------------------------------------------------
013900 2050-ACCEPT-TASK-ID.
014000     DISPLAY "Task (day type N/P/Q and 3-digit number, "
014100         "e.g. N010): "
014200     ACCEPT WS-Entry-Task-Id
014300     MOVE FUNCTION UPPER-CASE(WS-Entry-Type) TO WS-Entry-Type
014400     .
014500 2050-ACCEPT-TASK-ID-EXIT.
014600     EXIT.
014700
014800 2100-SET-TASK.
014900     PERFORM 2050-ACCEPT-TASK-ID THRU 2050-ACCEPT-TASK-ID-EXIT
015000     IF NOT WS-Entry-Type-Is-Valid
015100             OR WS-Entry-Number NOT NUMERIC
015200         DISPLAY "Not a task id - nothing set."
015300         GO TO 2100-SET-TASK-EXIT
015400     END-IF
015500     DISPLAY "Task text (up to 40 characters): "
015600     ACCEPT WS-Entry-Text
015700     IF WS-Entry-Text = SPACES
015800         DISPLAY "No task text - nothing set."
015900         GO TO 2100-SET-TASK-EXIT
016000     END-IF
016100     DISPLAY "Due on the business date (0) or the morning "
016200         "after (1): "
016300     ACCEPT WS-Entry-Due-Day
016400     IF NOT WS-Due-Day-Is-Valid
016500         DISPLAY "Due day must be 0 or 1 - nothing set."
016600         GO TO 2100-SET-TASK-EXIT
016700     END-IF
016800     DISPLAY "Due time (HHMM, 24-hour): "
016900     ACCEPT WS-Entry-Due-Time
017000     IF WS-Entry-Due-Time NOT NUMERIC
017100             OR WS-Due-Hour > 23 OR WS-Due-Minute > 59
017200         DISPLAY "Not a valid due time - nothing set."
017300         GO TO 2100-SET-TASK-EXIT
017400     END-IF
017500     MOVE WS-Entry-Type TO CHK-Day-Type
017600     MOVE WS-Entry-Number TO CHK-Task-No
017700     READ ChecklistFile
017800         INVALID KEY
017900             MOVE 0 TO WS-Old-Due-Time
018000             MOVE SPACES TO ChecklistTask
018100             MOVE WS-Entry-Type TO CHK-Day-Type
018200             MOVE WS-Entry-Number TO CHK-Task-No
018300             PERFORM 2150-FILL-TASK THRU 2150-FILL-TASK-EXIT
018400             WRITE ChecklistTask
018500         NOT INVALID KEY
018600             MOVE CHK-Due-Time TO WS-Old-Due-Time
018700             PERFORM 2150-FILL-TASK THRU 2150-FILL-TASK-EXIT
018800             REWRITE ChecklistTask
018900     END-READ
019000     ADD 1 TO WS-Eoj-Written-Count
019100     DISPLAY "Task " WS-Entry-Task-Id " set, due "
019200         WS-Entry-Due-Time "."
019300     MOVE "CHK-TASK-SET" TO WS-Audit-Event
019400     PERFORM 2950-AUDIT-CHANGE THRU 2950-AUDIT-CHANGE-EXIT
019500     .
019600 2100-SET-TASK-EXIT.
019700     EXIT.
019800
019900 2150-FILL-TASK.
020000     MOVE WS-Entry-Text TO CHK-Task-Text
020100     MOVE WS-Entry-Due-Day TO CHK-Due-Day
020200     MOVE WS-Entry-Due-Time TO CHK-Due-Time
020300     MOVE WS-Operator TO CHK-Set-By
020400     MOVE WS-Auth-EmpId TO CHK-Set-EmpId
020500     MOVE WS-Run-Date TO CHK-Set-Date
020600     .
020700 2150-FILL-TASK-EXIT.
020800     EXIT.
020900
021000 2300-REMOVE-TASK.
021100     PERFORM 2050-ACCEPT-TASK-ID THRU 2050-ACCEPT-TASK-ID-EXIT
021200     IF NOT WS-Entry-Type-Is-Valid
021300             OR WS-Entry-Number NOT NUMERIC
021400         DISPLAY "Not a task id - nothing removed."
021500         GO TO 2300-REMOVE-TASK-EXIT
021600     END-IF
021700     MOVE WS-Entry-Type TO CHK-Day-Type
021800     MOVE WS-Entry-Number TO CHK-Task-No
021900     READ ChecklistFile
022000         INVALID KEY
022100             DISPLAY "No checklist task " WS-Entry-Task-Id
022200                 " is on file."
022300             GO TO 2300-REMOVE-TASK-EXIT
022400     END-READ
022500     MOVE CHK-Due-Time TO WS-Old-Due-Time
022600     MOVE "0000" TO WS-Entry-Due-Time
022700     DELETE ChecklistFile
022800     ADD 1 TO WS-Eoj-Written-Count
022900     DISPLAY "Task " WS-Entry-Task-Id " removed - it drops "
023000         "off from the next business date built."
023100     MOVE "CHK-TASK-DEL" TO WS-Audit-Event
023200     PERFORM 2950-AUDIT-CHANGE THRU 2950-AUDIT-CHANGE-EXIT
023300     .
023400 2300-REMOVE-TASK-EXIT.
023500     EXIT.
023600
023700 2400-LIST-TASKS.
023800     MOVE 0 TO WS-Listed-Count
023900     MOVE "N" TO WS-Eof-Switch
024000     MOVE LOW-VALUES TO CHK-Key
024100     START ChecklistFile KEY IS >= CHK-Key
024200         INVALID KEY
024300             SET WS-End-Of-Tasks TO TRUE
024400     END-START
024500     PERFORM UNTIL WS-End-Of-Tasks
024600         READ ChecklistFile NEXT RECORD
024700             AT END SET WS-End-Of-Tasks TO TRUE
024800         END-READ
024900         IF NOT WS-End-Of-Tasks
025000             DISPLAY CHK-Day-Type CHK-Task-No " "
025100                 CHK-Task-Text " DUE " CHK-Due-Day "/"
025200                 CHK-Due-Time " SET BY " CHK-Set-By " "
025300                 CHK-Set-Date
025400             ADD 1 TO WS-Listed-Count
025500         END-IF
025600     END-PERFORM
025700     MOVE WS-Listed-Count TO WS-Listed-Disp
025800     DISPLAY "TASKS LISTED: " WS-Listed-Disp
025900     DISPLAY "(DUE 0 = ON THE BUSINESS DATE, 1 = THE MORNING "
026000         "AFTER)"
026100     .
026200 2400-LIST-TASKS-EXIT.
026300     EXIT.
026400
026500 2950-AUDIT-CHANGE.
026600     MOVE SPACES TO WS-Audit-Detail
026700     STRING "TASK " WS-Entry-Task-Id " DUE FROM "
026800         WS-Old-Due-Time " TO " WS-Entry-Due-Time
026900         " BY " WS-Operator
027000         DELIMITED BY SIZE INTO WS-Audit-Detail
027100     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
027200         WS-Audit-Detail
027300     .
027400 2950-AUDIT-CHANGE-EXIT.
027500     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ChkBuild.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Builds one business date's operations checklist. The date
000900* is classed through the shared DayClass routine from
001000* OPSCAL.DAT: a type E entry is a period-end, and a period-
001100* end in a quarter-closing month (March, June, September,
001200* December - the RecertGen test) is a quarter-end; anything
001300* else is a normal day. The first call for a date copies
001400* the OPSCHK.DAT tasks that apply - the N tasks always, the
001500* P tasks on a period-end or quarter-end, the Q tasks on a
001600* quarter-end - to OPSDAY.DAT as open items with their due
001650* date and time.
001700* Once a date has its checklist it is never rebuilt, so a
001800* later change to the master does not touch a day already
001900* begun. Called by ChkSign and ChkOpen so both build a date
002000* by one rule. Returns the date's class (N/P/Q) and the
002100* number of tasks it carries.
002200*--------------------------------------------------------------
002300* MODIFICATION HISTORY
002400*--------------------------------------------------------------
002500* DATE       INIT DESCRIPTION
002600* ---------- ---- -------------------------------------------
002700* 2026-10-15 JWG  Original version.
002710* 2026-10-15 JWG  Day classing moved out to the shared DayClass
002720*                 routine so SlaWatch classes days the same way.
002800*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003500     SELECT ChecklistFile ASSIGN TO DYNAMIC WS-P-OPSCHK-DAT
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS CHK-Key
003900         FILE STATUS IS WS-Checklist-Status.
004000     SELECT DayTaskFile ASSIGN TO DYNAMIC WS-P-OPSDAY-DAT
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS OPD-Key
004400         FILE STATUS IS WS-Day-Task-Status.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
005500 FD  ChecklistFile.
005600     COPY "OPSCHK.CPY".
005700
005800 FD  DayTaskFile.
005900     COPY "OPSDAY.CPY".
006000
006100 WORKING-STORAGE SECTION.
006400 01  WS-Checklist-Status     PIC XX.
006500     88  WS-Checklist-Missing    VALUE "35".
006600 01  WS-Day-Task-Status      PIC XX.
006700     88  WS-Day-Task-Missing     VALUE "35".
006800 01  WS-Eof-Switch           PIC X VALUE "N".
006900     88  WS-End-Of-File          VALUE "Y".
007000 01  WS-Build-Date-Num       PIC 9(08).
007600 01  WS-Build-Class          PIC X(01).
007700     88  WS-Build-Normal         VALUE "N".
007800     88  WS-Build-Period-End     VALUE "P".
007900     88  WS-Build-Quarter-End    VALUE "Q".
008000 01  WS-Next-Date            PIC 9(08).
008100 01  WS-Task-Applies         PIC X(01).
008200     88  WS-Task-Does-Apply      VALUE "Y".
008400 01  WS-P-OPSCHK-DAT        PIC X(30) VALUE "OPSCHK.DAT".
008500 01  WS-P-OPSDAY-DAT        PIC X(30) VALUE "OPSDAY.DAT".
008600
008700 LINKAGE SECTION.
008800 01  LK-Chk-Date             PIC 9(08).
008900 01  LK-Chk-Day-Class        PIC X(01).
009000 01  LK-Chk-Task-Count       PIC 9(05).
009100
009200 PROCEDURE DIVISION USING LK-Chk-Date, LK-Chk-Day-Class,
009300     LK-Chk-Task-Count.
009400
009500 0000-MAINLINE.
009600     MOVE 0 TO LK-Chk-Task-Count
009700     MOVE LK-Chk-Date TO WS-Build-Date-Num
009900     CALL "EnvName" USING WS-P-OPSCHK-DAT
010000     CALL "EnvName" USING WS-P-OPSDAY-DAT
010100     OPEN I-O DayTaskFile
010200     IF WS-Day-Task-Missing
010300         OPEN OUTPUT DayTaskFile
010400         CLOSE DayTaskFile
010500         OPEN I-O DayTaskFile
010600     END-IF
010700     PERFORM 2000-COUNT-EXISTING THRU 2000-COUNT-EXISTING-EXIT
010800     IF LK-Chk-Task-Count = 0
010900         PERFORM 1000-CLASS-DATE THRU 1000-CLASS-DATE-EXIT
011000         PERFORM 3000-BUILD-FROM-MASTER
011100             THRU 3000-BUILD-FROM-MASTER-EXIT
011200     END-IF
011300     MOVE WS-Build-Class TO LK-Chk-Day-Class
011400     CLOSE DayTaskFile
011500     GOBACK.
011600
011700*--------------------------------------------------------------
011800* The class comes from the shared DayClass routine, so the
011900* checklist and the SLA deadlines agree on the day type.
012000*--------------------------------------------------------------
012200 1000-CLASS-DATE.
012300     CALL "DayClass" USING WS-Build-Date-Num, WS-Build-Class
012400     .
014900 1000-CLASS-DATE-EXIT.
015000     EXIT.
015100
015200*--------------------------------------------------------------
015300* A date already built keeps the class it was built with.
015400*--------------------------------------------------------------
015500 2000-COUNT-EXISTING.
015600     SET WS-Build-Normal TO TRUE
015700     MOVE "N" TO WS-Eof-Switch
015800     MOVE WS-Build-Date-Num TO OPD-Business-Date
015900     MOVE SPACE TO OPD-Day-Type
016000     MOVE 0 TO OPD-Task-No
016100     START DayTaskFile KEY IS >= OPD-Key
016200         INVALID KEY
016300             SET WS-End-Of-File TO TRUE
016400     END-START
016500     PERFORM UNTIL WS-End-Of-File
016600         READ DayTaskFile NEXT RECORD
016700             AT END SET WS-End-Of-File TO TRUE
016800         END-READ
016900         IF NOT WS-End-Of-File
017000             IF OPD-Business-Date NOT = WS-Build-Date-Num
017100                 SET WS-End-Of-File TO TRUE
017200             ELSE
017300                 ADD 1 TO LK-Chk-Task-Count
017400                 MOVE OPD-Day-Class TO WS-Build-Class
017500             END-IF
017600         END-IF
017700     END-PERFORM
017800     .
017900 2000-COUNT-EXISTING-EXIT.
018000     EXIT.
018100
018200 3000-BUILD-FROM-MASTER.
018300     OPEN INPUT ChecklistFile
018400     IF WS-Checklist-Missing
018500         DISPLAY "OPSCHK.DAT NOT FOUND - NO CHECKLIST TASKS "
018600             "TO BUILD."
018700         GO TO 3000-BUILD-FROM-MASTER-EXIT
018800     END-IF
018900     COMPUTE WS-Next-Date = FUNCTION DATE-OF-INTEGER(
019000         FUNCTION INTEGER-OF-DATE(WS-Build-Date-Num) + 1)
019100     MOVE "N" TO WS-Eof-Switch
019200     READ ChecklistFile NEXT RECORD
019300         AT END SET WS-End-Of-File TO TRUE
019400     END-READ
019500     PERFORM UNTIL WS-End-Of-File
019600         PERFORM 3100-COPY-ONE-TASK THRU 3100-COPY-ONE-TASK-EXIT
019700         READ ChecklistFile NEXT RECORD
019800             AT END SET WS-End-Of-File TO TRUE
019900         END-READ
020000     END-PERFORM
020100     CLOSE ChecklistFile
020200     .
020300 3000-BUILD-FROM-MASTER-EXIT.
020400     EXIT.
020500
020600*--------------------------------------------------------------
020700* The checklists are cumulative: a quarter-end works the
020800* normal and period-end tasks as well as its own.
020900*--------------------------------------------------------------
021000 3100-COPY-ONE-TASK.
021100     MOVE "N" TO WS-Task-Applies
021200     EVALUATE CHK-Day-Type
021300         WHEN "N"
021400             SET WS-Task-Does-Apply TO TRUE
021500         WHEN "P"
021600             IF WS-Build-Period-End OR WS-Build-Quarter-End
021700                 SET WS-Task-Does-Apply TO TRUE
021800             END-IF
021900         WHEN "Q"
022000             IF WS-Build-Quarter-End
022100                 SET WS-Task-Does-Apply TO TRUE
022200             END-IF
022300     END-EVALUATE
022400     IF NOT WS-Task-Does-Apply
022500         GO TO 3100-COPY-ONE-TASK-EXIT
022600     END-IF
022700     MOVE SPACES TO DayTaskRecord
022800     MOVE WS-Build-Date-Num TO OPD-Business-Date
022900     MOVE CHK-Day-Type TO OPD-Day-Type
023000     MOVE CHK-Task-No TO OPD-Task-No
023100     MOVE WS-Build-Class TO OPD-Day-Class
023200     MOVE CHK-Task-Text TO OPD-Task-Text
023300     IF CHK-Due-Day = 1
023400         MOVE WS-Next-Date TO OPD-Due-Date
023500     ELSE
023600         MOVE WS-Build-Date-Num TO OPD-Due-Date
023700     END-IF
023800     MOVE CHK-Due-Time TO OPD-Due-Time
023900     SET OPD-Is-Open TO TRUE
024000     MOVE 0 TO OPD-Signed-EmpId
024100     MOVE 0 TO OPD-Signed-Date
024200     MOVE 0 TO OPD-Signed-Time
024300     WRITE DayTaskRecord
024400         INVALID KEY
024500             CONTINUE
024600         NOT INVALID KEY
024700             ADD 1 TO LK-Chk-Task-Count
024800     END-WRITE
024900     .
025000 3100-COPY-ONE-TASK-EXIT.
025100     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MgrRpt.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Nightly reporting-line check of the CONTACT.DAT employee
000900* directory (MGRRPT.TXT). Every current employee's manager
001000* (EmpManagerId) is looked up:
001100*   MISSING - the manager is not in the directory
001200*   LEFT    - the manager has been marked a leaver
001300*   LOOP    - following the line upward comes back to the
001400*             employee (or runs past WS-Walk-Limit steps)
001500* each of which is also a W exception through ExcpLog, and
001600* the run ends RC 4, so the approval prompts never name a
001700* manager who cannot answer. Current employees with no
001800* manager at all are listed as NO MANAGER - the top of the
001900* tree, or an entry nobody has set yet - without an
002000* exception. Leavers are only counted. Read-only.
002100*--------------------------------------------------------------
002200* MODIFICATION HISTORY
002300*--------------------------------------------------------------
002400* DATE       INIT DESCRIPTION
002500* ---------- ---- -------------------------------------------
002600* 2026-10-15 JWG  Original version.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT ContactFile ASSIGN TO DYNAMIC WS-P-CONTACT-DAT
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS EmpId
003500         FILE STATUS IS WS-Contact-Status.
003600     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-MGRRPT-TXT
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  ContactFile.
004200     COPY "EMPREC.CPY".
004300
004400 FD  ReportFile.
004500 01  ReportRecord            PIC X(100).
004600
004700 WORKING-STORAGE SECTION.
004800 01  WS-Contact-Status       PIC XX.
004900     88  WS-Contact-Missing      VALUE "35".
005000 01  WS-Eof-Switch           PIC X VALUE "N".
005100     88  WS-End-Of-Directory     VALUE "Y".
005200 01  WS-Run-Date             PIC 9(08).
005300*    The employee being checked, held while the directory is
005400*    read at random for the reporting line above them.
005500 01  WS-Held-EmpId           PIC 9(05).
005600 01  WS-Held-Name            PIC X(30).
005700 01  WS-Held-Department      PIC X(15).
005800 01  WS-Held-Manager         PIC 9(05).
005900 01  WS-Walk-Depth           PIC 9(03) COMP.
006000 01  WS-Walk-Limit           PIC 9(03) COMP VALUE 50.
006100 01  WS-Walk-Switch          PIC X(01).
006200     88  WS-Walk-Done            VALUE "Y".
006300 01  WS-Flag-Text            PIC X(10).
006400 01  WS-Checked-Count        PIC 9(05) COMP VALUE 0.
006500 01  WS-Leaver-Count         PIC 9(05) COMP VALUE 0.
006600 01  WS-None-Count           PIC 9(05) COMP VALUE 0.
006700 01  WS-Missing-Count        PIC 9(05) COMP VALUE 0.
006800 01  WS-Left-Count           PIC 9(05) COMP VALUE 0.
006900 01  WS-Loop-Count           PIC 9(05) COMP VALUE 0.
007000 01  WS-Problem-Count        PIC 9(05) COMP VALUE 0.
007100 01  WS-Count-Disp           PIC ZZZZ9.
007200 01  WS-Excp-Severity        PIC X(01).
007300 01  WS-Excp-Message         PIC X(60).
007400 01  WS-P-CONTACT-DAT       PIC X(30) VALUE "CONTACT.DAT".
007500 01  WS-P-MGRRPT-TXT        PIC X(30) VALUE "MGRRPT.TXT".
007600 01  WS-Eoj-Start-Time       PIC 9(08).
007700 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
007800 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
007900 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
008000 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
008100 01  WS-Program-Name         PIC X(20) VALUE "MGRRPT".
008200
008300 PROCEDURE DIVISION.
008400
008500 0000-MAINLINE.
008600     CALL "PreDefMsg" USING WS-Program-Name
008700     ACCEPT WS-Eoj-Start-Time FROM TIME
008800     CALL "EnvName" USING WS-P-CONTACT-DAT
008900     CALL "EnvName" USING WS-P-MGRRPT-TXT
009000     DISPLAY "REPORTING-LINE CHECK"
009100     DISPLAY "===================="
009200     CALL "BusDate" USING WS-Run-Date
009300     OPEN OUTPUT ReportFile
009400     MOVE SPACES TO ReportRecord
009500     STRING "REPORTING-LINE CHECK - RUN " WS-Run-Date
009600         DELIMITED BY SIZE INTO ReportRecord
009700     WRITE ReportRecord
009800     MOVE "EMPID NAME                           DEPARTMENT     "
009900         TO ReportRecord
010000     MOVE "MANAGER FLAG" TO ReportRecord(54:12)
010100     WRITE ReportRecord
010200     PERFORM 2000-CHECK-DIRECTORY
010300         THRU 2000-CHECK-DIRECTORY-EXIT
010400     PERFORM 3000-WRITE-TOTALS THRU 3000-WRITE-TOTALS-EXIT
010500     CLOSE ReportFile
010600     MOVE WS-Problem-Count TO WS-Count-Disp
010700     DISPLAY "BROKEN REPORTING LINES: " WS-Count-Disp
010800     IF WS-Problem-Count > 0
010900         MOVE 4 TO WS-Eoj-Return-Code
011000     END-IF
011100     MOVE WS-Problem-Count TO WS-Eoj-Written-Count
011200     CALL "EndMsg" USING WS-Program-Name,
011300         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
011400         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
011500         WS-Eoj-Return-Code
011600     MOVE WS-Eoj-Return-Code TO RETURN-CODE
011700     STOP RUN.
011800
011900 2000-CHECK-DIRECTORY.
012000     OPEN INPUT ContactFile
012100     IF WS-Contact-Missing
012200         MOVE "(NO EMPLOYEE DIRECTORY ON FILE)" TO ReportRecord
012300         WRITE ReportRecord
012400         GO TO 2000-CHECK-DIRECTORY-EXIT
012500     END-IF
012600     MOVE ZERO TO EmpId
012700     START ContactFile KEY IS >= EmpId
012800         INVALID KEY
012900             SET WS-End-Of-Directory TO TRUE
013000     END-START
013100     PERFORM UNTIL WS-End-Of-Directory
013200         READ ContactFile NEXT RECORD
013300             AT END SET WS-End-Of-Directory TO TRUE
013400         END-READ
013500         IF NOT WS-End-Of-Directory
013600             ADD 1 TO WS-Eoj-Read-Count
013700             IF EmpHasLeft
013800                 ADD 1 TO WS-Leaver-Count
013900             ELSE
014000                 PERFORM 2100-CHECK-EMPLOYEE
014100                     THRU 2100-CHECK-EMPLOYEE-EXIT
014200             END-IF
014300         END-IF
014400     END-PERFORM
014500     CLOSE ContactFile
014600     .
014700 2000-CHECK-DIRECTORY-EXIT.
014800     EXIT.
014900
015000*--------------------------------------------------------------
015100* The manager and the line above are read at random, so the
015200* browse is picked up again just past the held employee.
015300*--------------------------------------------------------------
015400 2100-CHECK-EMPLOYEE.
015500     ADD 1 TO WS-Checked-Count
015600     MOVE EmpId TO WS-Held-EmpId
015700     MOVE EmpName TO WS-Held-Name
015800     MOVE EmpDepartment TO WS-Held-Department
015900     MOVE EmpManagerId TO WS-Held-Manager
016000     MOVE SPACES TO WS-Flag-Text
016100     IF EmpHasNoManager
016200         MOVE "NO MANAGER" TO WS-Flag-Text
016300         ADD 1 TO WS-None-Count
016400         PERFORM 2300-WRITE-LINE THRU 2300-WRITE-LINE-EXIT
016500         GO TO 2100-CHECK-EMPLOYEE-EXIT
016600     END-IF
016700     MOVE WS-Held-Manager TO EmpId
016800     READ ContactFile
016900         INVALID KEY
017000             MOVE "MISSING" TO WS-Flag-Text
017100             ADD 1 TO WS-Missing-Count
017200     END-READ
017300     IF WS-Flag-Text = SPACES AND EmpHasLeft
017400         MOVE "LEFT" TO WS-Flag-Text
017500         ADD 1 TO WS-Left-Count
017600     END-IF
017700     IF WS-Flag-Text = SPACES
017800         MOVE 0 TO WS-Walk-Depth
017900         MOVE "N" TO WS-Walk-Switch
018000         PERFORM 2200-WALK-UP-ONE THRU 2200-WALK-UP-ONE-EXIT
018100             UNTIL WS-Walk-Done
018200     END-IF
018300     IF WS-Flag-Text NOT = SPACES
018400         ADD 1 TO WS-Problem-Count
018500         PERFORM 2300-WRITE-LINE THRU 2300-WRITE-LINE-EXIT
018600         MOVE "W" TO WS-Excp-Severity
018700         MOVE SPACES TO WS-Excp-Message
018800         STRING "EMPLOYEE " WS-Held-EmpId " MANAGER "
018900             WS-Held-Manager " - " WS-Flag-Text
019000             DELIMITED BY SIZE INTO WS-Excp-Message
019100         CALL "ExcpLog" USING WS-Program-Name,
019200             WS-Excp-Severity, WS-Excp-Message
019300     END-IF
019400     MOVE WS-Held-EmpId TO EmpId
019500     START ContactFile KEY IS > EmpId
019600         INVALID KEY
019700             SET WS-End-Of-Directory TO TRUE
019800     END-START
019900     .
020000 2100-CHECK-EMPLOYEE-EXIT.
020100     EXIT.
020200
020300*--------------------------------------------------------------
020400* One step up the line; the entry last read is in the record
020500* area. A gap further up is that employee's own finding.
020600*--------------------------------------------------------------
020700 2200-WALK-UP-ONE.
020800     IF EmpHasNoManager
020900         SET WS-Walk-Done TO TRUE
021000         GO TO 2200-WALK-UP-ONE-EXIT
021100     END-IF
021200     ADD 1 TO WS-Walk-Depth
021300     IF EmpManagerId = WS-Held-EmpId
021400             OR WS-Walk-Depth > WS-Walk-Limit
021500         MOVE "LOOP" TO WS-Flag-Text
021600         ADD 1 TO WS-Loop-Count
021700         SET WS-Walk-Done TO TRUE
021800         GO TO 2200-WALK-UP-ONE-EXIT
021900     END-IF
022000     MOVE EmpManagerId TO EmpId
022100     READ ContactFile
022200         INVALID KEY
022300             SET WS-Walk-Done TO TRUE
022400     END-READ
022500     .
022600 2200-WALK-UP-ONE-EXIT.
022700     EXIT.
022800
022900 2300-WRITE-LINE.
023000     MOVE SPACES TO ReportRecord
023100     STRING WS-Held-EmpId " " WS-Held-Name " "
023200         WS-Held-Department " " WS-Held-Manager "   "
023300         WS-Flag-Text
023400         DELIMITED BY SIZE INTO ReportRecord
023500     WRITE ReportRecord
023600     .
023700 2300-WRITE-LINE-EXIT.
023800     EXIT.
023900
024000 3000-WRITE-TOTALS.
024100     MOVE SPACES TO ReportRecord
024200     WRITE ReportRecord
024300     MOVE WS-Checked-Count TO WS-Count-Disp
024400     MOVE SPACES TO ReportRecord
024500     STRING "CURRENT EMPLOYEES CHECKED: " WS-Count-Disp
024600         DELIMITED BY SIZE INTO ReportRecord
024700     WRITE ReportRecord
024800     MOVE WS-None-Count TO WS-Count-Disp
024900     MOVE SPACES TO ReportRecord
025000     STRING "NO MANAGER RECORDED:       " WS-Count-Disp
025100         DELIMITED BY SIZE INTO ReportRecord
025200     WRITE ReportRecord
025300     MOVE WS-Missing-Count TO WS-Count-Disp
025400     MOVE SPACES TO ReportRecord
025500     STRING "MANAGER NOT IN DIRECTORY:  " WS-Count-Disp
025600         DELIMITED BY SIZE INTO ReportRecord
025700     WRITE ReportRecord
025800     MOVE WS-Left-Count TO WS-Count-Disp
025900     MOVE SPACES TO ReportRecord
026000     STRING "MANAGER HAS LEFT:          " WS-Count-Disp
026100         DELIMITED BY SIZE INTO ReportRecord
026200     WRITE ReportRecord
026300     MOVE WS-Loop-Count TO WS-Count-Disp
026400     MOVE SPACES TO ReportRecord
026500     STRING "REPORTING LINE LOOPS:      " WS-Count-Disp
026600         DELIMITED BY SIZE INTO ReportRecord
026700     WRITE ReportRecord
026800     MOVE WS-Leaver-Count TO WS-Count-Disp
026900     MOVE SPACES TO ReportRecord
027000     STRING "LEAVERS (NOT CHECKED):     " WS-Count-Disp
027100         DELIMITED BY SIZE INTO ReportRecord
027200     WRITE ReportRecord
027300     .
027400 3000-WRITE-TOTALS-EXIT.
027500     EXIT.

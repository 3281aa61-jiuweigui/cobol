000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ChkSign.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Operations checklist sign-off. The signer is verified the
000900* way PerformExample verifies its SecondStage sign-off: the
001000* employee id must be on CONTACT.DAT and current, and the
001100* directory name is carried with the initials. The business
001200* date defaults to tonight's (shared BusDate routine); its
001300* checklist is built through ChkBuild if this is the first
001400* look at the date. Each task chosen is stamped signed with
001500* the signer and the system date and time on OPSDAY.DAT,
001600* which keeps every date's checklist for audit, and the
001700* sign-off is written to SUITEAUD.LOG through AuditLog. A
001800* task already signed cannot be signed again.
001900*--------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*--------------------------------------------------------------
002200* DATE       INIT DESCRIPTION
002300* ---------- ---- -------------------------------------------
002400* 2026-10-15 JWG  Original version.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT ContactFile ASSIGN TO DYNAMIC WS-P-CONTACT-DAT
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS EmpId
003300         FILE STATUS IS WS-Contact-Status.
003400     SELECT DayTaskFile ASSIGN TO DYNAMIC WS-P-OPSDAY-DAT
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS OPD-Key
003800         FILE STATUS IS WS-Day-Task-Status.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  ContactFile.
004300     COPY "EMPREC.CPY".
004400
004500 FD  DayTaskFile.
004600     COPY "OPSDAY.CPY".
004700
004800 WORKING-STORAGE SECTION.
004900 01  WS-Contact-Status       PIC XX.
005000     88  WS-Contact-Not-Found    VALUE "35".
005100 01  WS-Day-Task-Status      PIC XX.
005200 01  WS-Eof-Switch           PIC X VALUE "N".
005300     88  WS-End-Of-Tasks         VALUE "Y".
005400 01  WS-Signoff-Ok           PIC X VALUE "N".
005500     88  WS-Signoff-Is-Good      VALUE "Y".
005600 01  WS-Signoff-Emp-Id       PIC 9(05).
005700 01  WS-Signoff-Emp-Name     PIC X(30).
005800 01  WS-Signoff-Initials     PIC X(10).
005900 01  WS-Run-Date             PIC 9(08).
006000 01  WS-Entry-Date-Text      PIC X(08).
006050 01  WS-Entry-Date-Num REDEFINES WS-Entry-Date-Text
006060                             PIC 9(08).
006100 01  WS-Chk-Date             PIC 9(08).
006200 01  WS-Chk-Day-Class        PIC X(01).
006300 01  WS-Chk-Task-Count       PIC 9(05).
006400 01  WS-Entry-Task-Id.
006500     02  WS-Entry-Type       PIC X(01).
006600         88  WS-Entry-Type-Is-Valid  VALUE "N" "P" "Q".
006700     02  WS-Entry-Number     PIC X(03).
006800 01  WS-Sign-Date            PIC 9(08).
006900 01  WS-Sign-Time            PIC 9(08).
007000 01  WS-Sign-Time-Parts REDEFINES WS-Sign-Time.
007100     02  WS-Sign-HHMM        PIC 9(04).
007200     02  FILLER              PIC 9(04).
007300 01  WS-Status-Text          PIC X(20).
007400 01  WS-More-Requests        PIC X VALUE "Y".
007500     88  WS-Another-Request      VALUE "Y" "y".
007600 01  WS-Excp-Severity        PIC X(01).
007700 01  WS-Excp-Message         PIC X(60).
007800 01  WS-Audit-Event          PIC X(12).
007900 01  WS-Audit-Detail         PIC X(60).
008000 01  WS-P-CONTACT-DAT       PIC X(30) VALUE "CONTACT.DAT".
008100 01  WS-P-OPSDAY-DAT        PIC X(30) VALUE "OPSDAY.DAT".
008200 01  WS-Eoj-Start-Time       PIC 9(08).
008300 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
008400 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
008500 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
008600 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
008700 01  WS-Program-Name         PIC X(20) VALUE "CHKSIGN".
008800
008900 PROCEDURE DIVISION.
009000
009100 0000-MAINLINE.
009200     CALL "PreDefMsg" USING WS-Program-Name
009300     ACCEPT WS-Eoj-Start-Time FROM TIME
009400     CALL "EnvName" USING WS-P-CONTACT-DAT
009500     CALL "EnvName" USING WS-P-OPSDAY-DAT
009600     CALL "BusDate" USING WS-Run-Date
009700     DISPLAY "OPERATIONS CHECKLIST SIGN-OFF"
009800     DISPLAY "============================="
009900     PERFORM 1000-VERIFY-SIGNER THRU 1000-VERIFY-SIGNER-EXIT
010000     IF NOT WS-Signoff-Is-Good
010100         DISPLAY "Sign-off refused - no checklist task signed."
010200         MOVE "E" TO WS-Excp-Severity
010300         MOVE "CHECKLIST SIGN-OFF REFUSED - SIGNER NOT VERIFIED"
010400             TO WS-Excp-Message
010500         CALL "ExcpLog" USING WS-Program-Name,
010600             WS-Excp-Severity, WS-Excp-Message
010700         MOVE 8 TO WS-Eoj-Return-Code
010800         GO TO 0000-WRAP-UP
010900     END-IF
011000     DISPLAY "Please enter your initials: "
011100     ACCEPT WS-Signoff-Initials
011200     PERFORM 1100-ACCEPT-DATE THRU 1100-ACCEPT-DATE-EXIT
011300     IF WS-Chk-Date = 0
011400         MOVE 8 TO WS-Eoj-Return-Code
011500         GO TO 0000-WRAP-UP
011600     END-IF
011700     CALL "ChkBuild" USING WS-Chk-Date, WS-Chk-Day-Class,
011800         WS-Chk-Task-Count
011900     IF WS-Chk-Task-Count = 0
012000         DISPLAY "NO CHECKLIST TASKS FOR " WS-Chk-Date
012100             " - NOTHING TO SIGN."
012200         GO TO 0000-WRAP-UP
012300     END-IF
012400     OPEN I-O DayTaskFile
012500     PERFORM 2000-PROCESS-REQUEST
012600         THRU 2000-PROCESS-REQUEST-EXIT
012700         UNTIL NOT WS-Another-Request
012800     CLOSE DayTaskFile
012900     .
013000 0000-WRAP-UP.
013100     CALL "EndMsg" USING WS-Program-Name,
013200         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
013300         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
013400         WS-Eoj-Return-Code
013500     MOVE WS-Eoj-Return-Code TO RETURN-CODE
013600     STOP RUN.
013700
013800 1000-VERIFY-SIGNER.
013900     MOVE "N" TO WS-Signoff-Ok
014000     DISPLAY "Please enter your employee id (5 digits): "
014100     ACCEPT WS-Signoff-Emp-Id
014200     OPEN INPUT ContactFile
014300     IF WS-Contact-Not-Found
014400         DISPLAY "CONTACT.DAT NOT FOUND - SIGN-OFFS CANNOT "
014500             "BE VERIFIED."
014600         GO TO 1000-VERIFY-SIGNER-EXIT
014700     END-IF
014800     MOVE WS-Signoff-Emp-Id TO EmpId
014900     READ ContactFile
015000         INVALID KEY
015100             DISPLAY "Employee " WS-Signoff-Emp-Id
015200                 " is not in the directory."
015300         NOT INVALID KEY
015400             IF EmpIsCurrent
015500                 MOVE EmpName TO WS-Signoff-Emp-Name
015600                 SET WS-Signoff-Is-Good TO TRUE
015700             ELSE
015800                 DISPLAY "Employee " WS-Signoff-Emp-Id
015900                     " has left - cannot sign off."
016000             END-IF
016100     END-READ
016200     CLOSE ContactFile
016300     .
016400 1000-VERIFY-SIGNER-EXIT.
016500     EXIT.
016600
016700*--------------------------------------------------------------
016800* A past date may be signed late, which the audit listing
016900* shows against the due time; a date beyond tonight's
017000* business date has not been worked yet and is refused.
017100*--------------------------------------------------------------
017200 1100-ACCEPT-DATE.
017300     MOVE 0 TO WS-Chk-Date
017400     DISPLAY "Checklist business date (YYYYMMDD, blank for "
017500         WS-Run-Date "): "
017600     ACCEPT WS-Entry-Date-Text
017700     IF WS-Entry-Date-Text = SPACES
017800         MOVE WS-Run-Date TO WS-Chk-Date
017900         GO TO 1100-ACCEPT-DATE-EXIT
018000     END-IF
018100     IF WS-Entry-Date-Text NOT NUMERIC
018200         DISPLAY "Not a date - nothing signed."
018300         GO TO 1100-ACCEPT-DATE-EXIT
018400     END-IF
018500     IF FUNCTION TEST-DATE-YYYYMMDD(WS-Entry-Date-Num) NOT = 0
018600         DISPLAY "Not a valid calendar date - nothing signed."
018700         GO TO 1100-ACCEPT-DATE-EXIT
018800     END-IF
018900     IF WS-Entry-Date-Num > WS-Run-Date
019000         DISPLAY "Date is after the business date "
019100             WS-Run-Date " - nothing signed."
019200         GO TO 1100-ACCEPT-DATE-EXIT
019300     END-IF
019400     MOVE WS-Entry-Date-Num TO WS-Chk-Date
019500     .
019600 1100-ACCEPT-DATE-EXIT.
019700     EXIT.
019800
019900 2000-PROCESS-REQUEST.
020000     PERFORM 2100-LIST-TASKS THRU 2100-LIST-TASKS-EXIT
020100     DISPLAY "Task to sign off (e.g. N010): "
020200     ACCEPT WS-Entry-Task-Id
020300     MOVE FUNCTION UPPER-CASE(WS-Entry-Type) TO WS-Entry-Type
020400     PERFORM 2200-SIGN-TASK THRU 2200-SIGN-TASK-EXIT
020500     DISPLAY "Sign off another task (Y/N)? "
020600     ACCEPT WS-More-Requests
020700     .
020800 2000-PROCESS-REQUEST-EXIT.
020900     EXIT.
021000
021100 2100-LIST-TASKS.
021200     DISPLAY "CHECKLIST FOR " WS-Chk-Date " (DAY TYPE "
021300         WS-Chk-Day-Class ")"
021400     MOVE "N" TO WS-Eof-Switch
021500     MOVE WS-Chk-Date TO OPD-Business-Date
021600     MOVE SPACE TO OPD-Day-Type
021700     MOVE 0 TO OPD-Task-No
021800     START DayTaskFile KEY IS >= OPD-Key
021900         INVALID KEY
022000             SET WS-End-Of-Tasks TO TRUE
022100     END-START
022200     PERFORM UNTIL WS-End-Of-Tasks
022300         READ DayTaskFile NEXT RECORD
022400             AT END SET WS-End-Of-Tasks TO TRUE
022500         END-READ
022600         IF NOT WS-End-Of-Tasks
022700             IF OPD-Business-Date NOT = WS-Chk-Date
022800                 SET WS-End-Of-Tasks TO TRUE
022900             ELSE
023000                 IF OPD-Is-Signed
023100                     MOVE SPACES TO WS-Status-Text
023200                     STRING "SIGNED " OPD-Signed-Initials
023300                         DELIMITED BY SIZE INTO WS-Status-Text
023400                 ELSE
023500                     MOVE "OPEN" TO WS-Status-Text
023600                 END-IF
023700                 DISPLAY OPD-Day-Type OPD-Task-No " "
023800                     OPD-Task-Text " DUE " OPD-Due-Date " "
023900                     OPD-Due-Time " " WS-Status-Text
024000             END-IF
024100         END-IF
024200     END-PERFORM
024300     .
024400 2100-LIST-TASKS-EXIT.
024500     EXIT.
024600
024700 2200-SIGN-TASK.
024800     IF NOT WS-Entry-Type-Is-Valid
024900             OR WS-Entry-Number NOT NUMERIC
025000         DISPLAY "Not a task id - nothing signed."
025100         ADD 1 TO WS-Eoj-Rejected-Count
025200         GO TO 2200-SIGN-TASK-EXIT
025300     END-IF
025400     MOVE WS-Chk-Date TO OPD-Business-Date
025500     MOVE WS-Entry-Type TO OPD-Day-Type
025600     MOVE WS-Entry-Number TO OPD-Task-No
025700     READ DayTaskFile
025800         INVALID KEY
025900             DISPLAY "Task " WS-Entry-Task-Id " is not on the "
026000                 WS-Chk-Date " checklist."
026100             ADD 1 TO WS-Eoj-Rejected-Count
026200             GO TO 2200-SIGN-TASK-EXIT
026300     END-READ
026400     ADD 1 TO WS-Eoj-Read-Count
026500     IF OPD-Is-Signed
026600         DISPLAY "Task " WS-Entry-Task-Id " was already signed "
026700             "by " OPD-Signed-Initials " (" OPD-Signed-EmpId
026800             ") on " OPD-Signed-Date " - not signed again."
026900         ADD 1 TO WS-Eoj-Rejected-Count
027000         GO TO 2200-SIGN-TASK-EXIT
027100     END-IF
027200     ACCEPT WS-Sign-Date FROM DATE YYYYMMDD
027300     ACCEPT WS-Sign-Time FROM TIME
027400     SET OPD-Is-Signed TO TRUE
027500     MOVE WS-Signoff-Emp-Id TO OPD-Signed-EmpId
027600     MOVE WS-Signoff-Emp-Name TO OPD-Signed-Name
027700     MOVE WS-Signoff-Initials TO OPD-Signed-Initials
027800     MOVE WS-Sign-Date TO OPD-Signed-Date
027900     MOVE WS-Sign-Time TO OPD-Signed-Time
028000     REWRITE DayTaskRecord
028100     ADD 1 TO WS-Eoj-Written-Count
028200     DISPLAY "Task " WS-Entry-Task-Id " signed off by "
028300         WS-Signoff-Emp-Name
028400     IF WS-Sign-Date > OPD-Due-Date
028500             OR (WS-Sign-Date = OPD-Due-Date
028600                 AND WS-Sign-HHMM > OPD-Due-Time)
028700         DISPLAY "Signed after its due time - it shows as "
028800             "late on the audit listing."
028900     END-IF
029000     MOVE "CHK-SIGN" TO WS-Audit-Event
029100     MOVE SPACES TO WS-Audit-Detail
029200     STRING "DATE " WS-Chk-Date " TASK " WS-Entry-Task-Id
029300         " BY " WS-Signoff-Initials " (" WS-Signoff-Emp-Id ")"
029400         DELIMITED BY SIZE INTO WS-Audit-Detail
029500     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
029600         WS-Audit-Detail
029700     .
029800 2200-SIGN-TASK-EXIT.
029900     EXIT.

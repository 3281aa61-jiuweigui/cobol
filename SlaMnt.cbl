000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SlaMnt.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Maintenance for SLATAB.DAT (SLATAB layout), the nightly
000900* chain's SLA deadlines, in the LimMnt style: set a
001000* milestone's latest completion time and warning margin for
001100* a day type (N normal, P period-end, Q quarter-end), remove
001200* one, or list them all. A deadline is a commitment to the
001300* systems downstream, so the operator must hold the
001400* supervisor role on CONTACT.DAT (shared AuthChk routine)
001500* and every change is written to SUITEAUD.LOG through
001600* AuditLog with the old and new deadline.
001700*--------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*--------------------------------------------------------------
002000* DATE       INIT DESCRIPTION
002100* ---------- ---- -------------------------------------------
002200* 2026-10-15 JWG  Original version.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT SlaFile ASSIGN TO DYNAMIC WS-P-SLATAB-DAT
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS SLA-Key
003100         FILE STATUS IS WS-Sla-Status.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  SlaFile.
003600     COPY "SLATAB.CPY".
003700
003800 WORKING-STORAGE SECTION.
003900 01  WS-Sla-Status           PIC XX.
004000     88  WS-Sla-Missing          VALUE "35".
004100 01  WS-Eof-Switch           PIC X VALUE "N".
004200     88  WS-End-Of-Slas          VALUE "Y".
004300 01  WS-Mode-Choice          PIC 9.
004400 01  WS-Entry-Type           PIC X(01).
004500     88  WS-Entry-Type-Is-Valid  VALUE "N" "P" "Q".
004600 01  WS-Entry-Milestone      PIC X(08).
004700 01  WS-Entry-Program        PIC X(20).
004800 01  WS-Entry-Description    PIC X(30).
004900 01  WS-Entry-Due-Day        PIC X(01).
005000     88  WS-Due-Day-Is-Valid     VALUE "0" "1".
005100 01  WS-Entry-Due-Time       PIC X(04).
005200 01  WS-Due-Time-Check REDEFINES WS-Entry-Due-Time.
005300     02  WS-Due-Hour         PIC 9(02).
005400     02  WS-Due-Minute       PIC 9(02).
005500 01  WS-Entry-Margin         PIC X(03).
005600 01  WS-Entry-Margin-Num REDEFINES WS-Entry-Margin
005700                             PIC 9(03).
005800 01  WS-Old-Deadline.
005900     02  WS-Old-Due-Day      PIC 9(01).
006000     02  FILLER              PIC X(01) VALUE "/".
006100     02  WS-Old-Due-Time     PIC 9(04).
006200 01  WS-New-Deadline.
006300     02  WS-New-Due-Day      PIC 9(01).
006400     02  FILLER              PIC X(01) VALUE "/".
006500     02  WS-New-Due-Time     PIC 9(04).
006600 01  WS-Operator             PIC X(10).
006700 01  WS-Run-Date             PIC 9(08).
006800 01  WS-Auth-EmpId           PIC 9(05).
006900 01  WS-Auth-Role            PIC X(01).
007000 01  WS-Auth-Granted         PIC X(01).
007100     88  WS-Auth-Was-Granted     VALUE "Y".
007200 01  WS-Listed-Count         PIC 9(05) COMP VALUE 0.
007300 01  WS-Listed-Disp          PIC ZZZZ9.
007400 01  WS-More-Requests        PIC X VALUE "Y".
007500     88  WS-Another-Request      VALUE "Y" "y".
007600 01  WS-Audit-Event          PIC X(12).
007700 01  WS-Audit-Detail         PIC X(60).
007800 01  WS-P-SLATAB-DAT        PIC X(30) VALUE "SLATAB.DAT".
007900 01  WS-Eoj-Start-Time       PIC 9(08).
008000 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
008100 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
008200 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
008300 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
008400 01  WS-Program-Name         PIC X(20) VALUE "SLAMNT".
008500
008600 PROCEDURE DIVISION.
008700
008800 0000-MAINLINE.
008900     CALL "PreDefMsg" USING WS-Program-Name
009000     ACCEPT WS-Eoj-Start-Time FROM TIME
009100     CALL "EnvName" USING WS-P-SLATAB-DAT
009200     CALL "BusDate" USING WS-Run-Date
009300     DISPLAY "Operator initials: "
009400     ACCEPT WS-Operator
009500     DISPLAY "Enter your employee id (5 digits): "
009600     ACCEPT WS-Auth-EmpId
009700     MOVE "S" TO WS-Auth-Role
009800     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
009900         WS-Program-Name, WS-Auth-Granted
010000     IF NOT WS-Auth-Was-Granted
010100         MOVE 8 TO RETURN-CODE
010200         STOP RUN
010300     END-IF
010400     OPEN I-O SlaFile
010500     IF WS-Sla-Missing
010600         OPEN OUTPUT SlaFile
010700         CLOSE SlaFile
010800         OPEN I-O SlaFile
010900         DISPLAY "SLATAB.DAT CREATED - NO SLA DEADLINES YET."
011000     END-IF
011100     PERFORM 2000-PROCESS-REQUEST
011200         THRU 2000-PROCESS-REQUEST-EXIT
011300         UNTIL NOT WS-Another-Request
011400     CLOSE SlaFile
011500     CALL "EndMsg" USING WS-Program-Name,
011600         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
011700         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
011800         WS-Eoj-Return-Code
011900     MOVE WS-Eoj-Return-Code TO RETURN-CODE
012000     STOP RUN.
012100
012200 2000-PROCESS-REQUEST.
012300     DISPLAY "1. Set an SLA milestone deadline"
012400     DISPLAY "2. Remove an SLA milestone deadline"
012500     DISPLAY "3. List the SLA milestone deadlines"
012600     DISPLAY "Enter choice: "
012700     ACCEPT WS-Mode-Choice
012800     EVALUATE WS-Mode-Choice
012900         WHEN 1
013000             PERFORM 2100-SET-SLA THRU 2100-SET-SLA-EXIT
013100         WHEN 2
013200             PERFORM 2300-REMOVE-SLA THRU 2300-REMOVE-SLA-EXIT
013300         WHEN 3
013400             PERFORM 2400-LIST-SLAS THRU 2400-LIST-SLAS-EXIT
013500         WHEN OTHER
013600             DISPLAY "Invalid choice - nothing done."
013700     END-EVALUATE
013800     DISPLAY "Another SLA request (Y/N)? "
013900     ACCEPT WS-More-Requests
014000     .
014100 2000-PROCESS-REQUEST-EXIT.
014200     EXIT.
014300
014400 2050-ACCEPT-KEY.
014500     DISPLAY "Day type (N normal, P period-end, "
014600         "Q quarter-end): "
014700     ACCEPT WS-Entry-Type
014800     MOVE FUNCTION UPPER-CASE(WS-Entry-Type) TO WS-Entry-Type
014900     DISPLAY "Milestone JCL step name (e.g. STEP073): "
015000     ACCEPT WS-Entry-Milestone
015100     MOVE FUNCTION UPPER-CASE(WS-Entry-Milestone)
015200         TO WS-Entry-Milestone
015300     .
015400 2050-ACCEPT-KEY-EXIT.
015500     EXIT.
015600
015700 2100-SET-SLA.
015800     PERFORM 2050-ACCEPT-KEY THRU 2050-ACCEPT-KEY-EXIT
015900     IF NOT WS-Entry-Type-Is-Valid
016000             OR WS-Entry-Milestone = SPACES
016100         DISPLAY "Not a day type and step - nothing set."
016200         GO TO 2100-SET-SLA-EXIT
016300     END-IF
016400     DISPLAY "Program the step runs (as on RUNSTATS.DAT, "
016500         "e.g. USERINTF): "
016600     ACCEPT WS-Entry-Program
016700     MOVE FUNCTION UPPER-CASE(WS-Entry-Program)
016800         TO WS-Entry-Program
016900     IF WS-Entry-Program = SPACES
017000         DISPLAY "No program named - nothing set."
017100         GO TO 2100-SET-SLA-EXIT
017200     END-IF
017300     DISPLAY "Description (up to 30 characters): "
017400     ACCEPT WS-Entry-Description
017500     DISPLAY "Deadline on the business date (0) or the "
017600         "morning after (1): "
017700     ACCEPT WS-Entry-Due-Day
017800     IF NOT WS-Due-Day-Is-Valid
017900         DISPLAY "Deadline day must be 0 or 1 - nothing set."
018000         GO TO 2100-SET-SLA-EXIT
018100     END-IF
018200     DISPLAY "Latest completion time (HHMM, 24-hour): "
018300     ACCEPT WS-Entry-Due-Time
018400     IF WS-Entry-Due-Time NOT NUMERIC
018500             OR WS-Due-Hour > 23 OR WS-Due-Minute > 59
018600         DISPLAY "Not a valid time - nothing set."
018700         GO TO 2100-SET-SLA-EXIT
018800     END-IF
018900     DISPLAY "Warning margin in minutes (3 digits): "
019000     ACCEPT WS-Entry-Margin
019100     IF WS-Entry-Margin NOT NUMERIC
019200         DISPLAY "Not a valid margin - nothing set."
019300         GO TO 2100-SET-SLA-EXIT
019400     END-IF
019500     MOVE WS-Entry-Due-Day TO WS-New-Due-Day
019600     MOVE WS-Entry-Due-Time TO WS-New-Due-Time
019700     MOVE WS-Entry-Type TO SLA-Day-Type
019800     MOVE WS-Entry-Milestone TO SLA-Milestone
019900     READ SlaFile
020000         INVALID KEY
020100             MOVE 0 TO WS-Old-Due-Day
020200             MOVE 0 TO WS-Old-Due-Time
020300             MOVE SPACES TO SlaRecord
020400             MOVE WS-Entry-Type TO SLA-Day-Type
020500             MOVE WS-Entry-Milestone TO SLA-Milestone
020600             PERFORM 2150-FILL-SLA THRU 2150-FILL-SLA-EXIT
020700             WRITE SlaRecord
020800         NOT INVALID KEY
020900             MOVE SLA-Deadline-Day TO WS-Old-Due-Day
021000             MOVE SLA-Deadline-Time TO WS-Old-Due-Time
021100             PERFORM 2150-FILL-SLA THRU 2150-FILL-SLA-EXIT
021200             REWRITE SlaRecord
021300     END-READ
021400     ADD 1 TO WS-Eoj-Written-Count
021500     DISPLAY "SLA for " WS-Entry-Type " " WS-Entry-Milestone
021600         " set to " WS-New-Deadline ", margin "
021700         WS-Entry-Margin " minutes."
021800     MOVE "SLA-SET" TO WS-Audit-Event
021900     PERFORM 2950-AUDIT-CHANGE THRU 2950-AUDIT-CHANGE-EXIT
022000     .
022100 2100-SET-SLA-EXIT.
022200     EXIT.
022300
022400 2150-FILL-SLA.
022500     MOVE WS-Entry-Program TO SLA-Program
022600     MOVE WS-Entry-Description TO SLA-Description
022700     MOVE WS-Entry-Due-Day TO SLA-Deadline-Day
022800     MOVE WS-Entry-Due-Time TO SLA-Deadline-Time
022900     MOVE WS-Entry-Margin-Num TO SLA-Margin-Mins
023000     MOVE WS-Operator TO SLA-Set-By
023100     MOVE WS-Auth-EmpId TO SLA-Set-EmpId
023200     MOVE WS-Run-Date TO SLA-Set-Date
023300     .
023400 2150-FILL-SLA-EXIT.
023500     EXIT.
023600
023700 2300-REMOVE-SLA.
023800     PERFORM 2050-ACCEPT-KEY THRU 2050-ACCEPT-KEY-EXIT
023900     MOVE WS-Entry-Type TO SLA-Day-Type
024000     MOVE WS-Entry-Milestone TO SLA-Milestone
024100     READ SlaFile
024200         INVALID KEY
024300             DISPLAY "No SLA for " WS-Entry-Type " "
024400                 WS-Entry-Milestone " is on file."
024500             GO TO 2300-REMOVE-SLA-EXIT
024600     END-READ
024700     MOVE SLA-Deadline-Day TO WS-Old-Due-Day
024800     MOVE SLA-Deadline-Time TO WS-Old-Due-Time
024900     MOVE 0 TO WS-New-Due-Day
025000     MOVE 0 TO WS-New-Due-Time
025100     DELETE SlaFile
025200     ADD 1 TO WS-Eoj-Written-Count
025300     DISPLAY "SLA for " WS-Entry-Type " " WS-Entry-Milestone
025400         " removed - the watchdog no longer times it."
025500     MOVE "SLA-DEL" TO WS-Audit-Event
025600     PERFORM 2950-AUDIT-CHANGE THRU 2950-AUDIT-CHANGE-EXIT
025700     .
025800 2300-REMOVE-SLA-EXIT.
025900     EXIT.
026000
026100 2400-LIST-SLAS.
026200     MOVE 0 TO WS-Listed-Count
026300     MOVE "N" TO WS-Eof-Switch
026400     MOVE LOW-VALUES TO SLA-Key
026500     START SlaFile KEY IS >= SLA-Key
026600         INVALID KEY
026700             SET WS-End-Of-Slas TO TRUE
026800     END-START
026900     PERFORM UNTIL WS-End-Of-Slas
027000         READ SlaFile NEXT RECORD
027100             AT END SET WS-End-Of-Slas TO TRUE
027200         END-READ
027300         IF NOT WS-End-Of-Slas
027400             DISPLAY SLA-Day-Type " " SLA-Milestone " "
027500                 SLA-Program(1:8) " " SLA-Description
027600                 " BY " SLA-Deadline-Day "/"
027700                 SLA-Deadline-Time " MARGIN " SLA-Margin-Mins
027800             DISPLAY "           SET BY " SLA-Set-By " ("
027900                 SLA-Set-EmpId ") " SLA-Set-Date
028000             ADD 1 TO WS-Listed-Count
028100         END-IF
028200     END-PERFORM
028300     MOVE WS-Listed-Count TO WS-Listed-Disp
028400     DISPLAY "SLA DEADLINES LISTED: " WS-Listed-Disp
028500     DISPLAY "(DEADLINE DAY 0 = THE BUSINESS DATE, 1 = THE "
028600         "MORNING AFTER)"
028700     .
028800 2400-LIST-SLAS-EXIT.
028900     EXIT.
029000
029100 2950-AUDIT-CHANGE.
029200     MOVE SPACES TO WS-Audit-Detail
029300     STRING WS-Entry-Type " " WS-Entry-Milestone " FROM "
029400         WS-Old-Deadline " TO " WS-New-Deadline
029500         " BY " WS-Operator
029600         DELIMITED BY SIZE INTO WS-Audit-Detail
029700     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
029800         WS-Audit-Detail
029900     .
030000 2950-AUDIT-CHANGE-EXIT.
030100     EXIT.

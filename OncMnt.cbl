000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OncMnt.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Maintenance for ONCALL.DAT (ONCALL layout), the operations
000900* on-call rota the ExcpPage pager reads, in the SlaMnt style:
001000* set a cover period (start and end date, primary and
001100* secondary EmpId with the address each is paged at, and
001200* the minutes the primary has before the secondary is
001300* paged), remove one, or list them. Both EmpIds must be
001400* current on CONTACT.DAT and the addresses pass the shared
001500* EmailEdit rules. Who is woken at night is a supervisor's
001600* call (shared AuthChk routine), and every change goes to
001700* SUITEAUD.LOG through AuditLog.
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
002800     SELECT OnCallFile ASSIGN TO DYNAMIC WS-P-ONCALL-DAT
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS ONC-Start-Date
003200         FILE STATUS IS WS-OnCall-Status.
003300     SELECT ContactFile ASSIGN TO DYNAMIC WS-P-CONTACT-DAT
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS EmpId
003700         FILE STATUS IS WS-Contact-Status.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  OnCallFile.
004200     COPY "ONCALL.CPY".
004300
004400 FD  ContactFile.
004500     COPY "EMPREC.CPY".
004600
004700 WORKING-STORAGE SECTION.
004800 01  WS-OnCall-Status        PIC XX.
004900     88  WS-OnCall-Missing       VALUE "35".
005000 01  WS-Contact-Status       PIC XX.
005100     88  WS-Contact-Missing      VALUE "35".
005200 01  WS-Eof-Switch           PIC X VALUE "N".
005300     88  WS-End-Of-Rota          VALUE "Y".
005400 01  WS-Mode-Choice          PIC 9.
005500 01  WS-Entry-Start-Text     PIC X(08).
005600 01  WS-Entry-Start REDEFINES WS-Entry-Start-Text
005700                             PIC 9(08).
005800 01  WS-Entry-End-Text       PIC X(08).
005900 01  WS-Entry-End REDEFINES WS-Entry-End-Text
006000                             PIC 9(08).
006100 01  WS-Entry-Primary        PIC 9(05).
006200 01  WS-Entry-Primary-Addr   PIC X(30).
006300 01  WS-Entry-Secondary      PIC 9(05).
006400 01  WS-Entry-Secondary-Addr PIC X(30).
006500 01  WS-Entry-Escalate       PIC X(03).
006600 01  WS-Entry-Escalate-Num REDEFINES WS-Entry-Escalate
006700                             PIC 9(03).
006800 01  WS-Check-EmpId          PIC 9(05).
006900 01  WS-Check-Ok             PIC X(01).
007000     88  WS-Check-Passed         VALUE "Y".
007100 01  WS-Email-Ok             PIC X(01).
007200     88  WS-Email-Is-Valid       VALUE "Y".
007300 01  WS-Old-Cover.
007400     02  WS-Old-Primary      PIC 9(05).
007500     02  FILLER              PIC X(01) VALUE "/".
007600     02  WS-Old-Secondary    PIC 9(05).
007700 01  WS-New-Cover.
007800     02  WS-New-Primary      PIC 9(05).
007900     02  FILLER              PIC X(01) VALUE "/".
008000     02  WS-New-Secondary    PIC 9(05).
008100 01  WS-Operator             PIC X(10).
008200 01  WS-Run-Date             PIC 9(08).
008300 01  WS-Auth-EmpId           PIC 9(05).
008400 01  WS-Auth-Role            PIC X(01).
008500 01  WS-Auth-Granted         PIC X(01).
008600     88  WS-Auth-Was-Granted     VALUE "Y".
008700 01  WS-Listed-Count         PIC 9(05) COMP VALUE 0.
008800 01  WS-Listed-Disp          PIC ZZZZ9.
008900 01  WS-More-Requests        PIC X VALUE "Y".
009000     88  WS-Another-Request      VALUE "Y" "y".
009100 01  WS-Audit-Event          PIC X(12).
009200 01  WS-Audit-Detail         PIC X(60).
009300 01  WS-P-ONCALL-DAT        PIC X(30) VALUE "ONCALL.DAT".
009400 01  WS-P-CONTACT-DAT       PIC X(30) VALUE "CONTACT.DAT".
009500 01  WS-Eoj-Start-Time       PIC 9(08).
009600 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
009700 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
009800 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
009900 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
010000 01  WS-Program-Name         PIC X(20) VALUE "ONCMNT".
010100
010200 PROCEDURE DIVISION.
010300
010400 0000-MAINLINE.
010500     CALL "PreDefMsg" USING WS-Program-Name
010600     ACCEPT WS-Eoj-Start-Time FROM TIME
010700     CALL "EnvName" USING WS-P-ONCALL-DAT
010800     CALL "EnvName" USING WS-P-CONTACT-DAT
010900     CALL "BusDate" USING WS-Run-Date
011000     DISPLAY "Operator initials: "
011100     ACCEPT WS-Operator
011200     DISPLAY "Enter your employee id (5 digits): "
011300     ACCEPT WS-Auth-EmpId
011400     MOVE "S" TO WS-Auth-Role
011500     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
011600         WS-Program-Name, WS-Auth-Granted
011700     IF NOT WS-Auth-Was-Granted
011800         MOVE 8 TO RETURN-CODE
011900         STOP RUN
012000     END-IF
012100     OPEN INPUT ContactFile
012200     IF WS-Contact-Missing
012300         DISPLAY "CONTACT.DAT NOT FOUND - NO ROTA CHANGES."
012400         MOVE 8 TO RETURN-CODE
012500         STOP RUN
012600     END-IF
012700     OPEN I-O OnCallFile
012800     IF WS-OnCall-Missing
012900         OPEN OUTPUT OnCallFile
013000         CLOSE OnCallFile
013100         OPEN I-O OnCallFile
013200         DISPLAY "ONCALL.DAT CREATED - NO ON-CALL ROTA YET."
013300     END-IF
013400     PERFORM 2000-PROCESS-REQUEST
013500         THRU 2000-PROCESS-REQUEST-EXIT
013600         UNTIL NOT WS-Another-Request
013700     CLOSE OnCallFile
013800     CLOSE ContactFile
013900     CALL "EndMsg" USING WS-Program-Name,
014000         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
014100         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
014200         WS-Eoj-Return-Code
014300     MOVE WS-Eoj-Return-Code TO RETURN-CODE
014400     STOP RUN.
014500
014600 2000-PROCESS-REQUEST.
014700     DISPLAY "1. Set an on-call cover period"
014800     DISPLAY "2. Remove an on-call cover period"
014900     DISPLAY "3. List the on-call rota"
015000     DISPLAY "Enter choice: "
015100     ACCEPT WS-Mode-Choice
015200     EVALUATE WS-Mode-Choice
015300         WHEN 1
015400             PERFORM 2100-SET-COVER THRU 2100-SET-COVER-EXIT
015500         WHEN 2
015600             PERFORM 2300-REMOVE-COVER
015700                 THRU 2300-REMOVE-COVER-EXIT
015800         WHEN 3
015900             PERFORM 2400-LIST-ROTA THRU 2400-LIST-ROTA-EXIT
016000         WHEN OTHER
016100             DISPLAY "Invalid choice - nothing done."
016200     END-EVALUATE
016300     DISPLAY "Another rota request (Y/N)? "
016400     ACCEPT WS-More-Requests
016500     .
016600 2000-PROCESS-REQUEST-EXIT.
016700     EXIT.
016800
016900 2050-ACCEPT-START.
017000     DISPLAY "Cover period start date (YYYYMMDD): "
017100     ACCEPT WS-Entry-Start-Text
017200     IF WS-Entry-Start-Text NOT NUMERIC
017300         MOVE 0 TO WS-Entry-Start
017400     ELSE
017500         IF FUNCTION TEST-DATE-YYYYMMDD(WS-Entry-Start) NOT = 0
017600             MOVE 0 TO WS-Entry-Start
017700         END-IF
017800     END-IF
017900     .
018000 2050-ACCEPT-START-EXIT.
018100     EXIT.
018200
018300 2100-SET-COVER.
018400     PERFORM 2050-ACCEPT-START THRU 2050-ACCEPT-START-EXIT
018500     IF WS-Entry-Start = 0
018600         DISPLAY "Not a valid start date - nothing set."
018700         GO TO 2100-SET-COVER-EXIT
018800     END-IF
018900     DISPLAY "Cover period end date (YYYYMMDD): "
019000     ACCEPT WS-Entry-End-Text
019100     IF WS-Entry-End-Text NOT NUMERIC
019200         DISPLAY "Not a valid end date - nothing set."
019300         GO TO 2100-SET-COVER-EXIT
019400     END-IF
019500     IF FUNCTION TEST-DATE-YYYYMMDD(WS-Entry-End) NOT = 0
019600             OR WS-Entry-End < WS-Entry-Start
019700         DISPLAY "End date must be a date on or after the "
019800             "start - nothing set."
019900         GO TO 2100-SET-COVER-EXIT
020000     END-IF
020100     DISPLAY "Primary on-call employee id (5 digits): "
020200     ACCEPT WS-Entry-Primary
020300     MOVE WS-Entry-Primary TO WS-Check-EmpId
020400     PERFORM 2200-CHECK-EMPLOYEE THRU 2200-CHECK-EMPLOYEE-EXIT
020500     IF NOT WS-Check-Passed
020600         GO TO 2100-SET-COVER-EXIT
020700     END-IF
020800     DISPLAY "Primary's paging address: "
020900     ACCEPT WS-Entry-Primary-Addr
021000     CALL "EmailEdit" USING WS-Entry-Primary-Addr, WS-Email-Ok
021100     IF NOT WS-Email-Is-Valid
021200         DISPLAY "Not a valid address - nothing set."
021300         GO TO 2100-SET-COVER-EXIT
021400     END-IF
021500     DISPLAY "Secondary on-call employee id (5 digits): "
021600     ACCEPT WS-Entry-Secondary
021700     IF WS-Entry-Secondary = WS-Entry-Primary
021800         DISPLAY "Secondary must not be the primary - "
021900             "nothing set."
022000         GO TO 2100-SET-COVER-EXIT
022100     END-IF
022200     MOVE WS-Entry-Secondary TO WS-Check-EmpId
022300     PERFORM 2200-CHECK-EMPLOYEE THRU 2200-CHECK-EMPLOYEE-EXIT
022400     IF NOT WS-Check-Passed
022500         GO TO 2100-SET-COVER-EXIT
022600     END-IF
022700     DISPLAY "Secondary's paging address: "
022800     ACCEPT WS-Entry-Secondary-Addr
022900     CALL "EmailEdit" USING WS-Entry-Secondary-Addr,
023000         WS-Email-Ok
023100     IF NOT WS-Email-Is-Valid
023200         DISPLAY "Not a valid address - nothing set."
023300         GO TO 2100-SET-COVER-EXIT
023400     END-IF
023500     DISPLAY "Minutes before escalating to the secondary "
023600         "(3 digits): "
023700     ACCEPT WS-Entry-Escalate
023800     IF WS-Entry-Escalate NOT NUMERIC
023900             OR WS-Entry-Escalate-Num = 0
024000         DISPLAY "Not a valid number of minutes - nothing set."
024100         GO TO 2100-SET-COVER-EXIT
024200     END-IF
024300     MOVE WS-Entry-Primary TO WS-New-Primary
024400     MOVE WS-Entry-Secondary TO WS-New-Secondary
024500     MOVE WS-Entry-Start TO ONC-Start-Date
024600     READ OnCallFile
024700         INVALID KEY
024800             MOVE 0 TO WS-Old-Primary
024900             MOVE 0 TO WS-Old-Secondary
025000             MOVE SPACES TO OnCallRecord
025100             MOVE WS-Entry-Start TO ONC-Start-Date
025200             PERFORM 2150-FILL-COVER THRU 2150-FILL-COVER-EXIT
025300             WRITE OnCallRecord
025400         NOT INVALID KEY
025500             MOVE ONC-Primary-EmpId TO WS-Old-Primary
025600             MOVE ONC-Secondary-EmpId TO WS-Old-Secondary
025700             PERFORM 2150-FILL-COVER THRU 2150-FILL-COVER-EXIT
025800             REWRITE OnCallRecord
025900     END-READ
026000     ADD 1 TO WS-Eoj-Written-Count
026100     DISPLAY "Cover from " WS-Entry-Start " to " WS-Entry-End
026200         " set: primary " WS-Entry-Primary ", secondary "
026300         WS-Entry-Secondary " after " WS-Entry-Escalate
026400         " minutes."
026500     MOVE "ONCALL-SET" TO WS-Audit-Event
026600     PERFORM 2950-AUDIT-CHANGE THRU 2950-AUDIT-CHANGE-EXIT
026700     .
026800 2100-SET-COVER-EXIT.
026900     EXIT.
027000
027100 2150-FILL-COVER.
027200     MOVE WS-Entry-End TO ONC-End-Date
027300     MOVE WS-Entry-Primary TO ONC-Primary-EmpId
027400     MOVE WS-Entry-Primary-Addr TO ONC-Primary-Address
027500     MOVE WS-Entry-Secondary TO ONC-Secondary-EmpId
027600     MOVE WS-Entry-Secondary-Addr TO ONC-Secondary-Address
027700     MOVE WS-Entry-Escalate-Num TO ONC-Escalate-Mins
027800     MOVE WS-Operator TO ONC-Set-By
027900     MOVE WS-Auth-EmpId TO ONC-Set-EmpId
028000     MOVE WS-Run-Date TO ONC-Set-Date
028100     .
028200 2150-FILL-COVER-EXIT.
028300     EXIT.
028400
028500 2200-CHECK-EMPLOYEE.
028600     MOVE "N" TO WS-Check-Ok
028700     MOVE WS-Check-EmpId TO EmpId
028800     READ ContactFile
028900         INVALID KEY
029000             DISPLAY "Employee " WS-Check-EmpId
029100                 " is not on CONTACT.DAT - nothing set."
029200             GO TO 2200-CHECK-EMPLOYEE-EXIT
029300     END-READ
029400     IF NOT EmpIsCurrent
029500         DISPLAY "Employee " WS-Check-EmpId " (" EmpName
029600             ") has left - nothing set."
029700         GO TO 2200-CHECK-EMPLOYEE-EXIT
029800     END-IF
029900     DISPLAY "  " WS-Check-EmpId " " EmpName
030000     MOVE "Y" TO WS-Check-Ok
030100     .
030200 2200-CHECK-EMPLOYEE-EXIT.
030300     EXIT.
030400
030500 2300-REMOVE-COVER.
030600     PERFORM 2050-ACCEPT-START THRU 2050-ACCEPT-START-EXIT
030700     MOVE WS-Entry-Start TO ONC-Start-Date
030800     READ OnCallFile
030900         INVALID KEY
031000             DISPLAY "No cover period starting "
031100                 WS-Entry-Start " is on file."
031200             GO TO 2300-REMOVE-COVER-EXIT
031300     END-READ
031400     MOVE ONC-End-Date TO WS-Entry-End
031500     MOVE ONC-Primary-EmpId TO WS-Old-Primary
031600     MOVE ONC-Secondary-EmpId TO WS-Old-Secondary
031700     MOVE 0 TO WS-New-Primary
031800     MOVE 0 TO WS-New-Secondary
031900     DELETE OnCallFile
032000     ADD 1 TO WS-Eoj-Written-Count
032100     DISPLAY "Cover period starting " WS-Entry-Start
032200         " removed."
032300     MOVE "ONCALL-DEL" TO WS-Audit-Event
032400     PERFORM 2950-AUDIT-CHANGE THRU 2950-AUDIT-CHANGE-EXIT
032500     .
032600 2300-REMOVE-COVER-EXIT.
032700     EXIT.
032800
032900 2400-LIST-ROTA.
033000     MOVE 0 TO WS-Listed-Count
033100     MOVE "N" TO WS-Eof-Switch
033200     MOVE 0 TO ONC-Start-Date
033300     START OnCallFile KEY IS >= ONC-Start-Date
033400         INVALID KEY
033500             SET WS-End-Of-Rota TO TRUE
033600     END-START
033700     PERFORM UNTIL WS-End-Of-Rota
033800         READ OnCallFile NEXT RECORD
033900             AT END SET WS-End-Of-Rota TO TRUE
034000         END-READ
034100         IF NOT WS-End-Of-Rota
034200             DISPLAY ONC-Start-Date " - " ONC-End-Date
034300                 " PRIMARY " ONC-Primary-EmpId " "
034400                 ONC-Primary-Address
034500             DISPLAY "                      SECONDARY "
034600                 ONC-Secondary-EmpId " " ONC-Secondary-Address
034700             DISPLAY "                      AFTER "
034800                 ONC-Escalate-Mins " MINUTES, SET BY "
034900                 ONC-Set-By " (" ONC-Set-EmpId ") "
035000                 ONC-Set-Date
035100             ADD 1 TO WS-Listed-Count
035200         END-IF
035300     END-PERFORM
035400     MOVE WS-Listed-Count TO WS-Listed-Disp
035500     DISPLAY "COVER PERIODS LISTED: " WS-Listed-Disp
035600     .
035700 2400-LIST-ROTA-EXIT.
035800     EXIT.
035900
036000 2950-AUDIT-CHANGE.
036100     MOVE SPACES TO WS-Audit-Detail
036200     STRING WS-Entry-Start "-" WS-Entry-End " FROM "
036300         WS-Old-Cover " TO " WS-New-Cover
036400         " BY " WS-Operator
036500         DELIMITED BY SIZE INTO WS-Audit-Detail
036600     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
036700         WS-Audit-Detail
036800     .
036900 2950-AUDIT-CHANGE-EXIT.
037000     EXIT.

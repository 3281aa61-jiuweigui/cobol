000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LimMnt.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Maintenance for HOLDLIM.DAT (HOLDLIM layout), Multip's
000900* large-value hold thresholds, in the FxMnt style: set the
001000* threshold for an operation code, remove it, or list them
001100* all. Loosening a threshold weakens the control, so the
001200* operator must hold the supervisor role on CONTACT.DAT
001300* (shared AuthChk routine) and every change is written to
001400* SUITEAUD.LOG through AuditLog with the old and new figure.
001500*--------------------------------------------------------------
001600* MODIFICATION HISTORY
001700*--------------------------------------------------------------
001800* DATE       INIT DESCRIPTION
001900* ---------- ---- -------------------------------------------
002000* 2026-10-15 JWG  Original version.
002100*--------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT HoldLimitFile ASSIGN TO DYNAMIC WS-P-HOLDLIM-DAT
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS LIM-Op-Code
002900         FILE STATUS IS WS-Lim-Status.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  HoldLimitFile.
003400     COPY "HOLDLIM.CPY".
003500
003600 WORKING-STORAGE SECTION.
003700 01  WS-Lim-Status           PIC XX.
003800     88  WS-Lim-Missing          VALUE "35".
003900 01  WS-Eof-Switch           PIC X VALUE "N".
004000     88  WS-End-Of-Limits        VALUE "Y".
004100 01  WS-Mode-Choice          PIC 9.
004200 01  WS-Entry-Op             PIC X(01).
004300     88  WS-Entry-Op-Is-Valid    VALUE "A" "S" "M" "D" "C".
004400 01  WS-Entry-Amount-Text    PIC X(12).
004500 01  WS-Entry-Amount         PIC 9(09)V99.
004600 01  WS-Old-Threshold        PIC 9(09)V99.
004700 01  WS-Limit-Disp           PIC Z(8)9.99.
004800 01  WS-Old-Limit-Disp       PIC Z(8)9.99.
004900 01  WS-Operator             PIC X(10).
005000 01  WS-Run-Date             PIC 9(08).
005100 01  WS-Auth-EmpId           PIC 9(05).
005200 01  WS-Auth-Role            PIC X(01).
005300 01  WS-Auth-Granted         PIC X(01).
005400     88  WS-Auth-Was-Granted     VALUE "Y".
005500 01  WS-Amount-Ok            PIC X.
005600     88  WS-Amount-Is-Valid      VALUE "Y".
005700     88  WS-Amount-Is-Invalid    VALUE "N".
005800 01  WS-Scan-Index           PIC 9(02) COMP.
005900 01  WS-Scan-Char            PIC X(01).
006000 01  WS-Digit-Count          PIC 9(02) COMP.
006100 01  WS-Point-Count          PIC 9(02) COMP.
006200 01  WS-Listed-Count         PIC 9(05) COMP VALUE 0.
006300 01  WS-Listed-Disp          PIC ZZZZ9.
006400 01  WS-More-Requests        PIC X VALUE "Y".
006500     88  WS-Another-Request      VALUE "Y" "y".
006600 01  WS-Audit-Event          PIC X(12).
006700 01  WS-Audit-Detail         PIC X(60).
006800 01  WS-P-HOLDLIM-DAT       PIC X(30) VALUE "HOLDLIM.DAT".
006900 01  WS-Eoj-Start-Time       PIC 9(08).
007000 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
007100 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
007200 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
007300 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
007400 01  WS-Program-Name         PIC X(20) VALUE "LIMMNT".
007500
007600 PROCEDURE DIVISION.
007700
007800 0000-MAINLINE.
007900     CALL "PreDefMsg" USING WS-Program-Name
008000     ACCEPT WS-Eoj-Start-Time FROM TIME
008100     CALL "EnvName" USING WS-P-HOLDLIM-DAT
008200     CALL "BusDate" USING WS-Run-Date
008300     DISPLAY "Operator initials: "
008400     ACCEPT WS-Operator
008500     DISPLAY "Enter your employee id (5 digits): "
008600     ACCEPT WS-Auth-EmpId
008700     MOVE "S" TO WS-Auth-Role
008800     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
008900         WS-Program-Name, WS-Auth-Granted
009000     IF NOT WS-Auth-Was-Granted
009100         MOVE 8 TO RETURN-CODE
009200         STOP RUN
009300     END-IF
009400     OPEN I-O HoldLimitFile
009500     IF WS-Lim-Missing
009600         OPEN OUTPUT HoldLimitFile
009700         CLOSE HoldLimitFile
009800         OPEN I-O HoldLimitFile
009900         DISPLAY "HOLDLIM.DAT CREATED - NO THRESHOLDS YET."
010000     END-IF
010100     PERFORM 2000-PROCESS-REQUEST
010200         THRU 2000-PROCESS-REQUEST-EXIT
010300         UNTIL NOT WS-Another-Request
010400     CLOSE HoldLimitFile
010500     CALL "EndMsg" USING WS-Program-Name,
010600         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
010700         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
010800         WS-Eoj-Return-Code
010900     MOVE WS-Eoj-Return-Code TO RETURN-CODE
011000     STOP RUN.
011100
011200 2000-PROCESS-REQUEST.
011300     DISPLAY "1. Set the hold threshold for an operation"
011400     DISPLAY "2. Remove the hold threshold for an operation"
011500     DISPLAY "3. List the hold thresholds"
011600     DISPLAY "Enter choice: "
011700     ACCEPT WS-Mode-Choice
011800     EVALUATE WS-Mode-Choice
011900         WHEN 1
012000             PERFORM 2100-SET-LIMIT THRU 2100-SET-LIMIT-EXIT
012100         WHEN 2
012200             PERFORM 2300-REMOVE-LIMIT
012300                 THRU 2300-REMOVE-LIMIT-EXIT
012400         WHEN 3
012500             PERFORM 2400-LIST-LIMITS THRU 2400-LIST-LIMITS-EXIT
012600         WHEN OTHER
012700             DISPLAY "Invalid choice - nothing done."
012800     END-EVALUATE
012900     DISPLAY "Another threshold request (Y/N)? "
013000     ACCEPT WS-More-Requests
013100     .
013200 2000-PROCESS-REQUEST-EXIT.
013300     EXIT.
013400
013500 2050-ACCEPT-OP.
013600     DISPLAY "Operation code (A/S/M/D/C): "
013700     ACCEPT WS-Entry-Op
013800     MOVE FUNCTION UPPER-CASE(WS-Entry-Op) TO WS-Entry-Op
013900     .
014000 2050-ACCEPT-OP-EXIT.
014100     EXIT.
014200
014300 2100-SET-LIMIT.
014400     PERFORM 2050-ACCEPT-OP THRU 2050-ACCEPT-OP-EXIT
014500     IF NOT WS-Entry-Op-Is-Valid
014600         DISPLAY "Not an operation code - nothing set."
014700         GO TO 2100-SET-LIMIT-EXIT
014800     END-IF
014900     PERFORM 2150-ACCEPT-AMOUNT THRU 2150-ACCEPT-AMOUNT-EXIT
015000     IF WS-Amount-Is-Invalid
015100         DISPLAY "Not a valid threshold - nothing set."
015200         GO TO 2100-SET-LIMIT-EXIT
015300     END-IF
015400     MOVE WS-Entry-Op TO LIM-Op-Code
015500     READ HoldLimitFile
015600         INVALID KEY
015700             MOVE 0 TO WS-Old-Threshold
015800             MOVE WS-Entry-Op TO LIM-Op-Code
015900             MOVE WS-Entry-Amount TO LIM-Threshold
016000             MOVE WS-Operator TO LIM-Set-By
016100             MOVE WS-Auth-EmpId TO LIM-Set-EmpId
016200             MOVE WS-Run-Date TO LIM-Set-Date
016300             WRITE HoldLimitRecord
016400         NOT INVALID KEY
016500             MOVE LIM-Threshold TO WS-Old-Threshold
016600             MOVE WS-Entry-Amount TO LIM-Threshold
016700             MOVE WS-Operator TO LIM-Set-By
016800             MOVE WS-Auth-EmpId TO LIM-Set-EmpId
016900             MOVE WS-Run-Date TO LIM-Set-Date
017000             REWRITE HoldLimitRecord
017100     END-READ
017200     ADD 1 TO WS-Eoj-Written-Count
017300     MOVE WS-Entry-Amount TO WS-Limit-Disp
017400     DISPLAY "Hold threshold for " WS-Entry-Op " set to "
017500         WS-Limit-Disp "."
017600     MOVE "HOLDLIM-SET" TO WS-Audit-Event
017700     PERFORM 2950-AUDIT-CHANGE THRU 2950-AUDIT-CHANGE-EXIT
017800     .
017900 2100-SET-LIMIT-EXIT.
018000     EXIT.
018100
018200*--------------------------------------------------------------
018300* The threshold is keyed as decimal text and scanned the way
018400* the FxMnt rate scan works: no sign, and above zero (a code
018500* that should never hold is removed, not set to zero).
018600*--------------------------------------------------------------
018700 2150-ACCEPT-AMOUNT.
018800     DISPLAY "Threshold (an operand above this is held): "
018900     ACCEPT WS-Entry-Amount-Text
019000     SET WS-Amount-Is-Valid TO TRUE
019100     MOVE 0 TO WS-Digit-Count
019200     MOVE 0 TO WS-Point-Count
019300     PERFORM VARYING WS-Scan-Index FROM 1 BY 1
019400             UNTIL WS-Scan-Index > 12
019500             OR WS-Amount-Is-Invalid
019600         MOVE WS-Entry-Amount-Text(WS-Scan-Index:1)
019700             TO WS-Scan-Char
019800         EVALUATE TRUE
019900             WHEN WS-Scan-Char >= "0"
020000                     AND WS-Scan-Char <= "9"
020100                 ADD 1 TO WS-Digit-Count
020200             WHEN WS-Scan-Char = "."
020300                 ADD 1 TO WS-Point-Count
020400             WHEN WS-Scan-Char = SPACE
020500                 CONTINUE
020600             WHEN OTHER
020700                 SET WS-Amount-Is-Invalid TO TRUE
020800         END-EVALUATE
020900     END-PERFORM
021000     IF WS-Digit-Count = 0 OR WS-Point-Count > 1
021100         SET WS-Amount-Is-Invalid TO TRUE
021200     END-IF
021300     IF WS-Amount-Is-Valid
021400         COMPUTE WS-Entry-Amount =
021500             FUNCTION NUMVAL(WS-Entry-Amount-Text)
021600             ON SIZE ERROR
021700                 SET WS-Amount-Is-Invalid TO TRUE
021800         END-COMPUTE
021900     END-IF
022000     IF WS-Amount-Is-Valid AND WS-Entry-Amount = ZERO
022100         SET WS-Amount-Is-Invalid TO TRUE
022200     END-IF
022300     .
022400 2150-ACCEPT-AMOUNT-EXIT.
022500     EXIT.
022600
022700 2300-REMOVE-LIMIT.
022800     PERFORM 2050-ACCEPT-OP THRU 2050-ACCEPT-OP-EXIT
022900     MOVE WS-Entry-Op TO LIM-Op-Code
023000     READ HoldLimitFile
023100         INVALID KEY
023200             DISPLAY "No hold threshold for " WS-Entry-Op
023300                 " is on file."
023400             GO TO 2300-REMOVE-LIMIT-EXIT
023500     END-READ
023600     MOVE LIM-Threshold TO WS-Old-Threshold
023700     MOVE 0 TO WS-Entry-Amount
023800     DELETE HoldLimitFile
023900     ADD 1 TO WS-Eoj-Written-Count
024000     DISPLAY "Hold threshold for " WS-Entry-Op " removed - "
024100         "those details are no longer held."
024200     MOVE "HOLDLIM-DEL" TO WS-Audit-Event
024300     PERFORM 2950-AUDIT-CHANGE THRU 2950-AUDIT-CHANGE-EXIT
024400     .
024500 2300-REMOVE-LIMIT-EXIT.
024600     EXIT.
024700
024800 2400-LIST-LIMITS.
024900     MOVE 0 TO WS-Listed-Count
025000     MOVE "N" TO WS-Eof-Switch
025100     MOVE LOW-VALUES TO LIM-Op-Code
025200     START HoldLimitFile KEY IS >= LIM-Op-Code
025300         INVALID KEY
025400             SET WS-End-Of-Limits TO TRUE
025500     END-START
025600     PERFORM UNTIL WS-End-Of-Limits
025700         READ HoldLimitFile NEXT RECORD
025800             AT END SET WS-End-Of-Limits TO TRUE
025900         END-READ
026000         IF NOT WS-End-Of-Limits
026100             MOVE LIM-Threshold TO WS-Limit-Disp
026200             DISPLAY LIM-Op-Code " " WS-Limit-Disp " SET BY "
026300                 LIM-Set-By " (" LIM-Set-EmpId ") "
026400                 LIM-Set-Date
026500             ADD 1 TO WS-Listed-Count
026600         END-IF
026700     END-PERFORM
026800     MOVE WS-Listed-Count TO WS-Listed-Disp
026900     DISPLAY "THRESHOLDS LISTED: " WS-Listed-Disp
027000     .
027100 2400-LIST-LIMITS-EXIT.
027200     EXIT.
027300
027400 2950-AUDIT-CHANGE.
027500     MOVE WS-Old-Threshold TO WS-Old-Limit-Disp
027600     MOVE WS-Entry-Amount TO WS-Limit-Disp
027700     MOVE SPACES TO WS-Audit-Detail
027800     STRING "OP " WS-Entry-Op " FROM " WS-Old-Limit-Disp
027900         " TO " WS-Limit-Disp " BY " WS-Operator
028000         DELIMITED BY SIZE INTO WS-Audit-Detail
028100     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
028200         WS-Audit-Detail
028300     .
028400 2950-AUDIT-CHANGE-EXIT.
028500     EXIT.

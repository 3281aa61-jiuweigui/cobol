000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HoldRel.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Large-value hold release, in the MovRvw style. A supervisor
000900* works through the MULTHOLD.DAT details Multip held for
001000* being over their operation's HOLDLIM.DAT threshold, and
001100* releases or rejects each one with a reason. The operator
001200* must hold the supervisor role on CONTACT.DAT (shared
001300* AuthChk routine); the decision records their initials,
001400* employee id and the date. A released item is not posted
001500* here: StoGen sends it in the next night's batch under that
001600* batch's header and trailer controls. A rejected item is
001700* never calculated. Every decision goes to SUITEAUD.LOG
001800* through AuditLog.
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
002900     SELECT HeldItemFile ASSIGN TO DYNAMIC WS-P-MULTHOLD-DAT
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS HLD-Key
003300         FILE STATUS IS WS-Hold-Status.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  HeldItemFile.
003800     COPY "MULTHOLD.CPY".
003900
004000 WORKING-STORAGE SECTION.
004100 01  WS-Hold-Status          PIC XX.
004200     88  WS-Hold-Missing         VALUE "35".
004300 01  WS-Eof-Switch           PIC X VALUE "N".
004400     88  WS-End-Of-Held          VALUE "Y".
004500 01  WS-Run-Date             PIC 9(08).
004600 01  WS-Operator-Initials    PIC X(10).
004700 01  WS-Auth-EmpId           PIC 9(05).
004800 01  WS-Auth-Role            PIC X(01).
004900 01  WS-Auth-Granted         PIC X(01).
005000     88  WS-Auth-Was-Granted     VALUE "Y".
005100 01  WS-Pick-Date            PIC 9(08).
005200 01  WS-Pick-Batch-Id        PIC X(08).
005300 01  WS-Pick-Detail-No       PIC 9(09).
005400 01  WS-Decision             PIC X(01).
005500 01  WS-Reason               PIC X(30).
005600 01  WS-Done-Switch          PIC X VALUE "N".
005700     88  WS-Capture-Done         VALUE "Y".
005800 01  WS-Open-Count           PIC 9(05) VALUE 0.
005900 01  WS-Release-Count        PIC 9(05) VALUE 0.
006000 01  WS-Reject-Count         PIC 9(05) VALUE 0.
006100 01  WS-Amount-Disp          PIC Z(8)9.99.
006200 01  WS-Limit-Disp           PIC Z(8)9.99.
006300 01  WS-Audit-Event          PIC X(12).
006400 01  WS-Audit-Detail         PIC X(60).
006500 01  WS-P-MULTHOLD-DAT      PIC X(30) VALUE "MULTHOLD.DAT".
006600 01  WS-Eoj-Start-Time       PIC 9(08).
006700 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
006800 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
006900 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
007000 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
007100 01  WS-Program-Name         PIC X(20) VALUE "HOLDREL".
007200
007300 PROCEDURE DIVISION.
007400
007500 0000-MAINLINE.
007600     CALL "PreDefMsg" USING WS-Program-Name
007700     ACCEPT WS-Eoj-Start-Time FROM TIME
007800     CALL "EnvName" USING WS-P-MULTHOLD-DAT
007900     DISPLAY "LARGE-VALUE HOLD RELEASE"
008000     DISPLAY "========================"
008100     CALL "BusDate" USING WS-Run-Date
008200     DISPLAY "Enter your initials: "
008300     ACCEPT WS-Operator-Initials
008400     DISPLAY "Enter your employee id (5 digits): "
008500     ACCEPT WS-Auth-EmpId
008600     MOVE "S" TO WS-Auth-Role
008700     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
008800         WS-Program-Name, WS-Auth-Granted
008900     IF NOT WS-Auth-Was-Granted
009000         MOVE 8 TO RETURN-CODE
009100         STOP RUN
009200     END-IF
009300     OPEN I-O HeldItemFile
009400     IF WS-Hold-Missing
009500         DISPLAY "MULTHOLD.DAT NOT FOUND - NOTHING IS HELD."
009600         STOP RUN
009700     END-IF
009800     PERFORM 1100-LIST-HELD THRU 1100-LIST-HELD-EXIT
009900     PERFORM 2000-CAPTURE-ONE THRU 2000-CAPTURE-ONE-EXIT
010000         UNTIL WS-Capture-Done
010100     CLOSE HeldItemFile
010200     DISPLAY "SESSION: " WS-Release-Count " RELEASED, "
010300         WS-Reject-Count " REJECTED."
010400     ADD WS-Release-Count WS-Reject-Count
010500         GIVING WS-Eoj-Written-Count
010600     CALL "EndMsg" USING WS-Program-Name,
010700         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
010800         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
010900         WS-Eoj-Return-Code
011000     MOVE WS-Eoj-Return-Code TO RETURN-CODE
011100     STOP RUN.
011200
011300 1100-LIST-HELD.
011400     DISPLAY "DETAILS AWAITING RELEASE"
011500     MOVE "N" TO WS-Eof-Switch
011600     READ HeldItemFile NEXT RECORD
011700         AT END SET WS-End-Of-Held TO TRUE
011800     END-READ
011900     PERFORM UNTIL WS-End-Of-Held
012000         ADD 1 TO WS-Eoj-Read-Count
012100         IF HLD-Is-Held
012200             MOVE HLD-Hold-Amount TO WS-Amount-Disp
012300             MOVE HLD-Threshold TO WS-Limit-Disp
012400             DISPLAY "  " HLD-Batch-Date " " HLD-Batch-Id " "
012500                 HLD-Detail-No " " HLD-Op-Code " "
012600                 HLD-Operand1 " " HLD-Operand2
012700             DISPLAY "      " WS-Amount-Disp " OVER "
012800                 WS-Limit-Disp " GL " HLD-GL-Account " CC "
012900                 HLD-Cost-Centre
013000             ADD 1 TO WS-Open-Count
013100         END-IF
013200         READ HeldItemFile NEXT RECORD
013300             AT END SET WS-End-Of-Held TO TRUE
013400         END-READ
013500     END-PERFORM
013600     DISPLAY "HELD DETAILS: " WS-Open-Count
013700     .
013800 1100-LIST-HELD-EXIT.
013900     EXIT.
014000
014100 2000-CAPTURE-ONE.
014200     DISPLAY "Business date of the held item (0 to finish): "
014300     ACCEPT WS-Pick-Date
014400     IF WS-Pick-Date = ZERO
014500         SET WS-Capture-Done TO TRUE
014600         GO TO 2000-CAPTURE-ONE-EXIT
014700     END-IF
014800     DISPLAY "Batch id: "
014900     ACCEPT WS-Pick-Batch-Id
015000     MOVE FUNCTION UPPER-CASE(WS-Pick-Batch-Id)
015100         TO WS-Pick-Batch-Id
015200     DISPLAY "Detail number: "
015300     ACCEPT WS-Pick-Detail-No
015400     MOVE WS-Pick-Date TO HLD-Batch-Date
015500     MOVE WS-Pick-Batch-Id TO HLD-Batch-Id
015600     MOVE WS-Pick-Detail-No TO HLD-Detail-No
015700     READ HeldItemFile
015800         INVALID KEY
015900             DISPLAY "THAT DETAIL IS NOT ON HOLD."
016000             GO TO 2000-CAPTURE-ONE-EXIT
016100     END-READ
016200     MOVE HLD-Hold-Amount TO WS-Amount-Disp
016300     MOVE HLD-Threshold TO WS-Limit-Disp
016400     DISPLAY "  " HLD-Op-Code " " HLD-Operand1 " " HLD-Operand2
016500         " - " WS-Amount-Disp " OVER " WS-Limit-Disp
016600     IF NOT HLD-Is-Held
016700         DISPLAY "  ALREADY DECIDED (" HLD-Status ") BY "
016800             HLD-Decided-By " ON " HLD-Decided-Date
016900         GO TO 2000-CAPTURE-ONE-EXIT
017000     END-IF
017100     DISPLAY "Release (R), reject (X), anything else skips: "
017200     ACCEPT WS-Decision
017300     MOVE FUNCTION UPPER-CASE(WS-Decision) TO WS-Decision
017400     IF WS-Decision NOT = "R" AND NOT = "X"
017500         GO TO 2000-CAPTURE-ONE-EXIT
017600     END-IF
017700     DISPLAY "Reason: "
017800     ACCEPT WS-Reason
017900     IF WS-Reason = SPACES
018000         DISPLAY "  A REASON IS REQUIRED - NOTHING DECIDED."
018100         ADD 1 TO WS-Eoj-Rejected-Count
018200         GO TO 2000-CAPTURE-ONE-EXIT
018300     END-IF
018400     PERFORM 2100-RECORD-DECISION
018500         THRU 2100-RECORD-DECISION-EXIT
018600     IF WS-Decision = "R"
018700         ADD 1 TO WS-Release-Count
018800         MOVE "HOLD-RELEASE" TO WS-Audit-Event
018900         DISPLAY "  RELEASED - GOES OUT IN THE NEXT NIGHT'S "
019000             "BATCH."
019100     ELSE
019200         ADD 1 TO WS-Reject-Count
019300         MOVE "HOLD-REJECT" TO WS-Audit-Event
019400         DISPLAY "  REJECTED - WILL NOT BE CALCULATED."
019500     END-IF
019600     PERFORM 2950-AUDIT-DECISION
019700         THRU 2950-AUDIT-DECISION-EXIT
019800     .
019900 2000-CAPTURE-ONE-EXIT.
020000     EXIT.
020100
020200 2100-RECORD-DECISION.
020300     MOVE WS-Decision TO HLD-Status
020400     MOVE WS-Operator-Initials TO HLD-Decided-By
020500     MOVE WS-Auth-EmpId TO HLD-Decided-EmpId
020600     MOVE WS-Run-Date TO HLD-Decided-Date
020700     MOVE WS-Reason TO HLD-Reason
020800     REWRITE HeldItem
020900     .
021000 2100-RECORD-DECISION-EXIT.
021100     EXIT.
021200
021300 2950-AUDIT-DECISION.
021400     MOVE SPACES TO WS-Audit-Detail
021500     STRING HLD-Batch-Date " " HLD-Batch-Id " " HLD-Detail-No
021600         " BY " WS-Operator-Initials " " WS-Reason
021700         DELIMITED BY SIZE INTO WS-Audit-Detail
021800     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
021900         WS-Audit-Detail
022000     .
022100 2950-AUDIT-DECISION-EXIT.
022200     EXIT.

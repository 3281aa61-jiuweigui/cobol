000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SusRpr.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Suspense repair, in the HoldRel style. An operator works
000900* through the MULTSUSP.DAT details Multip rejected (bad
001000* operand, divide by zero, size error, ...) and either keys
001100* the corrected figures or cancels the item with a reason.
001200* Operands are validated the way StoMnt validates them - the
001300* same scan Multip's 2150 applies - so a repaired item is not
001400* rejected again for the same fault. A corrected item is not
001500* calculated here: StoGen resubmits it in the next night's
001600* batch under that batch's header and trailer controls. An
001700* item keeps its original detail as received; the repair is
001800* recorded beside it with the operator's initials and the
001900* date. Every decision goes to SUITEAUD.LOG through AuditLog.
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
003000     SELECT SuspenseFile ASSIGN TO DYNAMIC WS-P-MULTSUSP-DAT
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS SUS-Key
003400         FILE STATUS IS WS-Susp-Status.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  SuspenseFile.
003900     COPY "MULTSUSP.CPY".
004000
004100 WORKING-STORAGE SECTION.
004200 01  WS-Susp-Status          PIC XX.
004300     88  WS-Susp-Missing         VALUE "35".
004400 01  WS-Eof-Switch           PIC X VALUE "N".
004500     88  WS-End-Of-Suspense      VALUE "Y".
004600 01  WS-Run-Date             PIC 9(08).
004700 01  WS-Operator-Initials    PIC X(10).
004800 01  WS-Pick-Date            PIC 9(08).
004900 01  WS-Pick-Batch-Id        PIC X(08).
005000 01  WS-Pick-Detail-No       PIC 9(09).
005100 01  WS-Decision             PIC X(01).
005200 01  WS-Reason               PIC X(30).
005300 01  WS-Done-Switch          PIC X VALUE "N".
005400     88  WS-Capture-Done         VALUE "Y".
005500*--------------------------------------------------------------
005600* The detail as received, broken out from SUS-Original.
005700*--------------------------------------------------------------
005800 01  WS-Orig-Detail.
005900     02  WS-Orig-Record-Type PIC X(01).
006000     02  WS-Orig-Op-Code     PIC X(01).
006100     02  WS-Orig-Operand1    PIC X(12).
006200     02  WS-Orig-Operand2    PIC X(12).
006300     02  WS-Orig-GL-Account  PIC X(08).
006400     02  WS-Orig-Cost-Centre PIC X(06).
006500 01  WS-Entry-Op             PIC X(01).
006600 01  WS-Entry-Operand        PIC X(12).
006700 01  WS-Entry-Pair.
006800     02  WS-Entry-From-Ccy   PIC X(03).
006900     02  WS-Entry-To-Ccy     PIC X(03).
007000     02  WS-Entry-Pair-Filler PIC X(06).
007100 01  WS-Entry-GL-Account     PIC X(08).
007200 01  WS-Entry-Cost-Centre    PIC X(06).
007300 01  WS-Entry-Ok             PIC X.
007400     88  WS-Entry-Is-Valid       VALUE "Y".
007500     88  WS-Entry-Is-Invalid     VALUE "N".
007600 01  WS-Amount-Ok            PIC X.
007700     88  WS-Amount-Is-Valid      VALUE "Y".
007800     88  WS-Amount-Is-Invalid    VALUE "N".
007900 01  WS-Scan-Index           PIC 9(02) COMP.
008000 01  WS-Scan-Char            PIC X(01).
008100 01  WS-Digit-Count          PIC 9(02) COMP.
008200 01  WS-Point-Count          PIC 9(02) COMP.
008300 01  WS-Sign-Count           PIC 9(02) COMP.
008400 01  WS-Open-Count           PIC 9(05) VALUE 0.
008500 01  WS-Correct-Count        PIC 9(05) VALUE 0.
008600 01  WS-Cancel-Count         PIC 9(05) VALUE 0.
008700 01  WS-Audit-Event          PIC X(12).
008800 01  WS-Audit-Detail         PIC X(60).
008900 01  WS-P-MULTSUSP-DAT      PIC X(30) VALUE "MULTSUSP.DAT".
009000 01  WS-Eoj-Start-Time       PIC 9(08).
009100 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
009200 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
009300 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
009400 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
009500 01  WS-Program-Name         PIC X(20) VALUE "SUSRPR".
009600
009700 PROCEDURE DIVISION.
009800
009900 0000-MAINLINE.
010000     CALL "PreDefMsg" USING WS-Program-Name
010100     ACCEPT WS-Eoj-Start-Time FROM TIME
010200     CALL "EnvName" USING WS-P-MULTSUSP-DAT
010300     DISPLAY "MULTIP SUSPENSE REPAIR"
010400     DISPLAY "======================"
010500     CALL "BusDate" USING WS-Run-Date
010600     DISPLAY "Enter your initials: "
010700     ACCEPT WS-Operator-Initials
010800     IF WS-Operator-Initials = SPACES
010900         DISPLAY "INITIALS ARE REQUIRED - NOTHING DONE."
011000         MOVE 8 TO RETURN-CODE
011100         STOP RUN
011200     END-IF
011300     OPEN I-O SuspenseFile
011400     IF WS-Susp-Missing
011500         DISPLAY "MULTSUSP.DAT NOT FOUND - NOTHING IS IN "
011600             "SUSPENSE."
011700         STOP RUN
011800     END-IF
011900     PERFORM 1100-LIST-SUSPENSE THRU 1100-LIST-SUSPENSE-EXIT
012000     PERFORM 2000-CAPTURE-ONE THRU 2000-CAPTURE-ONE-EXIT
012100         UNTIL WS-Capture-Done
012200     CLOSE SuspenseFile
012300     DISPLAY "SESSION: " WS-Correct-Count " CORRECTED, "
012400         WS-Cancel-Count " CANCELLED."
012500     ADD WS-Correct-Count WS-Cancel-Count
012600         GIVING WS-Eoj-Written-Count
012700     CALL "EndMsg" USING WS-Program-Name,
012800         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
012900         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
013000         WS-Eoj-Return-Code
013100     MOVE WS-Eoj-Return-Code TO RETURN-CODE
013200     STOP RUN.
013300
013400 1100-LIST-SUSPENSE.
013500     DISPLAY "DETAILS AWAITING REPAIR"
013600     MOVE "N" TO WS-Eof-Switch
013700     READ SuspenseFile NEXT RECORD
013800         AT END SET WS-End-Of-Suspense TO TRUE
013900     END-READ
014000     PERFORM UNTIL WS-End-Of-Suspense
014100         ADD 1 TO WS-Eoj-Read-Count
014200         IF SUS-Is-Open OR SUS-Is-Corrected
014300             MOVE SUS-Original TO WS-Orig-Detail
014400             DISPLAY "  " SUS-Batch-Date " " SUS-Batch-Id " "
014500                 SUS-Detail-No " " SUS-Status " "
014600                 WS-Orig-Op-Code " " WS-Orig-Operand1 " "
014700                 WS-Orig-Operand2
014800             DISPLAY "      " SUS-Reason " GL "
014900                 WS-Orig-GL-Account " CC " WS-Orig-Cost-Centre
015000             ADD 1 TO WS-Open-Count
015100         END-IF
015200         READ SuspenseFile NEXT RECORD
015300             AT END SET WS-End-Of-Suspense TO TRUE
015400         END-READ
015500     END-PERFORM
015600     DISPLAY "DETAILS IN SUSPENSE: " WS-Open-Count
015700     .
015800 1100-LIST-SUSPENSE-EXIT.
015900     EXIT.
016000
016100 2000-CAPTURE-ONE.
016200     DISPLAY "Business date of the rejected item (0 to "
016300         "finish): "
016400     ACCEPT WS-Pick-Date
016500     IF WS-Pick-Date = ZERO
016600         SET WS-Capture-Done TO TRUE
016700         GO TO 2000-CAPTURE-ONE-EXIT
016800     END-IF
016900     DISPLAY "Batch id: "
017000     ACCEPT WS-Pick-Batch-Id
017100     MOVE FUNCTION UPPER-CASE(WS-Pick-Batch-Id)
017200         TO WS-Pick-Batch-Id
017300     DISPLAY "Detail number: "
017400     ACCEPT WS-Pick-Detail-No
017500     MOVE WS-Pick-Date TO SUS-Batch-Date
017600     MOVE WS-Pick-Batch-Id TO SUS-Batch-Id
017700     MOVE WS-Pick-Detail-No TO SUS-Detail-No
017800     READ SuspenseFile
017900         INVALID KEY
018000             DISPLAY "THAT DETAIL IS NOT IN SUSPENSE."
018100             GO TO 2000-CAPTURE-ONE-EXIT
018200     END-READ
018300     MOVE SUS-Original TO WS-Orig-Detail
018400     DISPLAY "  AS RECEIVED: " WS-Orig-Op-Code " "
018500         WS-Orig-Operand1 " " WS-Orig-Operand2 " GL "
018600         WS-Orig-GL-Account " CC " WS-Orig-Cost-Centre
018700     DISPLAY "  REJECTED:    " SUS-Reason
018800     IF SUS-Is-Corrected
018900         DISPLAY "  CORRECTED:   " SUS-Op-Code " " SUS-Operand1
019000             " " SUS-Operand2 " BY " SUS-Action-By
019100     END-IF
019200     IF NOT SUS-Is-Open AND NOT SUS-Is-Corrected
019300         DISPLAY "  ALREADY CLOSED (" SUS-Status ") BY "
019400             SUS-Action-By " ON " SUS-Action-Date
019500         GO TO 2000-CAPTURE-ONE-EXIT
019600     END-IF
019700     DISPLAY "Correct (C), cancel (X), anything else skips: "
019800     ACCEPT WS-Decision
019900     MOVE FUNCTION UPPER-CASE(WS-Decision) TO WS-Decision
020000     EVALUATE WS-Decision
020100         WHEN "C"
020200             PERFORM 2100-CORRECT-ITEM THRU 2100-CORRECT-ITEM-EXIT
020300         WHEN "X"
020400             PERFORM 2500-CANCEL-ITEM THRU 2500-CANCEL-ITEM-EXIT
020500         WHEN OTHER
020600             CONTINUE
020700     END-EVALUATE
020800     .
020900 2000-CAPTURE-ONE-EXIT.
021000     EXIT.
021100
021200*--------------------------------------------------------------
021300* The operator keys the detail afresh. A blank GL account or
021400* cost centre keeps the one the detail arrived with.
021500*--------------------------------------------------------------
021600 2100-CORRECT-ITEM.
021700     DISPLAY "Operation (A/S/M/D/C): "
021800     ACCEPT WS-Entry-Op
021900     MOVE FUNCTION UPPER-CASE(WS-Entry-Op) TO WS-Entry-Op
022000     IF WS-Entry-Op NOT = "A" AND NOT = "S"
022100             AND NOT = "M" AND NOT = "D"
022200             AND NOT = "C"
022300         DISPLAY "Operation must be A, S, M, D or C - nothing "
022400             "corrected."
022500         ADD 1 TO WS-Eoj-Rejected-Count
022600         GO TO 2100-CORRECT-ITEM-EXIT
022700     END-IF
022800     SET WS-Entry-Is-Invalid TO TRUE
022900     PERFORM UNTIL WS-Entry-Is-Valid
023000         DISPLAY "Operand 1 (signed decimal, 12 cols): "
023100         ACCEPT WS-Entry-Operand
023200         PERFORM 2150-VALIDATE-AMOUNT
023300             THRU 2150-VALIDATE-AMOUNT-EXIT
023400         IF WS-Amount-Is-Valid
023500             MOVE WS-Entry-Operand TO SUS-Operand1
023600             SET WS-Entry-Is-Valid TO TRUE
023700         ELSE
023800             DISPLAY "Not a valid amount - re-enter."
023900         END-IF
024000     END-PERFORM
024100     SET WS-Entry-Is-Invalid TO TRUE
024200     PERFORM UNTIL WS-Entry-Is-Valid
024300         IF WS-Entry-Op = "C"
024400             PERFORM 2170-ACCEPT-PAIR THRU 2170-ACCEPT-PAIR-EXIT
024500         ELSE
024600             PERFORM 2160-ACCEPT-OPERAND2
024700                 THRU 2160-ACCEPT-OPERAND2-EXIT
024800         END-IF
024900     END-PERFORM
025000     DISPLAY "GL account (8 chars, blank keeps "
025100         WS-Orig-GL-Account "): "
025200     ACCEPT WS-Entry-GL-Account
025300     MOVE FUNCTION UPPER-CASE(WS-Entry-GL-Account)
025400         TO WS-Entry-GL-Account
025500     IF WS-Entry-GL-Account = SPACES
025600         MOVE WS-Orig-GL-Account TO WS-Entry-GL-Account
025700     END-IF
025800     DISPLAY "Cost centre (6 chars, blank keeps "
025900         WS-Orig-Cost-Centre "): "
026000     ACCEPT WS-Entry-Cost-Centre
026100     MOVE FUNCTION UPPER-CASE(WS-Entry-Cost-Centre)
026200         TO WS-Entry-Cost-Centre
026300     IF WS-Entry-Cost-Centre = SPACES
026400         MOVE WS-Orig-Cost-Centre TO WS-Entry-Cost-Centre
026500     END-IF
026600     IF WS-Entry-GL-Account = SPACES
026700             OR WS-Entry-Cost-Centre = SPACES
026800         DISPLAY "GL account and cost centre are both needed - "
026900             "nothing corrected."
027000         ADD 1 TO WS-Eoj-Rejected-Count
027100         GO TO 2100-CORRECT-ITEM-EXIT
027200     END-IF
027300     MOVE WS-Entry-Op TO SUS-Op-Code
027400     MOVE WS-Entry-GL-Account TO SUS-GL-Account
027500     MOVE WS-Entry-Cost-Centre TO SUS-Cost-Centre
027600     SET SUS-Is-Corrected TO TRUE
027700     MOVE WS-Operator-Initials TO SUS-Action-By
027800     MOVE WS-Run-Date TO SUS-Action-Date
027900     REWRITE SuspenseItem
028000     ADD 1 TO WS-Correct-Count
028100     DISPLAY "  CORRECTED - GOES OUT IN THE NEXT NIGHT'S BATCH."
028200     MOVE "SUSP-CORRECT" TO WS-Audit-Event
028300     MOVE SPACES TO WS-Audit-Detail
028400     STRING SUS-Batch-Date " " SUS-Batch-Id " " SUS-Detail-No
028500         " BY " WS-Operator-Initials " " SUS-Op-Code " "
028600         SUS-Operand1
028700         DELIMITED BY SIZE INTO WS-Audit-Detail
028800     PERFORM 2950-AUDIT-DECISION
028900         THRU 2950-AUDIT-DECISION-EXIT
029000     .
029100 2100-CORRECT-ITEM-EXIT.
029200     EXIT.
029300
029400*--------------------------------------------------------------
029500* The same scan Multip's 2150-VALIDATE-AMOUNT applies: digits
029600* and at most one point, one leading sign, no embedded
029700* character after the content ends.
029800*--------------------------------------------------------------
029900 2150-VALIDATE-AMOUNT.
030000     SET WS-Amount-Is-Valid TO TRUE
030100     MOVE 0 TO WS-Digit-Count
030200     MOVE 0 TO WS-Point-Count
030300     MOVE 0 TO WS-Sign-Count
030400     PERFORM VARYING WS-Scan-Index FROM 1 BY 1
030500             UNTIL WS-Scan-Index > 12
030600             OR WS-Amount-Is-Invalid
030700         MOVE WS-Entry-Operand(WS-Scan-Index:1)
030800             TO WS-Scan-Char
030900         EVALUATE TRUE
031000             WHEN WS-Scan-Char >= "0"
031100                     AND WS-Scan-Char <= "9"
031200                 ADD 1 TO WS-Digit-Count
031300             WHEN WS-Scan-Char = "."
031400                 ADD 1 TO WS-Point-Count
031500             WHEN WS-Scan-Char = "-" OR WS-Scan-Char = "+"
031600                 IF WS-Digit-Count > 0 OR WS-Point-Count > 0
031700                         OR WS-Sign-Count > 0
031800                     SET WS-Amount-Is-Invalid TO TRUE
031900                 ELSE
032000                     ADD 1 TO WS-Sign-Count
032100                 END-IF
032200             WHEN WS-Scan-Char = SPACE
032300                 CONTINUE
032400             WHEN OTHER
032500                 SET WS-Amount-Is-Invalid TO TRUE
032600         END-EVALUATE
032700     END-PERFORM
032800     IF WS-Digit-Count = 0 OR WS-Point-Count > 1
032900         SET WS-Amount-Is-Invalid TO TRUE
033000     END-IF
033100     .
033200 2150-VALIDATE-AMOUNT-EXIT.
033300     EXIT.
033400
033500*--------------------------------------------------------------
033600* A divide by zero is the commonest reject, so a zero second
033700* operand is refused for D here rather than at 3am.
033800*--------------------------------------------------------------
033900 2160-ACCEPT-OPERAND2.
034000     DISPLAY "Operand 2 (signed decimal, 12 cols): "
034100     ACCEPT WS-Entry-Operand
034200     PERFORM 2150-VALIDATE-AMOUNT THRU 2150-VALIDATE-AMOUNT-EXIT
034300     IF WS-Amount-Is-Invalid
034400         DISPLAY "Not a valid amount - re-enter."
034500         GO TO 2160-ACCEPT-OPERAND2-EXIT
034600     END-IF
034700     IF WS-Entry-Op = "D"
034800             AND FUNCTION NUMVAL(WS-Entry-Operand) = ZERO
034900         DISPLAY "Cannot divide by zero - re-enter."
035000         GO TO 2160-ACCEPT-OPERAND2-EXIT
035100     END-IF
035200     MOVE WS-Entry-Operand TO SUS-Operand2
035300     SET WS-Entry-Is-Valid TO TRUE
035400     .
035500 2160-ACCEPT-OPERAND2-EXIT.
035600     EXIT.
035700
035800*--------------------------------------------------------------
035900* A conversion's second operand is the currency pair, judged
036000* the way Multip's 2160-VALIDATE-PAIR judges it.
036100*--------------------------------------------------------------
036200 2170-ACCEPT-PAIR.
036300     DISPLAY "Currency pair (from and to, e.g. EURUSD): "
036400     ACCEPT WS-Entry-Pair
036500     MOVE FUNCTION UPPER-CASE(WS-Entry-Pair) TO WS-Entry-Pair
036600     IF WS-Entry-From-Ccy IS NOT ALPHABETIC
036700             OR WS-Entry-To-Ccy IS NOT ALPHABETIC
036800             OR WS-Entry-From-Ccy = SPACES
036900             OR WS-Entry-To-Ccy = SPACES
037000             OR WS-Entry-From-Ccy = WS-Entry-To-Ccy
037100             OR WS-Entry-Pair-Filler NOT = SPACES
037200         DISPLAY "Not a valid currency pair - re-enter."
037300         GO TO 2170-ACCEPT-PAIR-EXIT
037400     END-IF
037500     MOVE WS-Entry-Pair TO SUS-Operand2
037600     SET WS-Entry-Is-Valid TO TRUE
037700     .
037800 2170-ACCEPT-PAIR-EXIT.
037900     EXIT.
038000
038100 2500-CANCEL-ITEM.
038200     DISPLAY "Reason for cancelling: "
038300     ACCEPT WS-Reason
038400     IF WS-Reason = SPACES
038500         DISPLAY "  A REASON IS REQUIRED - NOTHING CANCELLED."
038600         ADD 1 TO WS-Eoj-Rejected-Count
038700         GO TO 2500-CANCEL-ITEM-EXIT
038800     END-IF
038900     SET SUS-Is-Cancelled TO TRUE
039000     MOVE WS-Operator-Initials TO SUS-Action-By
039100     MOVE WS-Run-Date TO SUS-Action-Date
039200     MOVE WS-Reason TO SUS-Cancel-Reason
039300     REWRITE SuspenseItem
039400     ADD 1 TO WS-Cancel-Count
039500     DISPLAY "  CANCELLED - WILL NOT BE RESUBMITTED."
039600     MOVE "SUSP-CANCEL" TO WS-Audit-Event
039700     MOVE SPACES TO WS-Audit-Detail
039800     STRING SUS-Batch-Date " " SUS-Batch-Id " " SUS-Detail-No
039900         " BY " WS-Operator-Initials " " WS-Reason
040000         DELIMITED BY SIZE INTO WS-Audit-Detail
040100     PERFORM 2950-AUDIT-DECISION
040200         THRU 2950-AUDIT-DECISION-EXIT
040300     .
040400 2500-CANCEL-ITEM-EXIT.
040500     EXIT.
040600
040700 2950-AUDIT-DECISION.
040800     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
040900         WS-Audit-Detail
041000     .
041100 2950-AUDIT-DECISION-EXIT.
041200     EXIT.

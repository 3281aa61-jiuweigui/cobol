000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MultRev.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Reversal of a posted Multip batch, in the HoldRel style. A
000900* supervisor names the batch by its batch id and business date
001000* with a reason; the operator must hold the supervisor role on
001100* CONTACT.DAT (shared AuthChk routine). The batch's calculated
001200* lines are found on MULTAUDT.LOG under the BATCH line Multip
001300* writes for it, or on the rolled archives LOGROLL.CTL
001400* catalogues, and an exactly negating line is raised for each
001500* on MULTREV.DAT - the first operand negated, and for an add or
001600* subtract the second too, so every result comes out the
001700* original's negative on the original GL coding - under a
001800* control record carrying the count, operand hash and result
001900* total the reversal must reconcile to. Nothing is posted here:
002000* StoGen sends the reversal in the next night's batch. A batch
002100* already on MULTREV.DAT is never reversed a second time. The
002200* request goes to SUITEAUD.LOG through AuditLog.
002300*--------------------------------------------------------------
002400* MODIFICATION HISTORY
002500*--------------------------------------------------------------
002600* DATE       INIT DESCRIPTION
002700* ---------- ---- -------------------------------------------
002800* 2026-10-15 JWG  Original version.
002900*--------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT ReversalFile ASSIGN TO DYNAMIC WS-P-MULTREV-DAT
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS MRV-Key
003700         FILE STATUS IS WS-Rev-Status.
003800     SELECT AuditFile ASSIGN TO DYNAMIC WS-Scan-Log-Name
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-Audit-Status.
004100     SELECT CatalogFile ASSIGN TO DYNAMIC WS-P-LOGROLL-CTL
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-Catalog-Status.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  ReversalFile.
004800     COPY "MULTREV.CPY".
004900
005000 FD  AuditFile.
005100 01  AuditRecord             PIC X(100).
005200
005300 FD  CatalogFile.
005400 01  CatalogRecord.
005500     02  CAT-Archive-Name    PIC X(30).
005600     02  CAT-Roll-Date       PIC 9(08).
005700
005800 WORKING-STORAGE SECTION.
005900 01  WS-Rev-Status           PIC XX.
006000     88  WS-Rev-Missing          VALUE "35".
006100 01  WS-Audit-Status         PIC XX.
006200     88  WS-Audit-Opened         VALUE "00".
006300 01  WS-Catalog-Status       PIC XX.
006400     88  WS-Catalog-Missing      VALUE "35".
006500 01  WS-Eof-Switch           PIC X VALUE "N".
006600     88  WS-End-Of-Input         VALUE "Y".
006700 01  WS-Run-Date             PIC 9(08).
006800 01  WS-Operator-Initials    PIC X(10).
006900 01  WS-Auth-EmpId           PIC 9(05).
007000 01  WS-Auth-Role            PIC X(01).
007100 01  WS-Auth-Granted         PIC X(01).
007200     88  WS-Auth-Was-Granted     VALUE "Y".
007300 01  WS-Pick-Batch-Id        PIC X(08).
007400 01  WS-Pick-Date            PIC 9(08).
007500 01  WS-Pick-Date-X REDEFINES WS-Pick-Date
007600                             PIC X(08).
007700 01  WS-Reason               PIC X(30).
007800*--------------------------------------------------------------
007900* The logs to search, oldest first: every MULTAUDT.LOG archive
008000* LOGROLL.CTL catalogues, then the live log.
008100*--------------------------------------------------------------
008200 01  WS-Log-Table.
008300     02  WS-Log-Name OCCURS 201 TIMES PIC X(30).
008400 01  WS-Log-Count            PIC 9(03) COMP VALUE 0.
008500 01  WS-Log-Index            PIC 9(03) COMP.
008600 01  WS-Log-Prefix           PIC X(32).
008700 01  WS-Log-Prefix-Len       PIC 9(02) COMP.
008800 01  WS-Scan-Log-Name        PIC X(30).
008900 01  WS-Scan-Mode            PIC X(01).
009000     88  WS-Scan-Counting        VALUE "C".
009100     88  WS-Scan-Writing         VALUE "W".
009200 01  WS-In-Batch-Switch      PIC X VALUE "N".
009300     88  WS-In-Target-Batch      VALUE "Y".
009400 01  WS-Found-Switch         PIC X VALUE "N".
009500     88  WS-Batch-Was-Found      VALUE "Y".
009600 01  WS-Refused-Switch       PIC X VALUE "N".
009700     88  WS-Reversal-Refused     VALUE "Y".
009800 01  WS-Refusal              PIC X(60) VALUE SPACES.
009900 01  WS-Date-Text            PIC X(08).
010000 01  WS-Log-Run-Date         PIC 9(08) VALUE 0.
010100 01  WS-Orig-Run-Date        PIC 9(08) VALUE 0.
010200 01  WS-Line-Count           PIC 9(09) VALUE 0.
010300 01  WS-Left-Part            PIC X(100).
010400 01  WS-Right-Part           PIC X(20).
010500 01  WS-Calc-Part            PIC X(100).
010600 01  WS-GL-Part              PIC X(20).
010700 01  WS-Line-Op              PIC X(01).
010800     88  WS-Line-Op-Valid        VALUE "A" "S" "M" "D" "C".
010900     88  WS-Line-Negates-Both    VALUE "A" "S".
011000     88  WS-Line-Is-Convert      VALUE "C".
011100 01  WS-Line-Operand1        PIC X(12).
011200 01  WS-Line-Operand2        PIC X(12).
011300 01  WS-Rev-Operand1         PIC X(12).
011400 01  WS-Rev-Operand2         PIC X(12).
011500 01  WS-Neg-In               PIC X(12).
011600 01  WS-Neg-Out              PIC X(12).
011700 01  WS-Neg-Pos              PIC 9(02) COMP.
011800 01  WS-Neg-Switch           PIC X VALUE "Y".
011900     88  WS-Neg-Is-Good          VALUE "Y".
012000     88  WS-Neg-Is-Bad           VALUE "N".
012100*--------------------------------------------------------------
012200* The control figures are built the way Multip builds them: each
012300* operand (or a conversion's rate) to its own two places, then
012400* into the hash.
012500*--------------------------------------------------------------
012600 01  WS-Rev-Amount           PIC S9(09)V99.
012700 01  WS-Rev-Rate             PIC 9(05)V9(06).
012800 01  WS-Line-Result          PIC S9(13)V99.
012900 01  WS-Hash-Total           PIC S9(13)V99 VALUE 0.
013000 01  WS-Result-Total         PIC S9(13)V99 VALUE 0.
013100 01  WS-Count-Disp           PIC ZZZZZZZZ9.
013200 01  WS-Total-Disp           PIC -Z(12)9.99.
013300 01  WS-Hash-Disp            PIC -Z(12)9.99.
013400 01  WS-Audit-Event          PIC X(12).
013500 01  WS-Audit-Detail         PIC X(60).
013600 01  WS-P-MULTREV-DAT       PIC X(30) VALUE "MULTREV.DAT".
013700 01  WS-P-MULTAUDT-LOG      PIC X(30) VALUE "MULTAUDT.LOG".
013800 01  WS-P-LOGROLL-CTL       PIC X(30) VALUE "LOGROLL.CTL".
013900 01  WS-Eoj-Start-Time       PIC 9(08).
014000 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
014100 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
014200 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
014300 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
014400 01  WS-Program-Name         PIC X(20) VALUE "MULTREV".
014500
014600 PROCEDURE DIVISION.
014700
014800 0000-MAINLINE.
014900     CALL "PreDefMsg" USING WS-Program-Name
015000     ACCEPT WS-Eoj-Start-Time FROM TIME
015100     CALL "EnvName" USING WS-P-MULTREV-DAT
015200     CALL "EnvName" USING WS-P-MULTAUDT-LOG
015300     CALL "EnvName" USING WS-P-LOGROLL-CTL
015400     DISPLAY "MULTIP BATCH REVERSAL"
015500     DISPLAY "====================="
015600     CALL "BusDate" USING WS-Run-Date
015700     DISPLAY "Enter your initials: "
015800     ACCEPT WS-Operator-Initials
015900     DISPLAY "Enter your employee id (5 digits): "
016000     ACCEPT WS-Auth-EmpId
016100     MOVE "S" TO WS-Auth-Role
016200     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
016300         WS-Program-Name, WS-Auth-Granted
016400     IF NOT WS-Auth-Was-Granted
016500         MOVE 8 TO RETURN-CODE
016600         STOP RUN
016700     END-IF
016800     DISPLAY "Batch id to reverse: "
016900     ACCEPT WS-Pick-Batch-Id
017000     MOVE FUNCTION UPPER-CASE(WS-Pick-Batch-Id)
017100         TO WS-Pick-Batch-Id
017200     DISPLAY "Business date of that batch (YYYYMMDD): "
017300     ACCEPT WS-Pick-Date
017400     DISPLAY "Reason: "
017500     ACCEPT WS-Reason
017600     IF WS-Pick-Batch-Id = SPACES OR WS-Pick-Date = ZERO
017700         DISPLAY "A BATCH ID AND BUSINESS DATE ARE REQUIRED - "
017800             "NOTHING REVERSED."
017900         ADD 1 TO WS-Eoj-Rejected-Count
018000         MOVE 4 TO WS-Eoj-Return-Code
018100         GO TO 0000-END-OF-JOB
018200     END-IF
018300     IF WS-Reason = SPACES
018400         DISPLAY "A REASON IS REQUIRED - NOTHING REVERSED."
018500         ADD 1 TO WS-Eoj-Rejected-Count
018600         MOVE 4 TO WS-Eoj-Return-Code
018700         GO TO 0000-END-OF-JOB
018800     END-IF
018900     OPEN I-O ReversalFile
019000     IF WS-Rev-Missing
019100         OPEN OUTPUT ReversalFile
019200         CLOSE ReversalFile
019300         OPEN I-O ReversalFile
019400     END-IF
019500     PERFORM 1000-CHECK-NOT-REVERSED
019600         THRU 1000-CHECK-NOT-REVERSED-EXIT
019700     IF NOT WS-Reversal-Refused
019800         PERFORM 1100-BUILD-LOG-LIST
019900             THRU 1100-BUILD-LOG-LIST-EXIT
020000         SET WS-Scan-Counting TO TRUE
020100         PERFORM 2000-SCAN-LOGS THRU 2000-SCAN-LOGS-EXIT
020200         PERFORM 1200-CHECK-SCAN THRU 1200-CHECK-SCAN-EXIT
020300     END-IF
020400     IF NOT WS-Reversal-Refused
020500         SET WS-Scan-Writing TO TRUE
020600         PERFORM 2000-SCAN-LOGS THRU 2000-SCAN-LOGS-EXIT
020700         PERFORM 3000-WRITE-CONTROL THRU 3000-WRITE-CONTROL-EXIT
020800         PERFORM 3900-AUDIT-REVERSAL
020900             THRU 3900-AUDIT-REVERSAL-EXIT
021000     ELSE
021100         DISPLAY FUNCTION TRIM(WS-Refusal)
021200         DISPLAY "NOTHING REVERSED."
021300         ADD 1 TO WS-Eoj-Rejected-Count
021400         MOVE 4 TO WS-Eoj-Return-Code
021500     END-IF
021600     CLOSE ReversalFile
021700     .
021800 0000-END-OF-JOB.
021900     CALL "EndMsg" USING WS-Program-Name,
022000         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
022100         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
022200         WS-Eoj-Return-Code
022300     MOVE WS-Eoj-Return-Code TO RETURN-CODE
022400     STOP RUN.
022500
022600*--------------------------------------------------------------
022700* A control record already on MULTREV.DAT means the batch has
022800* been reversed (or its reversal is staged) - never twice.
022900*--------------------------------------------------------------
023000 1000-CHECK-NOT-REVERSED.
023100     MOVE WS-Pick-Date TO MRV-Orig-Date
023200     MOVE WS-Pick-Batch-Id TO MRV-Orig-Batch-Id
023300     MOVE 0 TO MRV-Seq
023400     READ ReversalFile
023500         INVALID KEY
023600             GO TO 1000-CHECK-NOT-REVERSED-EXIT
023700     END-READ
023800     SET WS-Reversal-Refused TO TRUE
023900     IF MRV-Is-Passed
024000         STRING "BATCH ALREADY REVERSED - SENT IN "
024100             MRV-Passed-Batch " " MRV-Passed-Date
024200             DELIMITED BY SIZE INTO WS-Refusal
024300     ELSE
024400         STRING "BATCH ALREADY REVERSED - STAGED BY "
024500             MRV-Requested-By " ON " MRV-Requested-Date
024600             DELIMITED BY SIZE INTO WS-Refusal
024700     END-IF
024800     .
024900 1000-CHECK-NOT-REVERSED-EXIT.
025000     EXIT.
025100
025200 1100-BUILD-LOG-LIST.
025300     MOVE SPACES TO WS-Log-Prefix
025400     STRING FUNCTION TRIM(WS-P-MULTAUDT-LOG) ".D"
025500         DELIMITED BY SIZE INTO WS-Log-Prefix
025600     COMPUTE WS-Log-Prefix-Len =
025700         FUNCTION LENGTH(FUNCTION TRIM(WS-Log-Prefix))
025800     MOVE "N" TO WS-Eof-Switch
025900     OPEN INPUT CatalogFile
026000     IF WS-Catalog-Missing
026100         GO TO 1100-ADD-LIVE-LOG
026200     END-IF
026300     READ CatalogFile
026400         AT END SET WS-End-Of-Input TO TRUE
026500     END-READ
026600     PERFORM UNTIL WS-End-Of-Input
026700         IF CAT-Archive-Name(1:WS-Log-Prefix-Len)
026800                 = WS-Log-Prefix(1:WS-Log-Prefix-Len)
026900                 AND WS-Log-Count < 200
027000             ADD 1 TO WS-Log-Count
027100             MOVE CAT-Archive-Name TO WS-Log-Name(WS-Log-Count)
027200         END-IF
027300         READ CatalogFile
027400             AT END SET WS-End-Of-Input TO TRUE
027500         END-READ
027600     END-PERFORM
027700     CLOSE CatalogFile
027800     .
027900 1100-ADD-LIVE-LOG.
028000     ADD 1 TO WS-Log-Count
028100     MOVE WS-P-MULTAUDT-LOG TO WS-Log-Name(WS-Log-Count)
028200     .
028300 1100-BUILD-LOG-LIST-EXIT.
028400     EXIT.
028500
028600 1200-CHECK-SCAN.
028700     IF WS-Reversal-Refused
028800         GO TO 1200-CHECK-SCAN-EXIT
028900     END-IF
029000     IF NOT WS-Batch-Was-Found
029100         SET WS-Reversal-Refused TO TRUE
029200         MOVE "BATCH NOT FOUND ON MULTAUDT.LOG OR ITS ARCHIVES."
029300             TO WS-Refusal
029400         GO TO 1200-CHECK-SCAN-EXIT
029500     END-IF
029600     IF WS-Line-Count = 0
029700         SET WS-Reversal-Refused TO TRUE
029800         MOVE "BATCH HAS NO CALCULATED LINES - NOTHING POSTED."
029900             TO WS-Refusal
030000     END-IF
030100     .
030200 1200-CHECK-SCAN-EXIT.
030300     EXIT.
030400
030500*--------------------------------------------------------------
030600* Both passes read the same logs the same way: the counting
030700* pass proves every line can be reversed before the writing
030800* pass raises anything on MULTREV.DAT.
030900*--------------------------------------------------------------
031000 2000-SCAN-LOGS.
031100     MOVE "N" TO WS-Found-Switch
031200     MOVE 0 TO WS-Orig-Run-Date
031300     MOVE 0 TO WS-Line-Count
031400     MOVE 0 TO WS-Hash-Total
031500     MOVE 0 TO WS-Result-Total
031600     PERFORM 2050-SCAN-ONE-LOG THRU 2050-SCAN-ONE-LOG-EXIT
031700         VARYING WS-Log-Index FROM 1 BY 1
031800         UNTIL WS-Log-Index > WS-Log-Count
031900         OR WS-Reversal-Refused
032000     .
032100 2000-SCAN-LOGS-EXIT.
032200     EXIT.
032300
032400 2050-SCAN-ONE-LOG.
032500     MOVE WS-Log-Name(WS-Log-Index) TO WS-Scan-Log-Name
032600     MOVE "N" TO WS-Eof-Switch
032700     MOVE "N" TO WS-In-Batch-Switch
032800     MOVE 0 TO WS-Log-Run-Date
032900     OPEN INPUT AuditFile
033000     IF NOT WS-Audit-Opened
033100         GO TO 2050-SCAN-ONE-LOG-EXIT
033200     END-IF
033300     READ AuditFile
033400         AT END SET WS-End-Of-Input TO TRUE
033500     END-READ
033600     PERFORM UNTIL WS-End-Of-Input OR WS-Reversal-Refused
033700         IF WS-Scan-Counting
033800             ADD 1 TO WS-Eoj-Read-Count
033900         END-IF
034000         PERFORM 2100-EXAMINE-LINE THRU 2100-EXAMINE-LINE-EXIT
034100         READ AuditFile
034200             AT END SET WS-End-Of-Input TO TRUE
034300         END-READ
034400     END-PERFORM
034500     CLOSE AuditFile
034600     .
034700 2050-SCAN-ONE-LOG-EXIT.
034800     EXIT.
034900
035000*--------------------------------------------------------------
035100* A run header starts a new run; a BATCH line opens the batch
035200* it names, and only OK lines between the target batch's BATCH
035300* line and the next header or BATCH line belong to it. A
035400* checkpointed restart logs the batch under a second header
035500* with the remaining lines only, so every run of it is taken.
035600*--------------------------------------------------------------
035700 2100-EXAMINE-LINE.
035800     IF AuditRecord(1:23) = "MULTIP AUDIT LOG - RUN "
035900         MOVE "N" TO WS-In-Batch-Switch
036000         MOVE AuditRecord(24:8) TO WS-Date-Text
036100         IF WS-Date-Text IS NUMERIC
036200             MOVE WS-Date-Text TO WS-Log-Run-Date
036300         END-IF
036400         GO TO 2100-EXAMINE-LINE-EXIT
036500     END-IF
036600     IF AuditRecord(1:10) = "BATCH     "
036700         MOVE "N" TO WS-In-Batch-Switch
036800         IF AuditRecord(11:8) = WS-Pick-Batch-Id
036900                 AND AuditRecord(20:8) = WS-Pick-Date-X
037000             SET WS-In-Target-Batch TO TRUE
037100             SET WS-Batch-Was-Found TO TRUE
037200             IF WS-Orig-Run-Date = 0
037300                 MOVE WS-Log-Run-Date TO WS-Orig-Run-Date
037400             END-IF
037500         END-IF
037600         GO TO 2100-EXAMINE-LINE-EXIT
037700     END-IF
037800     IF WS-In-Target-Batch AND AuditRecord(1:10) = "OK        "
037900         PERFORM 2200-TAKE-LINE THRU 2200-TAKE-LINE-EXIT
038000     END-IF
038100     .
038200 2100-EXAMINE-LINE-EXIT.
038300     EXIT.
038400
038500*--------------------------------------------------------------
038600* OK line: op at col 11, operands at 13 and 26, then for a
038700* conversion " @" and the rate at col 40, then " GL " account
038800* and cost centre, then " = " result. A line logged before the
038900* GL coding was carried on the trail cannot be reversed.
039000*--------------------------------------------------------------
039100 2200-TAKE-LINE.
039200     MOVE AuditRecord(11:1) TO WS-Line-Op
039300     MOVE AuditRecord(13:12) TO WS-Line-Operand1
039400     MOVE AuditRecord(26:12) TO WS-Line-Operand2
039500     MOVE SPACES TO WS-Left-Part WS-Right-Part
039600     UNSTRING AuditRecord DELIMITED BY " = "
039700         INTO WS-Left-Part, WS-Right-Part
039800     END-UNSTRING
039900     MOVE SPACES TO WS-Calc-Part WS-GL-Part
040000     UNSTRING WS-Left-Part DELIMITED BY " GL "
040100         INTO WS-Calc-Part, WS-GL-Part
040200     END-UNSTRING
040300     IF NOT WS-Line-Op-Valid OR WS-Right-Part = SPACES
040400         SET WS-Reversal-Refused TO TRUE
040500         MOVE "UNREADABLE CALCULATED LINE ON THE AUDIT TRAIL."
040600             TO WS-Refusal
040700         GO TO 2200-TAKE-LINE-EXIT
040800     END-IF
040900     IF WS-GL-Part = SPACES
041000         SET WS-Reversal-Refused TO TRUE
041100         MOVE "BATCH LOGGED WITHOUT GL CODING - CANNOT REVERSE."
041200             TO WS-Refusal
041300         GO TO 2200-TAKE-LINE-EXIT
041400     END-IF
041500     MOVE WS-Line-Operand1 TO WS-Neg-In
041600     PERFORM 2300-NEGATE-OPERAND THRU 2300-NEGATE-OPERAND-EXIT
041700     MOVE WS-Neg-Out TO WS-Rev-Operand1
041800     IF WS-Line-Negates-Both AND WS-Neg-Is-Good
041900         MOVE WS-Line-Operand2 TO WS-Neg-In
042000         PERFORM 2300-NEGATE-OPERAND
042100             THRU 2300-NEGATE-OPERAND-EXIT
042200         MOVE WS-Neg-Out TO WS-Rev-Operand2
042300     ELSE
042400         MOVE WS-Line-Operand2 TO WS-Rev-Operand2
042500     END-IF
042600     IF WS-Neg-Is-Bad
042700         SET WS-Reversal-Refused TO TRUE
042800         STRING "OPERAND CANNOT BE NEGATED: " WS-Neg-In
042900             DELIMITED BY SIZE INTO WS-Refusal
043000         GO TO 2200-TAKE-LINE-EXIT
043100     END-IF
043200     ADD 1 TO WS-Line-Count
043300     COMPUTE WS-Rev-Amount = FUNCTION NUMVAL(WS-Rev-Operand1)
043400     ADD WS-Rev-Amount TO WS-Hash-Total
043500     IF WS-Line-Is-Convert
043600         COMPUTE WS-Rev-Rate = FUNCTION NUMVAL(AuditRecord(40:12))
043700         ADD WS-Rev-Rate TO WS-Hash-Total
043800     ELSE
043900         COMPUTE WS-Rev-Amount = FUNCTION NUMVAL(WS-Rev-Operand2)
044000         ADD WS-Rev-Amount TO WS-Hash-Total
044100     END-IF
044200     COMPUTE WS-Line-Result = FUNCTION NUMVAL(WS-Right-Part)
044300     SUBTRACT WS-Line-Result FROM WS-Result-Total
044400     IF WS-Scan-Writing
044500         PERFORM 2400-WRITE-REVERSAL-LINE
044600             THRU 2400-WRITE-REVERSAL-LINE-EXIT
044700     END-IF
044800     .
044900 2200-TAKE-LINE-EXIT.
045000     EXIT.
045100
045200*--------------------------------------------------------------
045300* Negates an operand as text, so it goes back exactly as it
045400* came in bar the sign: a leading "-" is dropped, a leading "+"
045500* becomes "-", and an unsigned figure gets a "-" in front - in
045600* the blank before it, or by shifting it right when it starts
045700* in column 1 and the last column is free.
045800*--------------------------------------------------------------
045900 2300-NEGATE-OPERAND.
046000     SET WS-Neg-Is-Good TO TRUE
046100     MOVE WS-Neg-In TO WS-Neg-Out
046200     PERFORM VARYING WS-Neg-Pos FROM 1 BY 1
046300             UNTIL WS-Neg-Pos > 12
046400             OR WS-Neg-In(WS-Neg-Pos:1) NOT = SPACE
046500         CONTINUE
046600     END-PERFORM
046700     IF WS-Neg-Pos > 12
046800         SET WS-Neg-Is-Bad TO TRUE
046900         GO TO 2300-NEGATE-OPERAND-EXIT
047000     END-IF
047100     EVALUATE TRUE
047200         WHEN WS-Neg-In(WS-Neg-Pos:1) = "-"
047300             MOVE SPACE TO WS-Neg-Out(WS-Neg-Pos:1)
047400         WHEN WS-Neg-In(WS-Neg-Pos:1) = "+"
047500             MOVE "-" TO WS-Neg-Out(WS-Neg-Pos:1)
047600         WHEN WS-Neg-Pos > 1
047700             MOVE "-" TO WS-Neg-Out(WS-Neg-Pos - 1:1)
047800         WHEN WS-Neg-In(12:1) = SPACE
047900             MOVE "-" TO WS-Neg-Out(1:1)
048000             MOVE WS-Neg-In(1:11) TO WS-Neg-Out(2:11)
048100         WHEN OTHER
048200             SET WS-Neg-Is-Bad TO TRUE
048300     END-EVALUATE
048400     .
048500 2300-NEGATE-OPERAND-EXIT.
048600     EXIT.
048700
048800 2400-WRITE-REVERSAL-LINE.
048900     MOVE SPACES TO ReversalRecord
049000     MOVE WS-Pick-Date TO MRV-Orig-Date
049100     MOVE WS-Pick-Batch-Id TO MRV-Orig-Batch-Id
049200     MOVE WS-Line-Count TO MRV-Seq
049300     MOVE "R" TO MRV-Record-Type
049400     MOVE WS-Line-Op TO MRV-Op-Code
049500     MOVE WS-Rev-Operand1 TO MRV-Operand1
049600     MOVE WS-Rev-Operand2 TO MRV-Operand2
049700     MOVE WS-GL-Part(1:8) TO MRV-GL-Account
049800     MOVE WS-GL-Part(10:6) TO MRV-Cost-Centre
049900     MOVE WS-Line-Result TO MRV-Orig-Result
050000*    A line left by an earlier attempt that stopped before its
050100*    control record was written is replaced, not duplicated.
050200     WRITE ReversalRecord
050300         INVALID KEY
050400             REWRITE ReversalRecord
050500     END-WRITE
050600     ADD 1 TO WS-Eoj-Written-Count
050700     DISPLAY "  " MRV-Seq " " MRV-Op-Code " " MRV-Operand1 " "
050800         MRV-Operand2 " GL " MRV-GL-Account " " MRV-Cost-Centre
050900     .
051000 2400-WRITE-REVERSAL-LINE-EXIT.
051100     EXIT.
051200
051300 3000-WRITE-CONTROL.
051400     MOVE SPACES TO ReversalRecord
051500     MOVE WS-Pick-Date TO MRV-Orig-Date
051600     MOVE WS-Pick-Batch-Id TO MRV-Orig-Batch-Id
051700     MOVE 0 TO MRV-Seq
051800     MOVE WS-Orig-Run-Date TO MRV-Orig-Run-Date
051900     MOVE WS-Line-Count TO MRV-Detail-Count
052000     MOVE WS-Hash-Total TO MRV-Hash-Total
052100     MOVE WS-Result-Total TO MRV-Result-Total
052200     SET MRV-Is-Staged TO TRUE
052300     MOVE WS-Operator-Initials TO MRV-Requested-By
052400     MOVE WS-Auth-EmpId TO MRV-Requested-EmpId
052500     MOVE WS-Run-Date TO MRV-Requested-Date
052600     MOVE WS-Reason TO MRV-Reason
052700     MOVE 0 TO MRV-Passed-Date
052800     WRITE ReversalRecord
052900     ADD 1 TO WS-Eoj-Written-Count
053000     MOVE WS-Line-Count TO WS-Count-Disp
053100     MOVE WS-Hash-Total TO WS-Hash-Disp
053200     MOVE WS-Result-Total TO WS-Total-Disp
053300     DISPLAY "REVERSAL STAGED FOR " WS-Pick-Batch-Id " "
053400         WS-Pick-Date " (RUN " WS-Orig-Run-Date ")"
053500     DISPLAY "  LINES " WS-Count-Disp " HASH " WS-Hash-Disp
053600         " TOTAL " WS-Total-Disp
053700     DISPLAY "  GOES OUT IN THE NEXT NIGHT'S BATCH."
053800     .
053900 3000-WRITE-CONTROL-EXIT.
054000     EXIT.
054100
054200 3900-AUDIT-REVERSAL.
054300     MOVE "MULT-REVERSE" TO WS-Audit-Event
054400     MOVE SPACES TO WS-Audit-Detail
054500     STRING WS-Pick-Date " " WS-Pick-Batch-Id " LINES "
054600         WS-Count-Disp " BY " WS-Operator-Initials " "
054700         WS-Reason DELIMITED BY SIZE INTO WS-Audit-Detail
054800     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
054900         WS-Audit-Detail
055000     .
055100 3900-AUDIT-REVERSAL-EXIT.
055200     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SodMnt.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Maintenance for the SODRULE.DAT segregation-of-duties rule
000900* file, in the CtryMnt style: add a conflicting pair of
001000* entitlement codes, remove one, list the file, or list the
001100* SODEXCP.DAT exceptions on record. The rules are audit's
001200* "no one holds both X and Y", so the operator must hold the
001300* security-admin role on CONTACT.DAT (AuthChk level A).
001400* A pair is stored lower code first, so one rule covers both
001500* orders and cannot be keyed twice back to front. Every add
001600* and remove goes to SUITEAUD.LOG through AuditLog.
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
002700     SELECT SodRuleFile ASSIGN TO DYNAMIC WS-P-SODRULE-DAT
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS SodRuleKey
003100         FILE STATUS IS WS-Rule-Status.
003200     SELECT SodExcpFile ASSIGN TO DYNAMIC WS-P-SODEXCP-DAT
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS SodExceptionKey
003600         FILE STATUS IS WS-Sxc-Status.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  SodRuleFile.
004100     COPY "SODRULE.CPY".
004200
004300 FD  SodExcpFile.
004400     COPY "SODEXCP.CPY".
004500
004600 WORKING-STORAGE SECTION.
004700 01  WS-Rule-Status          PIC XX.
004800     88  WS-Rule-Missing         VALUE "35".
004900 01  WS-Sxc-Status           PIC XX.
005000     88  WS-Sxc-Missing          VALUE "35".
005100 01  WS-Eof-Switch           PIC X VALUE "N".
005200     88  WS-End-Of-Input         VALUE "Y".
005300 01  WS-Mode-Choice          PIC 9.
005400 01  WS-Entry-Code-A.
005500     02  WS-Entry-App-A      PIC X(06).
005600     02  WS-Entry-Role-A     PIC X(06).
005700 01  WS-Entry-Code-B.
005800     02  WS-Entry-App-B      PIC X(06).
005900     02  WS-Entry-Role-B     PIC X(06).
006000 01  WS-Swap-Code            PIC X(12).
006100 01  WS-Reply-Description    PIC X(40).
006200 01  WS-Operator-Initials    PIC X(10).
006300 01  WS-Auth-EmpId           PIC 9(05).
006400 01  WS-Auth-Role            PIC X(01).
006500 01  WS-Auth-Granted         PIC X(01).
006600     88  WS-Auth-Was-Granted     VALUE "Y".
006700 01  WS-Run-Date             PIC 9(08).
006800 01  WS-Listed-Count         PIC 9(05) COMP VALUE 0.
006900 01  WS-Audit-Event          PIC X(12).
007000 01  WS-Audit-Detail         PIC X(60).
007100 01  WS-More-Requests        PIC X VALUE "Y".
007200     88  WS-Another-Request      VALUE "Y" "y".
007300 01  WS-P-SODRULE-DAT       PIC X(30) VALUE "SODRULE.DAT".
007400 01  WS-P-SODEXCP-DAT       PIC X(30) VALUE "SODEXCP.DAT".
007500 01  WS-Eoj-Start-Time       PIC 9(08).
007600 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
007700 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
007800 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
007900 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
008000 01  WS-Program-Name         PIC X(20) VALUE "SODMNT".
008100
008200 PROCEDURE DIVISION.
008300
008400 0000-MAINLINE.
008500     CALL "PreDefMsg" USING WS-Program-Name
008600     ACCEPT WS-Eoj-Start-Time FROM TIME
008700     CALL "EnvName" USING WS-P-SODRULE-DAT
008800     CALL "EnvName" USING WS-P-SODEXCP-DAT
008900     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
009000     DISPLAY "Enter your employee id (5 digits): "
009100     ACCEPT WS-Auth-EmpId
009200     MOVE "A" TO WS-Auth-Role
009300     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
009400         WS-Program-Name, WS-Auth-Granted
009500     IF NOT WS-Auth-Was-Granted
009600         MOVE 8 TO RETURN-CODE
009700         STOP RUN
009800     END-IF
009900     DISPLAY "Enter your initials: "
010000     ACCEPT WS-Operator-Initials
010100     OPEN I-O SodRuleFile
010200     IF WS-Rule-Missing
010300         OPEN OUTPUT SodRuleFile
010400         CLOSE SodRuleFile
010500         OPEN I-O SodRuleFile
010600         DISPLAY "SODRULE.DAT CREATED - KEY THE CONFLICTING "
010700             "PAIRS."
010800     END-IF
010900     PERFORM 2000-PROCESS-REQUEST
011000         THRU 2000-PROCESS-REQUEST-EXIT
011100         UNTIL NOT WS-Another-Request
011200     CLOSE SodRuleFile
011300     CALL "EndMsg" USING WS-Program-Name,
011400         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
011500         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
011600         WS-Eoj-Return-Code
011700     MOVE WS-Eoj-Return-Code TO RETURN-CODE
011800     STOP RUN.
011900
012000 2000-PROCESS-REQUEST.
012100     DISPLAY "1. Add a conflicting pair"
012200     DISPLAY "2. Remove a conflicting pair"
012300     DISPLAY "3. List the rules"
012400     DISPLAY "4. List the exceptions on record"
012500     DISPLAY "Enter choice: "
012600     ACCEPT WS-Mode-Choice
012700     EVALUATE WS-Mode-Choice
012800         WHEN 1
012900             PERFORM 2100-ADD-RULE THRU 2100-ADD-RULE-EXIT
013000         WHEN 2
013100             PERFORM 2200-REMOVE-RULE
013200                 THRU 2200-REMOVE-RULE-EXIT
013300         WHEN 3
013400             PERFORM 2300-LIST-RULES THRU 2300-LIST-RULES-EXIT
013500         WHEN 4
013600             PERFORM 2400-LIST-EXCEPTIONS
013700                 THRU 2400-LIST-EXCEPTIONS-EXIT
013800         WHEN OTHER
013900             DISPLAY "Invalid choice - nothing done."
014000     END-EVALUATE
014100     DISPLAY "Another rule request (Y/N)? "
014200     ACCEPT WS-More-Requests
014300     .
014400 2000-PROCESS-REQUEST-EXIT.
014500     EXIT.
014600
014700 2100-ADD-RULE.
014800     PERFORM 2900-ACCEPT-PAIR THRU 2900-ACCEPT-PAIR-EXIT
014900     IF WS-Entry-App-A = SPACES OR WS-Entry-Role-A = SPACES
015000             OR WS-Entry-App-B = SPACES
015100             OR WS-Entry-Role-B = SPACES
015200         DISPLAY "Application and role must not be blank - "
015300             "nothing added."
015400         GO TO 2100-ADD-RULE-EXIT
015500     END-IF
015600     IF WS-Entry-Code-A = WS-Entry-Code-B
015700         DISPLAY "The two codes are the same - nothing added."
015800         GO TO 2100-ADD-RULE-EXIT
015900     END-IF
016000     DISPLAY "Enter description (what the conflict is): "
016100     ACCEPT WS-Reply-Description
016200     IF WS-Reply-Description = SPACES
016300         DISPLAY "Description must not be blank - nothing "
016400             "added."
016500         GO TO 2100-ADD-RULE-EXIT
016600     END-IF
016700     MOVE WS-Entry-Code-A TO SOD-Code-A
016800     MOVE WS-Entry-Code-B TO SOD-Code-B
016900     MOVE WS-Reply-Description TO SOD-Description
017000     MOVE WS-Run-Date TO SOD-Added-Date
017100     MOVE WS-Operator-Initials TO SOD-Added-By
017200     WRITE SodRuleRecord
017300         INVALID KEY
017400             DISPLAY "That pair is already a rule."
017500             GO TO 2100-ADD-RULE-EXIT
017600     END-WRITE
017700     ADD 1 TO WS-Eoj-Written-Count
017800     MOVE "SOD-RULE-ADD" TO WS-Audit-Event
017900     PERFORM 2950-AUDIT-RULE THRU 2950-AUDIT-RULE-EXIT
018000     DISPLAY "Rule added."
018100     .
018200 2100-ADD-RULE-EXIT.
018300     EXIT.
018400
018500 2200-REMOVE-RULE.
018600     PERFORM 2900-ACCEPT-PAIR THRU 2900-ACCEPT-PAIR-EXIT
018700     MOVE WS-Entry-Code-A TO SOD-Code-A
018800     MOVE WS-Entry-Code-B TO SOD-Code-B
018900     READ SodRuleFile
019000         INVALID KEY
019100             DISPLAY "That pair is not a rule."
019200             GO TO 2200-REMOVE-RULE-EXIT
019300     END-READ
019400     DELETE SodRuleFile
019500     ADD 1 TO WS-Eoj-Written-Count
019600     MOVE "SOD-RULE-DEL" TO WS-Audit-Event
019700     PERFORM 2950-AUDIT-RULE THRU 2950-AUDIT-RULE-EXIT
019800     DISPLAY "Rule removed."
019900     .
020000 2200-REMOVE-RULE-EXIT.
020100     EXIT.
020200
020300 2300-LIST-RULES.
020400     MOVE 0 TO WS-Listed-Count
020500     MOVE "N" TO WS-Eof-Switch
020600     MOVE LOW-VALUES TO SodRuleKey
020700     START SodRuleFile KEY IS >= SodRuleKey
020800         INVALID KEY
020900             SET WS-End-Of-Input TO TRUE
021000     END-START
021100     PERFORM UNTIL WS-End-Of-Input
021200         READ SodRuleFile NEXT RECORD
021300             AT END SET WS-End-Of-Input TO TRUE
021400         END-READ
021500         IF NOT WS-End-Of-Input
021600             DISPLAY SOD-App-A "/" SOD-Role-A " X "
021700                 SOD-App-B "/" SOD-Role-B " " SOD-Description
021800             ADD 1 TO WS-Listed-Count
021900         END-IF
022000     END-PERFORM
022100     DISPLAY "RULES ON FILE: " WS-Listed-Count
022200     .
022300 2300-LIST-RULES-EXIT.
022400     EXIT.
022500
022600 2400-LIST-EXCEPTIONS.
022700     MOVE 0 TO WS-Listed-Count
022800     MOVE "N" TO WS-Eof-Switch
022900     OPEN INPUT SodExcpFile
023000     IF WS-Sxc-Missing
023100         DISPLAY "(no exceptions on record)"
023200         GO TO 2400-LIST-EXCEPTIONS-EXIT
023300     END-IF
023400     READ SodExcpFile NEXT RECORD
023500         AT END SET WS-End-Of-Input TO TRUE
023600     END-READ
023700     PERFORM UNTIL WS-End-Of-Input
023800         DISPLAY SXC-UserId " " SXC-Rule-Key " TO "
023900             SXC-Expiry-Date " BY " SXC-Approved-By
024000         DISPLAY "    " SXC-Reason
024100         ADD 1 TO WS-Listed-Count
024200         READ SodExcpFile NEXT RECORD
024300             AT END SET WS-End-Of-Input TO TRUE
024400         END-READ
024500     END-PERFORM
024600     CLOSE SodExcpFile
024700     DISPLAY "EXCEPTIONS ON FILE: " WS-Listed-Count
024800     .
024900 2400-LIST-EXCEPTIONS-EXIT.
025000     EXIT.
025100
025200*--------------------------------------------------------------
025300* Lower code first, so A-with-B and B-with-A are one key.
025400*--------------------------------------------------------------
025500 2900-ACCEPT-PAIR.
025600     DISPLAY "First application code (6 chars): "
025700     ACCEPT WS-Entry-App-A
025800     DISPLAY "First role code (6 chars): "
025900     ACCEPT WS-Entry-Role-A
026000     DISPLAY "Second application code (6 chars): "
026100     ACCEPT WS-Entry-App-B
026200     DISPLAY "Second role code (6 chars): "
026300     ACCEPT WS-Entry-Role-B
026400     MOVE FUNCTION UPPER-CASE(WS-Entry-Code-A)
026500         TO WS-Entry-Code-A
026600     MOVE FUNCTION UPPER-CASE(WS-Entry-Code-B)
026700         TO WS-Entry-Code-B
026800     IF WS-Entry-Code-B < WS-Entry-Code-A
026900         MOVE WS-Entry-Code-A TO WS-Swap-Code
027000         MOVE WS-Entry-Code-B TO WS-Entry-Code-A
027100         MOVE WS-Swap-Code TO WS-Entry-Code-B
027200     END-IF
027300     .
027400 2900-ACCEPT-PAIR-EXIT.
027500     EXIT.
027600
027700 2950-AUDIT-RULE.
027800     MOVE SPACES TO WS-Audit-Detail
027900     STRING SOD-App-A "/" SOD-Role-A " X " SOD-App-B "/"
028000         SOD-Role-B " BY " WS-Operator-Initials
028100         DELIMITED BY SIZE INTO WS-Audit-Detail
028200     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
028300         WS-Audit-Detail
028400     .
028500 2950-AUDIT-RULE-EXIT.
028600     EXIT.

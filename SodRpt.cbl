000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SodRpt.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Nightly segregation-of-duties sweep: every account on the
000900* USRACCS.DAT entitlement register whose active entitlements
001000* include both halves of a SODRULE.DAT conflicting pair. The
001100* grant-time check in EntMnt stops new conflicts; this page
001200* catches the ones that pre-date a rule, or came in through
001300* a reinstated row. A pair covered by a live SODEXCP.DAT
001400* exception is listed with its expiry but is not a finding;
001500* an expired or missing exception is a violation, and each
001600* violation raises an error through ExcpLog so the morning
001700* summary cannot miss it. Output SODRPT.TXT.
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
002800     SELECT EntitlementFile ASSIGN TO DYNAMIC WS-P-USRACCS-DAT
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS EntitlementKey
003200         FILE STATUS IS WS-Entitlement-Status.
003300     SELECT SodRuleFile ASSIGN TO DYNAMIC WS-P-SODRULE-DAT
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS SodRuleKey
003700         FILE STATUS IS WS-Rule-Status.
003800     SELECT SodExcpFile ASSIGN TO DYNAMIC WS-P-SODEXCP-DAT
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS SodExceptionKey
004200         FILE STATUS IS WS-Sxc-Status.
004300     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-SODRPT-TXT
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  EntitlementFile.
004900     COPY "USRACCS.CPY".
005000
005100 FD  SodRuleFile.
005200     COPY "SODRULE.CPY".
005300
005400 FD  SodExcpFile.
005500     COPY "SODEXCP.CPY".
005600
005700 FD  ReportFile.
005800 01  ReportRecord            PIC X(80).
005900
006000 WORKING-STORAGE SECTION.
006100 01  WS-Entitlement-Status   PIC XX.
006200     88  WS-Entitlement-Missing  VALUE "35".
006300 01  WS-Rule-Status          PIC XX.
006400     88  WS-Rule-Missing         VALUE "35".
006500 01  WS-Sxc-Status           PIC XX.
006600     88  WS-Sxc-Missing          VALUE "35".
006700 01  WS-Eof-Switch           PIC X VALUE "N".
006800     88  WS-End-Of-Entitlements  VALUE "Y".
006900 01  WS-Rule-Eof             PIC X VALUE "N".
007000     88  WS-End-Of-Rules         VALUE "Y".
007100 01  WS-Rule-Table.
007200     02  WS-Rule-Entry OCCURS 200 TIMES.
007300         03  WS-Rule-Key.
007400             04  WS-Rule-Code-A  PIC X(12).
007500             04  WS-Rule-Code-B  PIC X(12).
007600         03  WS-Rule-Desc        PIC X(40).
007700 01  WS-Rule-Used            PIC 9(03) COMP VALUE 0.
007800 01  WS-Rule-Index           PIC 9(03) COMP.
007900 01  WS-Held-Table.
008000     02  WS-Held-Code        PIC X(12) OCCURS 100 TIMES.
008100 01  WS-Held-Used            PIC 9(03) COMP VALUE 0.
008200 01  WS-Held-Index           PIC 9(03) COMP.
008300 01  WS-Held-A               PIC X VALUE "N".
008400     88  WS-Holds-A              VALUE "Y".
008500 01  WS-Held-B               PIC X VALUE "N".
008600     88  WS-Holds-B              VALUE "Y".
008700 01  WS-Current-UserId       PIC 9(08) VALUE 0.
008800 01  WS-Run-Date             PIC 9(08).
008900 01  WS-Scanned-Count        PIC 9(09) COMP VALUE 0.
009000 01  WS-Account-Count        PIC 9(09) COMP VALUE 0.
009100 01  WS-Violation-Count      PIC 9(05) COMP VALUE 0.
009200 01  WS-Excepted-Count       PIC 9(05) COMP VALUE 0.
009300 01  WS-Count-Disp           PIC ZZZZ9.
009400 01  WS-Excp-Severity        PIC X(01).
009500 01  WS-Excp-Message         PIC X(60).
009600 01  WS-P-USRACCS-DAT       PIC X(30) VALUE "USRACCS.DAT".
009700 01  WS-P-SODRULE-DAT       PIC X(30) VALUE "SODRULE.DAT".
009800 01  WS-P-SODEXCP-DAT       PIC X(30) VALUE "SODEXCP.DAT".
009900 01  WS-P-SODRPT-TXT        PIC X(30) VALUE "SODRPT.TXT".
010000 01  WS-Eoj-Start-Time       PIC 9(08).
010100 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
010200 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
010300 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
010400 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
010500 01  WS-Program-Name         PIC X(20) VALUE "SODRPT".
010600
010700 PROCEDURE DIVISION.
010800
010900 0000-MAINLINE.
011000     CALL "PreDefMsg" USING WS-Program-Name
011100     ACCEPT WS-Eoj-Start-Time FROM TIME
011200     CALL "EnvName" USING WS-P-USRACCS-DAT
011300     CALL "EnvName" USING WS-P-SODRULE-DAT
011400     CALL "EnvName" USING WS-P-SODEXCP-DAT
011500     CALL "EnvName" USING WS-P-SODRPT-TXT
011600     DISPLAY "SEGREGATION-OF-DUTIES REPORT"
011700     DISPLAY "============================"
011800     CALL "BusDate" USING WS-Run-Date
011900     PERFORM 1000-LOAD-RULES THRU 1000-LOAD-RULES-EXIT
012000     PERFORM 2000-SCAN-ENTITLEMENTS
012100         THRU 2000-SCAN-ENTITLEMENTS-EXIT
012200     MOVE WS-Scanned-Count TO WS-Eoj-Read-Count
012300     MOVE WS-Violation-Count TO WS-Eoj-Written-Count
012400     CALL "EndMsg" USING WS-Program-Name,
012500         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
012600         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
012700         WS-Eoj-Return-Code
012800     MOVE WS-Eoj-Return-Code TO RETURN-CODE
012900     STOP RUN.
013000
013100*--------------------------------------------------------------
013200* The rule file is a short list kept by SodMnt; it is held in
013300* a table so each account is tested without re-reading it.
013400*--------------------------------------------------------------
013500 1000-LOAD-RULES.
013600     OPEN INPUT SodRuleFile
013700     IF WS-Rule-Status NOT = "00"
013800         GO TO 1000-LOAD-RULES-EXIT
013900     END-IF
014000     READ SodRuleFile NEXT RECORD
014100         AT END SET WS-End-Of-Rules TO TRUE
014200     END-READ
014300     PERFORM UNTIL WS-End-Of-Rules
014400         IF WS-Rule-Used < 200
014500             ADD 1 TO WS-Rule-Used
014600             MOVE SodRuleKey TO WS-Rule-Key(WS-Rule-Used)
014700             MOVE SOD-Description TO WS-Rule-Desc(WS-Rule-Used)
014800         ELSE
014900             DISPLAY "SODRPT: RULE TABLE FULL - "
015000                 SodRuleKey " NOT TESTED"
015100             ADD 1 TO WS-Eoj-Rejected-Count
015200         END-IF
015300         READ SodRuleFile NEXT RECORD
015400             AT END SET WS-End-Of-Rules TO TRUE
015500         END-READ
015600     END-PERFORM
015700     CLOSE SodRuleFile
015800     .
015900 1000-LOAD-RULES-EXIT.
016000     EXIT.
016100
016200 2000-SCAN-ENTITLEMENTS.
016300     OPEN OUTPUT ReportFile
016400     MOVE SPACES TO ReportRecord
016500     STRING "SEGREGATION-OF-DUTIES CONFLICTS - RUN " WS-Run-Date
016600         DELIMITED BY SIZE INTO ReportRecord
016700     WRITE ReportRecord
016800     IF WS-Rule-Used = 0
016900         MOVE "NO SODRULE.DAT RULES ON FILE - NOTHING TESTED."
017000             TO ReportRecord
017100         WRITE ReportRecord
017200         DISPLAY "NO SODRULE.DAT RULES ON FILE."
017300         CLOSE ReportFile
017400         GO TO 2000-SCAN-ENTITLEMENTS-EXIT
017500     END-IF
017600     OPEN INPUT EntitlementFile
017700     IF WS-Entitlement-Missing
017800         MOVE "NO USRACCS.DAT REGISTER - NOTHING TO TEST."
017900             TO ReportRecord
018000         WRITE ReportRecord
018100         DISPLAY "USRACCS.DAT NOT FOUND - NOTHING TO TEST."
018200         CLOSE ReportFile
018300         GO TO 2000-SCAN-ENTITLEMENTS-EXIT
018400     END-IF
018500     OPEN INPUT SodExcpFile
018600     READ EntitlementFile NEXT RECORD
018700         AT END SET WS-End-Of-Entitlements TO TRUE
018800     END-READ
018900     PERFORM UNTIL WS-End-Of-Entitlements
019000         ADD 1 TO WS-Scanned-Count
019100         IF ENT-UserId NOT = WS-Current-UserId
019200             PERFORM 2100-TEST-ACCOUNT THRU 2100-TEST-ACCOUNT-EXIT
019300             MOVE ENT-UserId TO WS-Current-UserId
019400             MOVE 0 TO WS-Held-Used
019500         END-IF
019600         IF ENT-Is-Active
019700             IF WS-Held-Used < 100
019800                 ADD 1 TO WS-Held-Used
019900                 MOVE ENT-Code TO WS-Held-Code(WS-Held-Used)
020000             ELSE
020100                 ADD 1 TO WS-Eoj-Rejected-Count
020200             END-IF
020300         END-IF
020400         READ EntitlementFile NEXT RECORD
020500             AT END SET WS-End-Of-Entitlements TO TRUE
020600         END-READ
020700     END-PERFORM
020800     PERFORM 2100-TEST-ACCOUNT THRU 2100-TEST-ACCOUNT-EXIT
020900     MOVE SPACES TO ReportRecord
021000     MOVE WS-Violation-Count TO WS-Count-Disp
021100     STRING "VIOLATIONS: " WS-Count-Disp
021200         DELIMITED BY SIZE INTO ReportRecord
021300     WRITE ReportRecord
021400     DISPLAY "VIOLATIONS: " WS-Count-Disp
021500     MOVE SPACES TO ReportRecord
021600     MOVE WS-Excepted-Count TO WS-Count-Disp
021700     STRING "COVERED BY LIVE EXCEPTIONS: " WS-Count-Disp
021800         DELIMITED BY SIZE INTO ReportRecord
021900     WRITE ReportRecord
022000     DISPLAY "COVERED BY LIVE EXCEPTIONS: " WS-Count-Disp
022100     IF WS-Sxc-Status NOT = "35"
022200         CLOSE SodExcpFile
022300     END-IF
022400     CLOSE EntitlementFile
022500     CLOSE ReportFile
022600     .
022700 2000-SCAN-ENTITLEMENTS-EXIT.
022800     EXIT.
022900
023000*--------------------------------------------------------------
023100* Account break: the previous account's active codes are in
023200* WS-Held-Table; test every rule against them.
023300*--------------------------------------------------------------
023400 2100-TEST-ACCOUNT.
023500     IF WS-Held-Used < 2
023600         GO TO 2100-TEST-ACCOUNT-EXIT
023700     END-IF
023800     ADD 1 TO WS-Account-Count
023900     PERFORM VARYING WS-Rule-Index FROM 1 BY 1
024000             UNTIL WS-Rule-Index > WS-Rule-Used
024100         MOVE "N" TO WS-Held-A
024200         MOVE "N" TO WS-Held-B
024300         PERFORM VARYING WS-Held-Index FROM 1 BY 1
024400                 UNTIL WS-Held-Index > WS-Held-Used
024500             IF WS-Held-Code(WS-Held-Index)
024600                     = WS-Rule-Code-A(WS-Rule-Index)
024700                 SET WS-Holds-A TO TRUE
024800             END-IF
024900             IF WS-Held-Code(WS-Held-Index)
025000                     = WS-Rule-Code-B(WS-Rule-Index)
025100                 SET WS-Holds-B TO TRUE
025200             END-IF
025300         END-PERFORM
025400         IF WS-Holds-A AND WS-Holds-B
025500             PERFORM 2200-REPORT-CONFLICT
025600                 THRU 2200-REPORT-CONFLICT-EXIT
025700         END-IF
025800     END-PERFORM
025900     .
026000 2100-TEST-ACCOUNT-EXIT.
026100     EXIT.
026200
026300 2200-REPORT-CONFLICT.
026400     MOVE WS-Current-UserId TO SXC-UserId
026500     MOVE WS-Rule-Key(WS-Rule-Index) TO SXC-Rule-Key
026600     MOVE SPACES TO ReportRecord
026700     IF WS-Sxc-Status NOT = "35"
026800         READ SodExcpFile
026900             INVALID KEY
027000                 MOVE 0 TO SXC-Expiry-Date
027100         END-READ
027200     ELSE
027300         MOVE 0 TO SXC-Expiry-Date
027400     END-IF
027500     IF SXC-Expiry-Date >= WS-Run-Date
027600         ADD 1 TO WS-Excepted-Count
027700         STRING WS-Current-UserId " "
027800             WS-Rule-Code-A(WS-Rule-Index) " X "
027900             WS-Rule-Code-B(WS-Rule-Index)
028000             " EXCEPTED TO " SXC-Expiry-Date " BY "
028100             SXC-Approved-By DELIMITED BY SIZE INTO ReportRecord
028200         WRITE ReportRecord
028300         GO TO 2200-REPORT-CONFLICT-EXIT
028400     END-IF
028500     ADD 1 TO WS-Violation-Count
028600     STRING WS-Current-UserId " "
028700         WS-Rule-Code-A(WS-Rule-Index) " X "
028800         WS-Rule-Code-B(WS-Rule-Index) " VIOLATION - "
028900         WS-Rule-Desc(WS-Rule-Index) DELIMITED BY SIZE
029000         INTO ReportRecord
029100     WRITE ReportRecord
029200     MOVE "E" TO WS-Excp-Severity
029300     MOVE SPACES TO WS-Excp-Message
029400     STRING "SOD VIOLATION USER " WS-Current-UserId " "
029500         WS-Rule-Code-A(WS-Rule-Index) " X "
029600         WS-Rule-Code-B(WS-Rule-Index)
029700         DELIMITED BY SIZE INTO WS-Excp-Message
029800     CALL "ExcpLog" USING WS-Program-Name,
029900         WS-Excp-Severity, WS-Excp-Message
030000     .
030100 2200-REPORT-CONFLICT-EXIT.
030200     EXIT.

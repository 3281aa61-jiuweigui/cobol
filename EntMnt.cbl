000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EntMnt.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Maintenance for the USRACCS.DAT application entitlement
000900* register, in the CtryMnt style: grant an application role
001000* to an account, revoke one, list what an account holds, or
001100* list who holds a given application role. The operator must
001200* hold the supervisor role on CONTACT.DAT, proved through the
001300* shared AuthChk routine. A grant needs the account on
001400* USERS.DATA and not inactive; a revoke needs a reason code
001500* good on RSNCODE.DAT (RsnVal). Every grant and revoke is
001600* written to USRHIST.DAT through HistWrite (field
001700* ENTITLEMENT) and to SUITEAUD.LOG through AuditLog. Revoked
001800* rows stay on file as R; granting the same role again
001900* reinstates the row.
002000*--------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*--------------------------------------------------------------
002300* DATE       INIT DESCRIPTION
002400* ---------- ---- -------------------------------------------
002500* 2026-10-15 JWG  Original version.
002510* 2026-10-15 JWG  A grant is now checked against the
002520*                 SODRULE.DAT segregation-of-duties pairs: a
002530*                 grant that would complete a conflicting
002540*                 pair is refused unless a security admin
002550*                 (AuthChk level A) records an SODEXCP.DAT
002560*                 exception with a reason and an expiry
002570*                 date, or a live one is already on file.
002577* 2026-10-15 JWG  The UserId is keyed in its nine-digit form and
002584*                 verified through the shared IdChk routine; a
002591*                 wrong check digit is refused before any read.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT EntitlementFile ASSIGN TO DYNAMIC WS-P-USRACCS-DAT
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS EntitlementKey
003400         FILE STATUS IS WS-Entitlement-Status.
003500     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS UserId
003900         FILE STATUS IS WS-File-Status.
003910     SELECT SodRuleFile ASSIGN TO DYNAMIC WS-P-SODRULE-DAT
003920         ORGANIZATION IS INDEXED
003930         ACCESS MODE IS DYNAMIC
003940         RECORD KEY IS SodRuleKey
003950         FILE STATUS IS WS-Rule-Status.
003960     SELECT SodExcpFile ASSIGN TO DYNAMIC WS-P-SODEXCP-DAT
003970         ORGANIZATION IS INDEXED
003980         ACCESS MODE IS DYNAMIC
003990         RECORD KEY IS SodExceptionKey
003991         FILE STATUS IS WS-Sxc-Status.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  EntitlementFile.
004400     COPY "USRACCS.CPY".
004500
004600 FD  UserDatabase.
004700     COPY "USERREC.CPY".
004710
004720 FD  SodRuleFile.
004730     COPY "SODRULE.CPY".
004740
004750 FD  SodExcpFile.
004760     COPY "SODEXCP.CPY".
004800
004900 WORKING-STORAGE SECTION.
005000 01  WS-Entitlement-Status   PIC XX.
005100     88  WS-Entitlement-Missing  VALUE "35".
005200 01  WS-File-Status          PIC XX.
005300     88  WS-File-Not-Found   VALUE "35".
005310 01  WS-Rule-Status          PIC XX.
005320     88  WS-Rule-Missing         VALUE "35".
005330 01  WS-Sxc-Status           PIC XX.
005340     88  WS-Sxc-Missing          VALUE "35".
005350 01  WS-Rule-Eof             PIC X VALUE "N".
005360     88  WS-End-Of-Rules         VALUE "Y".
005370 01  WS-Rules-Present        PIC X VALUE "N".
005380     88  WS-Have-Rules           VALUE "Y".
005390 01  WS-Sod-Switch           PIC X VALUE "N".
005391     88  WS-Sod-Refused          VALUE "Y".
005392 01  WS-Sod-Other-Code       PIC X(12).
005393 01  WS-Sxc-Found            PIC X VALUE "N".
005394     88  WS-Sxc-On-File          VALUE "Y".
005395 01  WS-Sod-Reply            PIC X.
005396     88  WS-Sod-Record-Exception VALUE "Y" "y".
005397 01  WS-Sod-Reason           PIC X(40).
005398 01  WS-Sod-Expiry-Reply     PIC X(08).
005399 01  WS-Sod-Expiry-Date      PIC 9(08).
005400 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
005500 01  WS-Eof-Switch           PIC X VALUE "N".
005600     88  WS-End-Of-Entitlements  VALUE "Y".
005700 01  WS-Mode-Choice          PIC 9.
005800 01  WS-Entry-UserId         PIC 9(08).
005820 01  WS-Keyed-UserId         PIC X(09).
005840 01  WS-Id-Verify            PIC X(01) VALUE "V".
005860 01  WS-Id-Check             PIC X(01).
005880     88  WS-Id-Accepted          VALUE "Y".
005900 01  WS-Entry-Code.
005950     02  WS-Entry-App-Code   PIC X(06).
006000     02  WS-Entry-Role-Code  PIC X(06).
006100 01  WS-Entry-Reason         PIC X(03).
006200 01  WS-Reason-Valid         PIC X(01).
006300     88  WS-Reason-Is-Valid      VALUE "Y".
006400 01  WS-Reason-Description   PIC X(30).
006500 01  WS-Operator-Initials    PIC X(10).
006600 01  WS-Auth-EmpId           PIC 9(05).
006700 01  WS-Auth-Role            PIC X(01).
006800 01  WS-Auth-Granted         PIC X(01).
006900     88  WS-Auth-Was-Granted     VALUE "Y".
007000 01  WS-Run-Date             PIC 9(08).
007100 01  WS-Listed-Count         PIC 9(05) COMP VALUE 0.
007200 01  WS-Hist-Field-Name      PIC X(12) VALUE "ENTITLEMENT".
007300 01  WS-Hist-Old-Value       PIC X(30).
007400 01  WS-Hist-New-Value       PIC X(30).
007500 01  WS-Audit-Event          PIC X(12).
007600 01  WS-Audit-Detail         PIC X(60).
007700 01  WS-More-Requests        PIC X VALUE "Y".
007800     88  WS-Another-Request      VALUE "Y" "y".
007900 01  WS-P-USRACCS-DAT       PIC X(30) VALUE "USRACCS.DAT".
008000 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
008010 01  WS-P-SODRULE-DAT       PIC X(30) VALUE "SODRULE.DAT".
008020 01  WS-P-SODEXCP-DAT       PIC X(30) VALUE "SODEXCP.DAT".
008100 01  WS-Eoj-Start-Time       PIC 9(08).
008200 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
008300 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
008400 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
008500 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
008600 01  WS-Program-Name         PIC X(20) VALUE "ENTMNT".
008700
008800 PROCEDURE DIVISION.
008900
009000 0000-MAINLINE.
009100     CALL "PreDefMsg" USING WS-Program-Name
009200     ACCEPT WS-Eoj-Start-Time FROM TIME
009300     CALL "EnvName" USING WS-P-USRACCS-DAT
009400     CALL "EnvName" USING WS-P-USERS-DATA
009410     CALL "EnvName" USING WS-P-SODRULE-DAT
009420     CALL "EnvName" USING WS-P-SODEXCP-DAT
009500     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
009600     DISPLAY "Enter your employee id (5 digits): "
009700     ACCEPT WS-Auth-EmpId
009800     MOVE "S" TO WS-Auth-Role
009900     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
010000         WS-Program-Name, WS-Auth-Granted
010100     IF NOT WS-Auth-Was-Granted
010200         MOVE 8 TO RETURN-CODE
010300         STOP RUN
010400     END-IF
010500     DISPLAY "Enter your initials: "
010600     ACCEPT WS-Operator-Initials
010700     OPEN INPUT UserDatabase
010800     IF WS-File-Not-Found
010900         DISPLAY "USERS.DATA NOT FOUND - NOTHING TO ENTITLE."
011000         MOVE 8 TO RETURN-CODE
011100         STOP RUN
011200     END-IF
011300     OPEN I-O EntitlementFile
011400     IF WS-Entitlement-Missing
011500         OPEN OUTPUT EntitlementFile
011600         CLOSE EntitlementFile
011700         OPEN I-O EntitlementFile
011800         DISPLAY "USRACCS.DAT CREATED - NO ENTITLEMENTS YET."
011900     END-IF
011910     OPEN INPUT SodRuleFile
011920     IF WS-Rule-Status = "00"
011930         SET WS-Have-Rules TO TRUE
011940     END-IF
011950     OPEN I-O SodExcpFile
011960     IF WS-Sxc-Missing
011970         OPEN OUTPUT SodExcpFile
011980         CLOSE SodExcpFile
011990         OPEN I-O SodExcpFile
011995     END-IF
012000     PERFORM 2000-PROCESS-REQUEST
012100         THRU 2000-PROCESS-REQUEST-EXIT
012200         UNTIL NOT WS-Another-Request
012300     CLOSE EntitlementFile
012310     IF WS-Have-Rules
012320         CLOSE SodRuleFile
012330     END-IF
012340     CLOSE SodExcpFile
012400     CLOSE UserDatabase
012500     CALL "EndMsg" USING WS-Program-Name,
012600         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
012700         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
012800         WS-Eoj-Return-Code
012900     MOVE WS-Eoj-Return-Code TO RETURN-CODE
013000     STOP RUN.
013100
013200 2000-PROCESS-REQUEST.
013300     DISPLAY "1. Grant an entitlement"
013400     DISPLAY "2. Revoke an entitlement"
013500     DISPLAY "3. List an account's entitlements"
013600     DISPLAY "4. List the holders of an entitlement"
013700     DISPLAY "Enter choice: "
013800     ACCEPT WS-Mode-Choice
013900     EVALUATE WS-Mode-Choice
014000         WHEN 1
014100             PERFORM 2100-GRANT-ENTITLEMENT
014200                 THRU 2100-GRANT-ENTITLEMENT-EXIT
014300         WHEN 2
014400             PERFORM 2200-REVOKE-ENTITLEMENT
014500                 THRU 2200-REVOKE-ENTITLEMENT-EXIT
014600         WHEN 3
014700             PERFORM 2300-LIST-ACCOUNT
014800                 THRU 2300-LIST-ACCOUNT-EXIT
014900         WHEN 4
015000             PERFORM 2400-LIST-HOLDERS
015100                 THRU 2400-LIST-HOLDERS-EXIT
015200         WHEN OTHER
015300             DISPLAY "Invalid choice - nothing done."
015400     END-EVALUATE
015500     DISPLAY "Another entitlement request (Y/N)? "
015600     ACCEPT WS-More-Requests
015700     .
015800 2000-PROCESS-REQUEST-EXIT.
015900     EXIT.
016000
016100*--------------------------------------------------------------
016200* A grant needs a live account: an inactive one has been
016300* shut on purpose, and its entitlements were revoked then.
016400*--------------------------------------------------------------
016500 2100-GRANT-ENTITLEMENT.
016600     PERFORM 2900-ACCEPT-KEY THRU 2900-ACCEPT-KEY-EXIT
016625     IF NOT WS-Id-Accepted
016650         GO TO 2100-GRANT-ENTITLEMENT-EXIT
016675     END-IF
016700     IF WS-Entry-App-Code = SPACES
016800             OR WS-Entry-Role-Code = SPACES
016900         DISPLAY "Application and role must not be blank - "
017000             "nothing granted."
017100         GO TO 2100-GRANT-ENTITLEMENT-EXIT
017200     END-IF
017300     IF WS-Entry-UserId = ZERO OR WS-Entry-UserId = WS-Trailer-Id
017400         DISPLAY "UserId must not be zero or 99999999."
017500         GO TO 2100-GRANT-ENTITLEMENT-EXIT
017600     END-IF
017700     MOVE WS-Entry-UserId TO UserId
017800     READ UserDatabase
017900         INVALID KEY
018000             DISPLAY "UserId " WS-Entry-UserId
018100                 " is not on file - nothing granted."
018200             ADD 1 TO WS-Eoj-Rejected-Count
018300             GO TO 2100-GRANT-ENTITLEMENT-EXIT
018400     END-READ
018500     ADD 1 TO WS-Eoj-Read-Count
018600     IF AccountIsInactive
018700         DISPLAY "UserId " WS-Entry-UserId
018800             " is inactive - nothing granted."
018900         ADD 1 TO WS-Eoj-Rejected-Count
019000         GO TO 2100-GRANT-ENTITLEMENT-EXIT
019100     END-IF
019110     PERFORM 2500-CHECK-SOD THRU 2500-CHECK-SOD-EXIT
019120     IF WS-Sod-Refused
019130         DISPLAY "Segregation-of-duties conflict - nothing "
019140             "granted."
019150         ADD 1 TO WS-Eoj-Rejected-Count
019160         GO TO 2100-GRANT-ENTITLEMENT-EXIT
019170     END-IF
019200     MOVE WS-Entry-UserId TO ENT-UserId
019300     MOVE WS-Entry-App-Code TO ENT-App-Code
019400     MOVE WS-Entry-Role-Code TO ENT-Role-Code
019500     READ EntitlementFile
019600         INVALID KEY
019700             PERFORM 2150-SET-GRANT-FIELDS
019800                 THRU 2150-SET-GRANT-FIELDS-EXIT
019900             MOVE SPACES TO WS-Hist-Old-Value
020000             WRITE EntitlementRecord
020100         NOT INVALID KEY
020200             IF ENT-Is-Active
020300                 DISPLAY "Already held since "
020400                     ENT-Granted-Date " - nothing granted."
020500                 GO TO 2100-GRANT-ENTITLEMENT-EXIT
020600             END-IF
020700             MOVE SPACES TO WS-Hist-Old-Value
020800             STRING ENT-App-Code "/" ENT-Role-Code
020900                 " REVOKED " ENT-Revoke-Reason
021000                 DELIMITED BY SIZE INTO WS-Hist-Old-Value
021100             PERFORM 2150-SET-GRANT-FIELDS
021200                 THRU 2150-SET-GRANT-FIELDS-EXIT
021300             REWRITE EntitlementRecord
021400     END-READ
021500     ADD 1 TO WS-Eoj-Written-Count
021600     MOVE SPACES TO WS-Hist-New-Value
021700     STRING ENT-App-Code "/" ENT-Role-Code " ACTIVE"
021800         DELIMITED BY SIZE INTO WS-Hist-New-Value
021900     CALL "HistWrite" USING ENT-UserId, WS-Hist-Field-Name,
022000         WS-Hist-Old-Value, WS-Hist-New-Value,
022100         WS-Operator-Initials
022200     MOVE "ENT-GRANT" TO WS-Audit-Event
022300     MOVE SPACES TO WS-Audit-Detail
022400     STRING "USER " ENT-UserId " " ENT-App-Code "/"
022500         ENT-Role-Code " GRANTED BY " WS-Operator-Initials
022600         DELIMITED BY SIZE INTO WS-Audit-Detail
022700     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
022800         WS-Audit-Detail
022900     DISPLAY "Granted " ENT-App-Code "/" ENT-Role-Code
023000         " to UserId " ENT-UserId "."
023100     .
023200 2100-GRANT-ENTITLEMENT-EXIT.
023300     EXIT.
023400
023500 2150-SET-GRANT-FIELDS.
023600     SET ENT-Is-Active TO TRUE
023700     MOVE WS-Run-Date TO ENT-Granted-Date
023800     MOVE WS-Operator-Initials TO ENT-Granted-By
023900     MOVE ZERO TO ENT-Revoked-Date
024000     MOVE SPACES TO ENT-Revoked-By
024100     MOVE SPACES TO ENT-Revoke-Reason
024200     .
024300 2150-SET-GRANT-FIELDS-EXIT.
024400     EXIT.
024500
024600 2200-REVOKE-ENTITLEMENT.
024700     PERFORM 2900-ACCEPT-KEY THRU 2900-ACCEPT-KEY-EXIT
024725     IF NOT WS-Id-Accepted
024750         GO TO 2200-REVOKE-ENTITLEMENT-EXIT
024775     END-IF
024800     MOVE WS-Entry-UserId TO ENT-UserId
024900     MOVE WS-Entry-App-Code TO ENT-App-Code
025000     MOVE WS-Entry-Role-Code TO ENT-Role-Code
025100     READ EntitlementFile
025200         INVALID KEY
025300             DISPLAY "That entitlement is not on file."
025400             GO TO 2200-REVOKE-ENTITLEMENT-EXIT
025500     END-READ
025600     IF NOT ENT-Is-Active
025700         DISPLAY "Already revoked on " ENT-Revoked-Date
025800             " by " ENT-Revoked-By "."
025900         GO TO 2200-REVOKE-ENTITLEMENT-EXIT
026000     END-IF
026100     DISPLAY "Enter reason code (3 chars): "
026200     ACCEPT WS-Entry-Reason
026300     MOVE FUNCTION UPPER-CASE(WS-Entry-Reason)
026400         TO WS-Entry-Reason
026500     CALL "RsnVal" USING WS-Entry-Reason, WS-Reason-Valid,
026600         WS-Reason-Description
026700     IF NOT WS-Reason-Is-Valid
026800         DISPLAY "Reason code " WS-Entry-Reason
026900             " is not on RSNCODE.DAT - nothing revoked."
027000         ADD 1 TO WS-Eoj-Rejected-Count
027100         GO TO 2200-REVOKE-ENTITLEMENT-EXIT
027200     END-IF
027300     MOVE SPACES TO WS-Hist-Old-Value
027400     STRING ENT-App-Code "/" ENT-Role-Code " ACTIVE"
027500         DELIMITED BY SIZE INTO WS-Hist-Old-Value
027600     SET ENT-Is-Revoked TO TRUE
027700     MOVE WS-Run-Date TO ENT-Revoked-Date
027800     MOVE WS-Operator-Initials TO ENT-Revoked-By
027900     MOVE WS-Entry-Reason TO ENT-Revoke-Reason
028000     REWRITE EntitlementRecord
028100     ADD 1 TO WS-Eoj-Written-Count
028200     MOVE SPACES TO WS-Hist-New-Value
028300     STRING ENT-App-Code "/" ENT-Role-Code " REVOKED "
028400         ENT-Revoke-Reason DELIMITED BY SIZE
028500         INTO WS-Hist-New-Value
028600     CALL "HistWrite" USING ENT-UserId, WS-Hist-Field-Name,
028700         WS-Hist-Old-Value, WS-Hist-New-Value,
028800         WS-Operator-Initials
028900     MOVE "ENT-REVOKE" TO WS-Audit-Event
029000     MOVE SPACES TO WS-Audit-Detail
029100     STRING "USER " ENT-UserId " " ENT-App-Code "/"
029200         ENT-Role-Code " REVOKED BY " WS-Operator-Initials
029300         " RSN " ENT-Revoke-Reason DELIMITED BY SIZE
029400         INTO WS-Audit-Detail
029500     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
029600         WS-Audit-Detail
029700     DISPLAY "Revoked " ENT-App-Code "/" ENT-Role-Code
029800         " from UserId " ENT-UserId "."
029900     .
030000 2200-REVOKE-ENTITLEMENT-EXIT.
030100     EXIT.
030200
030210*--------------------------------------------------------------
030220* Every SODRULE.DAT pair naming the code being granted: if
030230* the account already holds the other half, the grant would
030240* complete the pair. The rule file is small and read end to
030250* end; a missing file means no rules yet.
030260*--------------------------------------------------------------
030270 2500-CHECK-SOD.
030280     MOVE "N" TO WS-Sod-Switch
030290     IF NOT WS-Have-Rules
030300         GO TO 2500-CHECK-SOD-EXIT
030301     END-IF
030302     MOVE "N" TO WS-Rule-Eof
030303     MOVE LOW-VALUES TO SodRuleKey
030304     START SodRuleFile KEY IS >= SodRuleKey
030305         INVALID KEY
030306             SET WS-End-Of-Rules TO TRUE
030307     END-START
030308     PERFORM UNTIL WS-End-Of-Rules OR WS-Sod-Refused
030309         READ SodRuleFile NEXT RECORD
030310             AT END SET WS-End-Of-Rules TO TRUE
030311         END-READ
030312         IF NOT WS-End-Of-Rules
030313             MOVE SPACES TO WS-Sod-Other-Code
030314             IF SOD-Code-A = WS-Entry-Code
030315                 MOVE SOD-Code-B TO WS-Sod-Other-Code
030316             END-IF
030317             IF SOD-Code-B = WS-Entry-Code
030318                 MOVE SOD-Code-A TO WS-Sod-Other-Code
030319             END-IF
030320             IF WS-Sod-Other-Code NOT = SPACES
030321                 PERFORM 2550-TEST-ONE-RULE
030322                     THRU 2550-TEST-ONE-RULE-EXIT
030323             END-IF
030324         END-IF
030325     END-PERFORM
030326     .
030327 2500-CHECK-SOD-EXIT.
030328     EXIT.
030329
030330*--------------------------------------------------------------
030331* A conflict stands unless a live SODEXCP.DAT exception
030332* covers it or a security admin records one now - the
030333* supervisor running the grant cannot waive it alone.
030334*--------------------------------------------------------------
030335 2550-TEST-ONE-RULE.
030336     MOVE WS-Entry-UserId TO ENT-UserId
030337     MOVE WS-Sod-Other-Code TO ENT-Code
030338     READ EntitlementFile
030339         INVALID KEY
030340             GO TO 2550-TEST-ONE-RULE-EXIT
030341     END-READ
030342     IF NOT ENT-Is-Active
030343         GO TO 2550-TEST-ONE-RULE-EXIT
030344     END-IF
030345     MOVE WS-Entry-UserId TO SXC-UserId
030346     MOVE SodRuleKey TO SXC-Rule-Key
030347     MOVE "N" TO WS-Sxc-Found
030348     READ SodExcpFile
030349         NOT INVALID KEY
030350             SET WS-Sxc-On-File TO TRUE
030351     END-READ
030352     IF WS-Sxc-On-File AND SXC-Expiry-Date >= WS-Run-Date
030353         DISPLAY "Conflict with " SOD-Description
030354         DISPLAY "  covered by exception to " SXC-Expiry-Date
030355             " (" SXC-Approved-By ")."
030356         GO TO 2550-TEST-ONE-RULE-EXIT
030357     END-IF
030358     DISPLAY "SEGREGATION-OF-DUTIES CONFLICT: the account "
030359         "already holds " WS-Sod-Other-Code
030360     DISPLAY "  " SOD-Description
030361     DISPLAY "Record a security-admin exception (Y/N)? "
030362     ACCEPT WS-Sod-Reply
030363     IF NOT WS-Sod-Record-Exception
030364         PERFORM 2590-REFUSE-ON-SOD THRU 2590-REFUSE-ON-SOD-EXIT
030365         GO TO 2550-TEST-ONE-RULE-EXIT
030366     END-IF
030367     PERFORM 2560-RECORD-EXCEPTION
030368         THRU 2560-RECORD-EXCEPTION-EXIT
030369     .
030370 2550-TEST-ONE-RULE-EXIT.
030371     EXIT.
030372
030373 2560-RECORD-EXCEPTION.
030374     DISPLAY "Security admin employee id (5 digits): "
030375     ACCEPT WS-Auth-EmpId
030376     MOVE "A" TO WS-Auth-Role
030377     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
030378         WS-Program-Name, WS-Auth-Granted
030379     IF NOT WS-Auth-Was-Granted
030380         PERFORM 2590-REFUSE-ON-SOD THRU 2590-REFUSE-ON-SOD-EXIT
030381         GO TO 2560-RECORD-EXCEPTION-EXIT
030382     END-IF
030383     DISPLAY "Exception reason (40 chars): "
030384     ACCEPT WS-Sod-Reason
030385     DISPLAY "Exception expires on (YYYYMMDD): "
030386     ACCEPT WS-Sod-Expiry-Reply
030387     IF WS-Sod-Reason = SPACES
030388             OR WS-Sod-Expiry-Reply IS NOT NUMERIC
030389         DISPLAY "A reason and an expiry date are required."
030390         PERFORM 2590-REFUSE-ON-SOD THRU 2590-REFUSE-ON-SOD-EXIT
030391         GO TO 2560-RECORD-EXCEPTION-EXIT
030392     END-IF
030393     MOVE WS-Sod-Expiry-Reply TO WS-Sod-Expiry-Date
030394     IF WS-Sod-Expiry-Date < WS-Run-Date
030395         DISPLAY "The expiry date is already past."
030396         PERFORM 2590-REFUSE-ON-SOD THRU 2590-REFUSE-ON-SOD-EXIT
030397         GO TO 2560-RECORD-EXCEPTION-EXIT
030398     END-IF
030399     MOVE WS-Entry-UserId TO SXC-UserId
030400     MOVE SodRuleKey TO SXC-Rule-Key
030401     MOVE WS-Sod-Reason TO SXC-Reason
030402     MOVE WS-Sod-Expiry-Date TO SXC-Expiry-Date
030403     MOVE WS-Auth-EmpId TO SXC-Approved-EmpId
030404     MOVE WS-Operator-Initials TO SXC-Approved-By
030405     MOVE WS-Run-Date TO SXC-Recorded-Date
030406     IF WS-Sxc-On-File
030407         REWRITE SodExceptionRecord
030408     ELSE
030409         WRITE SodExceptionRecord
030410     END-IF
030411     MOVE "SOD-EXCEPT" TO WS-Audit-Event
030412     MOVE SPACES TO WS-Audit-Detail
030413     STRING "USER " WS-Entry-UserId " " WS-Entry-Code " X "
030414         WS-Sod-Other-Code " TO " WS-Sod-Expiry-Date
030415         " EMP " WS-Auth-EmpId DELIMITED BY SIZE
030416         INTO WS-Audit-Detail
030417     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
030418         WS-Audit-Detail
030419     DISPLAY "Exception recorded to " WS-Sod-Expiry-Date "."
030420     .
030421 2560-RECORD-EXCEPTION-EXIT.
030422     EXIT.
030423
030424 2590-REFUSE-ON-SOD.
030425     SET WS-Sod-Refused TO TRUE
030426     MOVE "SOD-REFUSE" TO WS-Audit-Event
030427     MOVE SPACES TO WS-Audit-Detail
030428     STRING "USER " WS-Entry-UserId " " WS-Entry-Code
030429         " REFUSED, HOLDS " WS-Sod-Other-Code
030430         DELIMITED BY SIZE INTO WS-Audit-Detail
030431     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
030432         WS-Audit-Detail
030433     .
030434 2590-REFUSE-ON-SOD-EXIT.
030435     EXIT.
030436
030437 2300-LIST-ACCOUNT.
030457     DISPLAY "Enter UserId (9 digits, check digit last): "
030477     ACCEPT WS-Keyed-UserId
030497     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
030517         WS-Entry-UserId, WS-Id-Check
030537     IF NOT WS-Id-Accepted
030557         GO TO 2300-LIST-ACCOUNT-EXIT
030577     END-IF
030600     MOVE 0 TO WS-Listed-Count
030700     MOVE "N" TO WS-Eof-Switch
030800     MOVE WS-Entry-UserId TO ENT-UserId
030900     MOVE LOW-VALUES TO ENT-Code
031000     START EntitlementFile KEY IS >= EntitlementKey
031100         INVALID KEY
031200             SET WS-End-Of-Entitlements TO TRUE
031300     END-START
031400     PERFORM UNTIL WS-End-Of-Entitlements
031500         READ EntitlementFile NEXT RECORD
031600             AT END SET WS-End-Of-Entitlements TO TRUE
031700         END-READ
031800         IF NOT WS-End-Of-Entitlements
031900             IF ENT-UserId NOT = WS-Entry-UserId
032000                 SET WS-End-Of-Entitlements TO TRUE
032100             ELSE
032200                 PERFORM 2950-SHOW-ONE THRU 2950-SHOW-ONE-EXIT
032300             END-IF
032400         END-IF
032500     END-PERFORM
032600     DISPLAY "ENTITLEMENTS ON FILE: " WS-Listed-Count
032700     .
032800 2300-LIST-ACCOUNT-EXIT.
032900     EXIT.
033000
033100*--------------------------------------------------------------
033200* Holders of one application role: the register is keyed on
033300* the account first, so this is a full pass. Active rows
033400* only - the question is who can get in today.
033500*--------------------------------------------------------------
033600 2400-LIST-HOLDERS.
033700     DISPLAY "Enter application code (6 chars): "
033800     ACCEPT WS-Entry-App-Code
033900     MOVE FUNCTION UPPER-CASE(WS-Entry-App-Code)
034000         TO WS-Entry-App-Code
034100     DISPLAY "Enter role code (6 chars, blank = all roles): "
034200     ACCEPT WS-Entry-Role-Code
034300     MOVE FUNCTION UPPER-CASE(WS-Entry-Role-Code)
034400         TO WS-Entry-Role-Code
034500     MOVE 0 TO WS-Listed-Count
034600     MOVE "N" TO WS-Eof-Switch
034700     MOVE LOW-VALUES TO EntitlementKey
034800     START EntitlementFile KEY IS >= EntitlementKey
034900         INVALID KEY
035000             SET WS-End-Of-Entitlements TO TRUE
035100     END-START
035200     PERFORM UNTIL WS-End-Of-Entitlements
035300         READ EntitlementFile NEXT RECORD
035400             AT END SET WS-End-Of-Entitlements TO TRUE
035500         END-READ
035600         IF NOT WS-End-Of-Entitlements
035700             IF ENT-Is-Active
035800                     AND ENT-App-Code = WS-Entry-App-Code
035900                     AND (WS-Entry-Role-Code = SPACES
036000                     OR ENT-Role-Code = WS-Entry-Role-Code)
036100                 PERFORM 2950-SHOW-ONE THRU 2950-SHOW-ONE-EXIT
036200             END-IF
036300         END-IF
036400     END-PERFORM
036500     DISPLAY "ACTIVE HOLDERS: " WS-Listed-Count
036600     .
036700 2400-LIST-HOLDERS-EXIT.
036800     EXIT.
036900
037000 2900-ACCEPT-KEY.
037037     DISPLAY "Enter UserId (9 digits, check digit last): "
037074     ACCEPT WS-Keyed-UserId
037111     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
037148         WS-Entry-UserId, WS-Id-Check
037185     IF NOT WS-Id-Accepted
037222         GO TO 2900-ACCEPT-KEY-EXIT
037259     END-IF
037300     DISPLAY "Enter application code (6 chars): "
037400     ACCEPT WS-Entry-App-Code
037500     MOVE FUNCTION UPPER-CASE(WS-Entry-App-Code)
037600         TO WS-Entry-App-Code
037700     DISPLAY "Enter role code (6 chars): "
037800     ACCEPT WS-Entry-Role-Code
037900     MOVE FUNCTION UPPER-CASE(WS-Entry-Role-Code)
038000         TO WS-Entry-Role-Code
038100     .
038200 2900-ACCEPT-KEY-EXIT.
038300     EXIT.
038400
038500 2950-SHOW-ONE.
038600     IF ENT-Is-Active
038700         DISPLAY ENT-UserId " " ENT-App-Code "/" ENT-Role-Code
038800             " ACTIVE  GRANTED " ENT-Granted-Date " BY "
038900             ENT-Granted-By
039000     ELSE
039100         DISPLAY ENT-UserId " " ENT-App-Code "/" ENT-Role-Code
039200             " REVOKED " ENT-Revoked-Date " BY "
039300             ENT-Revoked-By " RSN " ENT-Revoke-Reason
039400     END-IF
039500     ADD 1 TO WS-Listed-Count
039600     .
039700 2950-SHOW-ONE-EXIT.
039800     EXIT.

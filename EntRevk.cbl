000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EntRevk.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Revokes every active entitlement an account holds on the
000900* USRACCS.DAT register, in the caller's run: each row goes
001000* to status R with the date, the operator and the reason
001100* code, and each revoke is written to USRHIST.DAT through
001200* HistWrite (field ENTITLEMENT) and to SUITEAUD.LOG through
001300* AuditLog under the calling program's name. Called wherever
001400* an account is shut - UserDeact approval, UserDorm mode 2,
001500* the HR-feed delete in UserTran - so a leaver's access goes
001600* with the account instead of waiting for someone to notice.
001700* Returns the number of entitlements revoked (zero when the
001800* account held none, or the register does not exist yet).
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
002900     SELECT EntitlementFile ASSIGN TO DYNAMIC WS-P-USRACCS-DAT
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS EntitlementKey
003300         FILE STATUS IS WS-Entitlement-Status.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  EntitlementFile.
003800     COPY "USRACCS.CPY".
003900
004000 WORKING-STORAGE SECTION.
004100 01  WS-Entitlement-Status   PIC XX.
004200     88  WS-Entitlement-Missing  VALUE "35".
004300 01  WS-Eof-Switch           PIC X VALUE "N".
004400     88  WS-End-Of-Entitlements  VALUE "Y".
004500 01  WS-Run-Date             PIC 9(08).
004600 01  WS-Hist-Field-Name      PIC X(12) VALUE "ENTITLEMENT".
004700 01  WS-Hist-Old-Value       PIC X(30).
004800 01  WS-Hist-New-Value       PIC X(30).
004900 01  WS-Audit-Event          PIC X(12) VALUE "ENT-REVOKE".
005000 01  WS-Audit-Detail         PIC X(60).
005100 01  WS-P-USRACCS-DAT       PIC X(30) VALUE "USRACCS.DAT".
005200
005300 LINKAGE SECTION.
005400 01  LK-Ent-UserId           PIC 9(08).
005500 01  LK-Ent-Operator         PIC X(10).
005600 01  LK-Ent-Reason           PIC X(03).
005700 01  LK-Ent-Caller           PIC X(20).
005800 01  LK-Ent-Revoked-Count    PIC 9(05).
005900
006000 PROCEDURE DIVISION USING LK-Ent-UserId, LK-Ent-Operator,
006100     LK-Ent-Reason, LK-Ent-Caller, LK-Ent-Revoked-Count.
006200
006300 0000-MAINLINE.
006400     MOVE 0 TO LK-Ent-Revoked-Count
006500     CALL "EnvName" USING WS-P-USRACCS-DAT
006600     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
006700     OPEN I-O EntitlementFile
006800     IF WS-Entitlement-Missing
006900         GOBACK
007000     END-IF
007100     MOVE "N" TO WS-Eof-Switch
007200     MOVE LK-Ent-UserId TO ENT-UserId
007300     MOVE LOW-VALUES TO ENT-Code
007400     START EntitlementFile KEY IS >= EntitlementKey
007500         INVALID KEY
007600             SET WS-End-Of-Entitlements TO TRUE
007700     END-START
007800     PERFORM UNTIL WS-End-Of-Entitlements
007900         READ EntitlementFile NEXT RECORD
008000             AT END SET WS-End-Of-Entitlements TO TRUE
008100         END-READ
008200         IF NOT WS-End-Of-Entitlements
008300             IF ENT-UserId NOT = LK-Ent-UserId
008400                 SET WS-End-Of-Entitlements TO TRUE
008500             ELSE
008600                 IF ENT-Is-Active
008700                     PERFORM 2000-REVOKE-ONE
008800                         THRU 2000-REVOKE-ONE-EXIT
008900                 END-IF
009000             END-IF
009100         END-IF
009200     END-PERFORM
009300     CLOSE EntitlementFile
009400     GOBACK.
009500
009600*--------------------------------------------------------------
009700* The row stays on file as R, so the access review still sees
009800* what the account held and who took it away.
009900*--------------------------------------------------------------
010000 2000-REVOKE-ONE.
010100     MOVE SPACES TO WS-Hist-Old-Value
010200     STRING ENT-App-Code "/" ENT-Role-Code " ACTIVE"
010300         DELIMITED BY SIZE INTO WS-Hist-Old-Value
010400     SET ENT-Is-Revoked TO TRUE
010500     MOVE WS-Run-Date TO ENT-Revoked-Date
010600     MOVE LK-Ent-Operator TO ENT-Revoked-By
010700     MOVE LK-Ent-Reason TO ENT-Revoke-Reason
010800     REWRITE EntitlementRecord
010900         INVALID KEY
011000             DISPLAY "ENTREVK: REWRITE FAILED FOR USER "
011100                 ENT-UserId " " ENT-Code ", STATUS "
011200                 WS-Entitlement-Status
011300             GO TO 2000-REVOKE-ONE-EXIT
011400     END-REWRITE
011500     ADD 1 TO LK-Ent-Revoked-Count
011600     MOVE SPACES TO WS-Hist-New-Value
011700     STRING ENT-App-Code "/" ENT-Role-Code " REVOKED "
011800         ENT-Revoke-Reason DELIMITED BY SIZE
011900         INTO WS-Hist-New-Value
012000     CALL "HistWrite" USING ENT-UserId, WS-Hist-Field-Name,
012100         WS-Hist-Old-Value, WS-Hist-New-Value, LK-Ent-Operator
012200     MOVE SPACES TO WS-Audit-Detail
012300     STRING "USER " ENT-UserId " " ENT-App-Code "/"
012400         ENT-Role-Code " REVOKED BY " LK-Ent-Operator
012500         " RSN " ENT-Revoke-Reason DELIMITED BY SIZE
012600         INTO WS-Audit-Detail
012700     CALL "AuditLog" USING LK-Ent-Caller, WS-Audit-Event,
012800         WS-Audit-Detail
012900     .
013000 2000-REVOKE-ONE-EXIT.
013100     EXIT.

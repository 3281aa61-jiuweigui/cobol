000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PsdInq.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Re-identification inquiry for the pseudonymised BI extracts:
000900* turns a PSDVAULT.DAT token back into the account behind it.
001000* Only a security administrator may use it - the operator's
001100* admin role on CONTACT.DAT is proved through the shared
001200* AuthChk routine, and a refusal ends the run RC 8. Each
001300* lookup needs a reason, and every lookup, found or not,
001400* goes to SUITEAUD.LOG through AuditLog with the token, the
001500* account it resolved to, the operator and the reason, so
001600* "who unmasked this row and why" always has an answer.
001700* Read-only: neither the vault nor USERS.DATA is changed.
001800*--------------------------------------------------------------
001900* MODIFICATION HISTORY
002000*--------------------------------------------------------------
002100* DATE       INIT DESCRIPTION
002200* ---------- ---- -------------------------------------------
002300* 2026-10-15 JWG  Original version.
002333* 2026-10-15 JWG  Shows GivenName and FamilyName in place of
002366*                 the retired RealName.
002400*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT VaultFile ASSIGN TO DYNAMIC WS-P-PSDVAULT-DAT
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS PV-UserId
003200         ALTERNATE RECORD KEY IS PV-Token
003300         FILE STATUS IS WS-Vault-Status.
003400     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS UserId
003800         FILE STATUS IS WS-File-Status.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  VaultFile.
004300     COPY "PSDVAULT.CPY".
004400
004500 FD  UserDatabase.
004600     COPY "USERREC.CPY".
004700
004800 WORKING-STORAGE SECTION.
004900 01  WS-Vault-Status         PIC XX.
005000     88  WS-Vault-Missing        VALUE "35".
005100 01  WS-File-Status          PIC XX.
005200     88  WS-File-Not-Found   VALUE "35".
005300 01  WS-Inq-Token            PIC X(10).
005400 01  WS-Inq-Reason           PIC X(40).
005500 01  WS-Operator-Initials    PIC X(10).
005600 01  WS-Auth-EmpId           PIC 9(05).
005700 01  WS-Auth-Role            PIC X(01).
005800 01  WS-Auth-Granted         PIC X(01).
005900     88  WS-Auth-Was-Granted     VALUE "Y".
006000 01  WS-More-Lookups         PIC X VALUE "Y".
006100     88  WS-Another-Lookup       VALUE "Y" "y".
006200 01  WS-Audit-Event          PIC X(12).
006300 01  WS-Audit-Detail         PIC X(60).
006400 01  WS-Found-UserId         PIC 9(08).
006500 01  WS-P-PSDVAULT-DAT      PIC X(30) VALUE "PSDVAULT.DAT".
006600 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
006700 01  WS-Eoj-Start-Time       PIC 9(08).
006800 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
006900 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
007000 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
007100 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
007200 01  WS-Program-Name         PIC X(20) VALUE "PSDINQ".
007300
007400 PROCEDURE DIVISION.
007500
007600 0000-MAINLINE.
007700     CALL "PreDefMsg" USING WS-Program-Name
007800     ACCEPT WS-Eoj-Start-Time FROM TIME
007900     CALL "EnvName" USING WS-P-PSDVAULT-DAT
008000     CALL "EnvName" USING WS-P-USERS-DATA
008100     DISPLAY "PSEUDONYM RE-IDENTIFICATION INQUIRY"
008200     DISPLAY "==================================="
008300     DISPLAY "Enter your employee id (5 digits): "
008400     ACCEPT WS-Auth-EmpId
008500     MOVE "A" TO WS-Auth-Role
008600     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
008700         WS-Program-Name, WS-Auth-Granted
008800     IF NOT WS-Auth-Was-Granted
008900         MOVE 8 TO RETURN-CODE
009000         STOP RUN
009100     END-IF
009200     DISPLAY "Enter your initials: "
009300     ACCEPT WS-Operator-Initials
009400     OPEN INPUT VaultFile
009500     IF WS-Vault-Missing
009600         DISPLAY "PSDVAULT.DAT NOT FOUND - NO TOKENS ISSUED YET."
009700         GO TO 0000-END-RUN
009800     END-IF
009900     OPEN INPUT UserDatabase
010000     IF WS-File-Not-Found
010100         DISPLAY "USERS.DATA NOT FOUND - CANNOT RESOLVE TOKENS."
010200         CLOSE VaultFile
010300         MOVE 8 TO WS-Eoj-Return-Code
010400         GO TO 0000-END-RUN
010500     END-IF
010600     PERFORM 2000-LOOKUP-TOKEN THRU 2000-LOOKUP-TOKEN-EXIT
010700         UNTIL NOT WS-Another-Lookup
010800     CLOSE UserDatabase
010900     CLOSE VaultFile
011000     .
011100 0000-END-RUN.
011200     CALL "EndMsg" USING WS-Program-Name,
011300         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
011400         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
011500         WS-Eoj-Return-Code
011600     MOVE WS-Eoj-Return-Code TO RETURN-CODE
011700     STOP RUN.
011800
011900*--------------------------------------------------------------
012000* One lookup: token and reason in, account out. No reason, no
012100* lookup; every lookup made is audited whatever it finds.
012200*--------------------------------------------------------------
012300 2000-LOOKUP-TOKEN.
012400     DISPLAY "Enter token: "
012500     ACCEPT WS-Inq-Token
012600     MOVE FUNCTION UPPER-CASE(WS-Inq-Token) TO WS-Inq-Token
012700     DISPLAY "Reason for re-identification: "
012800     ACCEPT WS-Inq-Reason
012900     IF WS-Inq-Token = SPACES OR WS-Inq-Reason = SPACES
013000         DISPLAY "A token and a reason are both required."
013100         ADD 1 TO WS-Eoj-Rejected-Count
013200         GO TO 2000-LOOKUP-TOKEN-NEXT
013300     END-IF
013400     ADD 1 TO WS-Eoj-Read-Count
013500     MOVE ZERO TO WS-Found-UserId
013600     MOVE WS-Inq-Token TO PV-Token
013700     READ VaultFile KEY IS PV-Token
013800         INVALID KEY
013900             DISPLAY "Token " WS-Inq-Token " was never issued."
014000             MOVE "PSD-NOTFOUND" TO WS-Audit-Event
014100         NOT INVALID KEY
014200             MOVE PV-UserId TO WS-Found-UserId
014300             MOVE "PSD-REIDENT" TO WS-Audit-Event
014400             PERFORM 2100-SHOW-ACCOUNT
014500                 THRU 2100-SHOW-ACCOUNT-EXIT
014600     END-READ
014700     PERFORM 2900-AUDIT-LOOKUP THRU 2900-AUDIT-LOOKUP-EXIT
014800     .
014900 2000-LOOKUP-TOKEN-NEXT.
015000     DISPLAY "Look up another token (Y/N)? "
015100     ACCEPT WS-More-Lookups
015200     .
015300 2000-LOOKUP-TOKEN-EXIT.
015400     EXIT.
015500
015600 2100-SHOW-ACCOUNT.
015700     DISPLAY "Token " WS-Inq-Token " issued " PV-Issued-Date
015800         " to UserId " PV-UserId
015900     MOVE PV-UserId TO UserId
016000     READ UserDatabase
016100         INVALID KEY
016200             DISPLAY "  (account no longer on USERS.DATA)"
016300         NOT INVALID KEY
016400             DISPLAY "  UserName: " UserName
016466             DISPLAY "  Given:    " GivenName
016532             DISPLAY "  Family:   " FamilyName
016600             DISPLAY "  Email:    " Email
016700     END-READ
016800     .
016900 2100-SHOW-ACCOUNT-EXIT.
017000     EXIT.
017100
017200*--------------------------------------------------------------
017300* The lookup goes to SUITEAUD.LOG: token, the account it
017400* resolved to (zeros when none), operator and reason.
017500*--------------------------------------------------------------
017600 2900-AUDIT-LOOKUP.
017700     MOVE SPACES TO WS-Audit-Detail
017800     STRING WS-Inq-Token " " WS-Found-UserId " BY "
017900             DELIMITED BY SIZE
018000         WS-Operator-Initials DELIMITED BY SPACE
018100         " (" WS-Auth-EmpId ") " WS-Inq-Reason
018200             DELIMITED BY SIZE
018300         INTO WS-Audit-Detail
018400     END-STRING
018500     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
018600         WS-Audit-Detail
018700     ADD 1 TO WS-Eoj-Written-Count
018800     .
018900 2900-AUDIT-LOOKUP-EXIT.
019000     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LvrQueue.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Queues a leaver's accounts for deactivation: every
000900* USERS.DATA account owned by the EmpId (OwnerEmpId) that is
001000* not already inactive goes on the DEACTQ.DAT pending queue
001100* with reason code LVR for the normal UserDeact supervisor
001200* review - the same dual control as an operator-requested
001300* deactivation, just fed by the directory instead of a typed
001400* id. Accounts already queued are left alone. Called wherever
001500* the directory marks a leaver - EmpMaint's leaver action and
001600* the HrCensus mode 2 - so both follow one rule. Returns the
001700* number of accounts queued.
001800*--------------------------------------------------------------
001900* MODIFICATION HISTORY
002000*--------------------------------------------------------------
002100* DATE       INIT DESCRIPTION
002200* ---------- ---- -------------------------------------------
002300* 2026-10-15 JWG  Original version, lifted out of EmpMaint's
002400*                 leaver action so HrCensus can share it.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS UserId
003300         FILE STATUS IS WS-File-Status.
003400     SELECT DeactQueue ASSIGN TO DYNAMIC WS-P-DEACTQ-DAT
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS DQ-UserId
003800         FILE STATUS IS WS-Deact-Queue-Status.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  UserDatabase.
004300     COPY "USERREC.CPY".
004400
004500 FD  DeactQueue.
004600     COPY "DEACTQ.CPY".
004700
004800 WORKING-STORAGE SECTION.
004900 01  WS-File-Status          PIC XX.
005000     88  WS-File-Not-Found       VALUE "35".
005100 01  WS-Deact-Queue-Status   PIC XX.
005200     88  WS-Deact-Queue-Missing  VALUE "35".
005300 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
005400 01  WS-Run-Date             PIC 9(08).
005500 01  WS-Queue-Time           PIC 9(08).
005600 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
005700 01  WS-P-DEACTQ-DAT        PIC X(30) VALUE "DEACTQ.DAT".
005800
005900 LINKAGE SECTION.
006000 01  LK-Lvr-EmpId            PIC 9(05).
006100 01  LK-Lvr-Requestor        PIC X(10).
006200 01  LK-Lvr-Queued-Count     PIC 9(05).
006300
006400 PROCEDURE DIVISION USING LK-Lvr-EmpId, LK-Lvr-Requestor,
006500     LK-Lvr-Queued-Count.
006600
006700 0000-MAINLINE.
006800     MOVE 0 TO LK-Lvr-Queued-Count
006900     CALL "EnvName" USING WS-P-USERS-DATA
007000     CALL "EnvName" USING WS-P-DEACTQ-DAT
007100     OPEN INPUT UserDatabase
007200     IF WS-File-Not-Found
007300         DISPLAY "USERS.DATA NOT FOUND - NO OWNED ACCOUNTS "
007400             "TO QUEUE."
007500         GOBACK
007600     END-IF
007700     OPEN I-O DeactQueue
007800     IF WS-Deact-Queue-Missing
007900         OPEN OUTPUT DeactQueue
008000         CLOSE DeactQueue
008100         OPEN I-O DeactQueue
008200     END-IF
008300     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
008400     ACCEPT WS-Queue-Time FROM TIME
008500     READ UserDatabase NEXT RECORD
008600         AT END SET EndOfUserDb TO TRUE
008700     END-READ
008800     PERFORM UNTIL EndOfUserDb
008900         IF UserId NOT = WS-Trailer-Id
009000                 AND OwnerEmpId = LK-Lvr-EmpId
009100                 AND NOT AccountIsInactive
009200             PERFORM 2000-QUEUE-ONE-ACCOUNT
009300                 THRU 2000-QUEUE-ONE-ACCOUNT-EXIT
009400         END-IF
009500         READ UserDatabase NEXT RECORD
009600             AT END SET EndOfUserDb TO TRUE
009700         END-READ
009800     END-PERFORM
009900     CLOSE DeactQueue
010000     CLOSE UserDatabase
010100     GOBACK.
010200
010300 2000-QUEUE-ONE-ACCOUNT.
010400     MOVE UserId TO DQ-UserId
010500     MOVE WS-Run-Date TO DQ-Request-Date
010600     MOVE WS-Queue-Time TO DQ-Request-Time
010700     MOVE LK-Lvr-Requestor TO DQ-Requested-By
010800     MOVE "OWNING EMPLOYEE LEFT" TO DQ-Reason
010900     MOVE "LVR" TO DQ-Reason-Code
011000     WRITE DeactRequest
011100         INVALID KEY
011200             DISPLAY "UserId " UserId " is already queued "
011300                 "for deactivation."
011400         NOT INVALID KEY
011500             ADD 1 TO LK-Lvr-Queued-Count
011600             DISPLAY "UserId " UserId " queued (owner left)."
011700     END-WRITE
011800     .
011900 2000-QUEUE-ONE-ACCOUNT-EXIT.
012000     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DsrCase.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Ties a UserSar or UserErase run to its DSRCASE.DAT
000900* data-subject case, so the case closes with the evidence of
001000* the work instead of somebody remembering to close it.
001100* Request V (validate, before the work) checks the case can
001200* be worked: it exists, is of the caller's type (A access,
001300* E erasure), is still open, has had the requester's
001400* identity verified, and names the UserId. Request C (close,
001500* after the work) records the evidence reference against
001600* that UserId; when every UserId on the case is done the case
001700* closes, dated and signed with the operator. Each C goes to
001800* SUITEAUD.LOG through AuditLog in the caller's name. The
001900* result tells the caller what happened:
002000*   Y - usable (V) / case closed (C)
002100*   P - recorded (C), other UserIds on the case still to do
002200*   N - no such case           T - case is of another type
002300*   X - case no longer open    I - identity not yet verified
002400*   U - UserId not on the case D - UserId already done
002500*   F - DSRCASE.DAT would not open
002600*--------------------------------------------------------------
002700* MODIFICATION HISTORY
002800*--------------------------------------------------------------
002900* DATE       INIT DESCRIPTION
003000* ---------- ---- -------------------------------------------
003100* 2026-10-15 JWG  Original version.
003200*--------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CaseFile ASSIGN TO DYNAMIC WS-P-DSRCASE-DAT
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS DC-Case-Id
004000         FILE STATUS IS WS-Case-Status.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  CaseFile.
004500     COPY "DSRCASE.CPY".
004600
004700 WORKING-STORAGE SECTION.
004800 01  WS-Case-Status          PIC XX.
004900 01  WS-Subject-Index        PIC 9(01) COMP.
005000 01  WS-Subject-Found        PIC 9(01) COMP.
005100 01  WS-Open-Subjects        PIC 9(01) COMP.
005200 01  WS-Run-Date             PIC 9(08).
005300 01  WS-Audit-Event          PIC X(12).
005400 01  WS-Audit-Detail         PIC X(60).
005500 01  WS-P-DSRCASE-DAT       PIC X(30) VALUE "DSRCASE.DAT".
005600
005700 LINKAGE SECTION.
005800 01  LK-Dsr-Request          PIC X(01).
005900 01  LK-Dsr-Case-Id          PIC 9(06).
006000 01  LK-Dsr-Type             PIC X(01).
006100 01  LK-Dsr-UserId           PIC 9(08).
006200 01  LK-Dsr-Ref              PIC X(30).
006300 01  LK-Dsr-Operator         PIC X(10).
006400 01  LK-Dsr-Program          PIC X(20).
006500 01  LK-Dsr-Result           PIC X(01).
006600
006700 PROCEDURE DIVISION USING LK-Dsr-Request, LK-Dsr-Case-Id,
006800     LK-Dsr-Type, LK-Dsr-UserId, LK-Dsr-Ref, LK-Dsr-Operator,
006900     LK-Dsr-Program, LK-Dsr-Result.
007000
007100 0000-MAINLINE.
007200     CALL "EnvName" USING WS-P-DSRCASE-DAT
007300     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
007400     OPEN I-O CaseFile
007500     IF WS-Case-Status NOT = "00"
007600         MOVE "F" TO LK-Dsr-Result
007700         GOBACK
007800     END-IF
007900     PERFORM 2000-CHECK-CASE THRU 2000-CHECK-CASE-EXIT
008000     IF LK-Dsr-Result = "Y" AND LK-Dsr-Request = "C"
008100         PERFORM 3000-RECORD-EVIDENCE
008200             THRU 3000-RECORD-EVIDENCE-EXIT
008300     END-IF
008400     CLOSE CaseFile
008500     GOBACK.
008600
008700 2000-CHECK-CASE.
008800     MOVE LK-Dsr-Case-Id TO DC-Case-Id
008900     READ CaseFile
009000         INVALID KEY
009100             MOVE "N" TO LK-Dsr-Result
009200             GO TO 2000-CHECK-CASE-EXIT
009300     END-READ
009400     IF DC-Type NOT = LK-Dsr-Type
009500         MOVE "T" TO LK-Dsr-Result
009600         GO TO 2000-CHECK-CASE-EXIT
009700     END-IF
009800     IF NOT DC-Is-Open
009900         MOVE "X" TO LK-Dsr-Result
010000         GO TO 2000-CHECK-CASE-EXIT
010100     END-IF
010200     IF NOT DC-Is-Verified
010300         MOVE "I" TO LK-Dsr-Result
010400         GO TO 2000-CHECK-CASE-EXIT
010500     END-IF
010600     MOVE 0 TO WS-Subject-Found
010700     PERFORM VARYING WS-Subject-Index FROM 1 BY 1
010800             UNTIL WS-Subject-Index > DC-Subject-Count
010900             OR WS-Subject-Found > 0
011000         IF DC-UserId(WS-Subject-Index) = LK-Dsr-UserId
011100             MOVE WS-Subject-Index TO WS-Subject-Found
011200         END-IF
011300     END-PERFORM
011400     IF WS-Subject-Found = 0
011500         MOVE "U" TO LK-Dsr-Result
011600         GO TO 2000-CHECK-CASE-EXIT
011700     END-IF
011800     IF DC-Subject-Is-Done(WS-Subject-Found)
011900         MOVE "D" TO LK-Dsr-Result
012000         GO TO 2000-CHECK-CASE-EXIT
012100     END-IF
012200     MOVE "Y" TO LK-Dsr-Result
012300     .
012400 2000-CHECK-CASE-EXIT.
012500     EXIT.
012600
012700*--------------------------------------------------------------
012800* The UserId is marked done with its evidence; the case
012900* closes when none is left to do.
013000*--------------------------------------------------------------
013100 3000-RECORD-EVIDENCE.
013200     MOVE "Y" TO DC-Subject-Done(WS-Subject-Found)
013300     MOVE LK-Dsr-Ref TO DC-Subject-Ref(WS-Subject-Found)
013400     MOVE 0 TO WS-Open-Subjects
013500     PERFORM VARYING WS-Subject-Index FROM 1 BY 1
013600             UNTIL WS-Subject-Index > DC-Subject-Count
013700         IF NOT DC-Subject-Is-Done(WS-Subject-Index)
013800             ADD 1 TO WS-Open-Subjects
013900         END-IF
014000     END-PERFORM
014100     IF WS-Open-Subjects = 0
014200         SET DC-Is-Closed TO TRUE
014300         MOVE WS-Run-Date TO DC-Closed-Date
014400         MOVE LK-Dsr-Operator TO DC-Closed-By
014500         MOVE LK-Dsr-Ref TO DC-Close-Ref
014600         MOVE "DSR-CLOSE" TO WS-Audit-Event
014700     ELSE
014800         MOVE "P" TO LK-Dsr-Result
014900         MOVE "DSR-PART" TO WS-Audit-Event
015000     END-IF
015100     REWRITE DsrCaseRecord
015200     MOVE SPACES TO WS-Audit-Detail
015300     STRING "CASE " DC-Case-Id " " LK-Dsr-UserId " "
015400         LK-Dsr-Ref DELIMITED BY SIZE
015500         INTO WS-Audit-Detail
015600     END-STRING
015700     CALL "AuditLog" USING LK-Dsr-Program, WS-Audit-Event,
015800         WS-Audit-Detail
015900     .
016000 3000-RECORD-EVIDENCE-EXIT.
016100     EXIT.

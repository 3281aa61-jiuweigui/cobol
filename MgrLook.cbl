000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MgrLook.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Shared manager lookup, in the AuthChk manner: given an
000900* EmpId, returns the EmpId and name of that person's manager
001000* off CONTACT.DAT (EmpManagerId) and a result code, so the
001100* approval prompts (RecertCap, UserDeact, ProvMnt) can name
001200* the owner's actual manager instead of "the department
001300* supervisor":
001400*   Y - manager found and current
001500*   N - no manager recorded for the employee
001600*   M - the manager recorded is not in the directory
001700*   L - the manager recorded has left
001800*   E - the employee is not in the directory
001900*   F - CONTACT.DAT will not open
002000* The manager's id and name are filled in wherever there is
002100* one to give (Y, M, L); otherwise zero and spaces. Read-only.
002200*--------------------------------------------------------------
002300* MODIFICATION HISTORY
002400*--------------------------------------------------------------
002500* DATE       INIT DESCRIPTION
002600* ---------- ---- -------------------------------------------
002700* 2026-10-15 JWG  Original version.
002800*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ContactFile ASSIGN TO DYNAMIC WS-P-CONTACT-DAT
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS EmpId
003600         FILE STATUS IS WS-Contact-Status.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  ContactFile.
004100     COPY "EMPREC.CPY".
004200
004300 WORKING-STORAGE SECTION.
004400 01  WS-Contact-Status       PIC XX.
004500 01  WS-P-CONTACT-DAT       PIC X(30) VALUE "CONTACT.DAT".
004600
004700 LINKAGE SECTION.
004800 01  LK-EmpId                PIC 9(05).
004900 01  LK-Mgr-EmpId            PIC 9(05).
005000 01  LK-Mgr-Name             PIC X(30).
005100 01  LK-Result               PIC X(01).
005200
005300 PROCEDURE DIVISION USING LK-EmpId, LK-Mgr-EmpId,
005400     LK-Mgr-Name, LK-Result.
005500
005600 0000-MAINLINE.
005700     CALL "EnvName" USING WS-P-CONTACT-DAT
005800     MOVE ZERO TO LK-Mgr-EmpId
005900     MOVE SPACES TO LK-Mgr-Name
006000     MOVE "F" TO LK-Result
006100     OPEN INPUT ContactFile
006200     IF WS-Contact-Status NOT = "00"
006300         GOBACK
006400     END-IF
006500     MOVE LK-EmpId TO EmpId
006600     READ ContactFile
006700         INVALID KEY
006800             MOVE "E" TO LK-Result
006900         NOT INVALID KEY
007000             PERFORM 2000-READ-MANAGER
007100                 THRU 2000-READ-MANAGER-EXIT
007200     END-READ
007300     CLOSE ContactFile
007400     GOBACK.
007500
007600 2000-READ-MANAGER.
007700     IF EmpHasNoManager
007800         MOVE "N" TO LK-Result
007900         GO TO 2000-READ-MANAGER-EXIT
008000     END-IF
008100     MOVE EmpManagerId TO LK-Mgr-EmpId
008200     MOVE EmpManagerId TO EmpId
008300     READ ContactFile
008400         INVALID KEY
008500             MOVE "M" TO LK-Result
008600             GO TO 2000-READ-MANAGER-EXIT
008700     END-READ
008800     MOVE EmpName TO LK-Mgr-Name
008900     IF EmpHasLeft
009000         MOVE "L" TO LK-Result
009100     ELSE
009200         MOVE "Y" TO LK-Result
009300     END-IF
009400     .
009500 2000-READ-MANAGER-EXIT.
009600     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EmpVal.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Employee directory lookup, in the spirit of CtryVal: takes
000900* an EmpId and returns whether it names a current employee on
001000* CONTACT.DAT, with the employee's name and department, so
001100* every program that assigns an account owner applies the
001200* same test. Valid flag: "Y" = current, "L" = on file but
001300* marked as a leaver (name still returned), "N" = not on
001400* file, zero, or the directory cannot be opened - an owner
001500* that cannot be checked is not accepted.
001600*--------------------------------------------------------------
001700* MODIFICATION HISTORY
001800*--------------------------------------------------------------
001900* DATE       INIT DESCRIPTION
002000* ---------- ---- -------------------------------------------
002100* 2026-10-15 JWG  Original version.
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT ContactFile ASSIGN TO DYNAMIC WS-P-CONTACT-DAT
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS RANDOM
002900         RECORD KEY IS EmpId
003000         FILE STATUS IS WS-Contact-Status.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  ContactFile.
003500     COPY "EMPREC.CPY".
003600
003700 WORKING-STORAGE SECTION.
003800 01  WS-Contact-Status       PIC XX.
003900 01  WS-P-CONTACT-DAT       PIC X(30) VALUE "CONTACT.DAT".
004000
004100 LINKAGE SECTION.
004200 01  LK-EmpId                PIC 9(05).
004300 01  LK-Valid-Flag           PIC X(01).
004400 01  LK-Emp-Name             PIC X(30).
004500 01  LK-Emp-Department       PIC X(15).
004600
004700 PROCEDURE DIVISION USING LK-EmpId, LK-Valid-Flag,
004800     LK-Emp-Name, LK-Emp-Department.
004900
005000 0000-MAINLINE.
005100     CALL "EnvName" USING WS-P-CONTACT-DAT
005200     MOVE "N" TO LK-Valid-Flag
005300     MOVE SPACES TO LK-Emp-Name
005400     MOVE SPACES TO LK-Emp-Department
005500     IF LK-EmpId IS NOT NUMERIC OR LK-EmpId = ZERO
005600         GOBACK
005700     END-IF
005800     OPEN INPUT ContactFile
005900     IF WS-Contact-Status NOT = "00"
006000         GOBACK
006100     END-IF
006200     MOVE LK-EmpId TO EmpId
006300     READ ContactFile
006400         INVALID KEY
006500             MOVE "N" TO LK-Valid-Flag
006600         NOT INVALID KEY
006700             IF EmpIsCurrent
006800                 MOVE "Y" TO LK-Valid-Flag
006900             ELSE
007000                 MOVE "L" TO LK-Valid-Flag
007100             END-IF
007200             MOVE EmpName TO LK-Emp-Name
007300             MOVE EmpDepartment TO LK-Emp-Department
007400     END-READ
007500     CLOSE ContactFile
007600     GOBACK.

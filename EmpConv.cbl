000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EmpConv.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* One-time conversion of CONTACT.DAT for the reporting line:
000900* the employee record grows from 52 to 77 bytes, adding
001000* EmpManagerId and a FILLER expansion area. The first 52
001100* bytes of the new layout are the old record unchanged, so
001200* each employee is carried across as it stood with no manager
001300* (zero) until EmpMaint sets one. The converted file is
001400* written to CONTACT.NEW and swapped into place with the same
001500* rename-aside sequence StoConv uses; the original stays
001600* behind as CONTACT.OLD until the converted file is proven
001700* good.
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
002800     SELECT OldContactFile ASSIGN TO DYNAMIC WS-P-CONTACT-DAT
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS OLD-EmpId
003200         FILE STATUS IS WS-Old-Contact-Status.
003300     SELECT NewContactFile ASSIGN TO DYNAMIC WS-P-CONTACT-NEW
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS EmpId
003700         FILE STATUS IS WS-New-Contact-Status.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100*--------------------------------------------------------------
004200* The 52-byte layout, frozen as it stood. Only the key is
004300* broken out - the rest of the entry moves across whole.
004400*--------------------------------------------------------------
004500 FD  OldContactFile.
004600 01  OldEmployeeRecord.
004700     02  OLD-EmpId           PIC 9(05).
004800     02  OLD-Rest            PIC X(47).
004900
005000 FD  NewContactFile.
005100     COPY "EMPREC.CPY".
005200
005300 WORKING-STORAGE SECTION.
005400 01  WS-Old-Contact-Status   PIC XX.
005500     88  WS-Old-Contact-Missing  VALUE "35".
005600 01  WS-New-Contact-Status   PIC XX.
005700 01  WS-Eof-Switch           PIC X VALUE "N".
005800     88  WS-End-Of-Input         VALUE "Y".
005900 01  WS-Converted-Count      PIC 9(09) COMP VALUE 0.
006000 01  WS-Count-Disp           PIC ZZZZZZZZ9.
006100 01  WS-Rename-Status        PIC S9(08) COMP-5 VALUE 0.
006200 01  WS-P-CONTACT-DAT       PIC X(30) VALUE "CONTACT.DAT".
006300 01  WS-P-CONTACT-NEW       PIC X(30) VALUE "CONTACT.NEW".
006400 01  WS-P-CONTACT-OLD       PIC X(30) VALUE "CONTACT.OLD".
006500 01  WS-Eoj-Start-Time       PIC 9(08).
006600 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
006700 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
006800 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
006900 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
007000 01  WS-Program-Name         PIC X(20) VALUE "EMPCONV".
007100
007200 PROCEDURE DIVISION.
007300
007400 0000-MAINLINE.
007500     CALL "PreDefMsg" USING WS-Program-Name
007600     ACCEPT WS-Eoj-Start-Time FROM TIME
007700     CALL "EnvName" USING WS-P-CONTACT-DAT
007800     CALL "EnvName" USING WS-P-CONTACT-NEW
007900     CALL "EnvName" USING WS-P-CONTACT-OLD
008000     DISPLAY "EMPLOYEE DIRECTORY REPORTING-LINE CONVERSION"
008100     DISPLAY "============================================"
008200     PERFORM 2000-CONVERT-CONTACT THRU 2000-CONVERT-CONTACT-EXIT
008300     CALL "EndMsg" USING WS-Program-Name,
008400         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
008500         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
008600         WS-Eoj-Return-Code
008700     MOVE WS-Eoj-Return-Code TO RETURN-CODE
008800     STOP RUN.
008900
009000 2000-CONVERT-CONTACT.
009100     OPEN INPUT OldContactFile
009200     IF WS-Old-Contact-Missing
009300         DISPLAY "CONTACT.DAT NOT FOUND - NOTHING TO CONVERT."
009400         GO TO 2000-CONVERT-CONTACT-EXIT
009500     END-IF
009600     OPEN OUTPUT NewContactFile
009700     READ OldContactFile NEXT RECORD
009800         AT END SET WS-End-Of-Input TO TRUE
009900     END-READ
010000     PERFORM UNTIL WS-End-Of-Input
010100         ADD 1 TO WS-Eoj-Read-Count
010200         MOVE SPACES TO EmployeeRecord
010300         MOVE OldEmployeeRecord TO EmployeeRecord(1:52)
010400         MOVE ZERO TO EmpManagerId
010500         WRITE EmployeeRecord
010600         ADD 1 TO WS-Converted-Count
010700         ADD 1 TO WS-Eoj-Written-Count
010800         READ OldContactFile NEXT RECORD
010900             AT END SET WS-End-Of-Input TO TRUE
011000         END-READ
011100     END-PERFORM
011200     CLOSE OldContactFile
011300     CLOSE NewContactFile
011400     PERFORM 2100-SWAP-CONTACT THRU 2100-SWAP-CONTACT-EXIT
011500     MOVE WS-Converted-Count TO WS-Count-Disp
011600     DISPLAY "EMPLOYEES CONVERTED:  " WS-Count-Disp
011700     .
011800 2000-CONVERT-CONTACT-EXIT.
011900     EXIT.
012000
012100 2100-SWAP-CONTACT.
012200     CALL "CBL_RENAME_FILE" USING WS-P-CONTACT-DAT,
012300         WS-P-CONTACT-OLD
012400         RETURNING WS-Rename-Status
012500     IF WS-Rename-Status NOT = ZERO
012600         DISPLAY "COULD NOT MOVE CONTACT.DAT ASIDE - "
012700             "CONVERTED COPY LEFT AS CONTACT.NEW."
012800         MOVE 8 TO WS-Eoj-Return-Code
012900     ELSE
013000         CALL "CBL_RENAME_FILE" USING WS-P-CONTACT-NEW,
013100             WS-P-CONTACT-DAT
013200             RETURNING WS-Rename-Status
013300         IF WS-Rename-Status NOT = ZERO
013400             DISPLAY "COULD NOT SWAP IN CONTACT.NEW - "
013500                 "RESTORING ORIGINAL CONTACT.DAT."
013600             CALL "CBL_RENAME_FILE" USING WS-P-CONTACT-OLD,
013700                 WS-P-CONTACT-DAT
013800                 RETURNING WS-Rename-Status
013900             MOVE 8 TO WS-Eoj-Return-Code
014000         END-IF
014100     END-IF
014200     .
014300 2100-SWAP-CONTACT-EXIT.
014400     EXIT.

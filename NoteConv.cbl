000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NoteConv.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* One-time conversion of USRNOTES.DAT for the helpdesk ticket
000900* register: the note record grows from 106 to 134 bytes,
001000* adding NOTE-Ticket-Id and a FILLER expansion area. The
001100* first 106 bytes of the new layout are the old record
001200* unchanged, so each note is carried across as it stood with
001300* the ticket number zero (written under no ticket). The
001400* converted file is written to USRNOTES.NEW and swapped into
001500* place with the same rename-aside sequence StoConv uses; the
001600* original stays behind as USRNOTES.OLD until the converted
001700* file is proven good.
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
002800     SELECT OldNoteFile ASSIGN TO DYNAMIC WS-P-USRNOTES-DAT
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS OLD-NoteKey
003200         FILE STATUS IS WS-Old-Note-Status.
003300     SELECT NewNoteFile ASSIGN TO DYNAMIC WS-P-USRNOTES-NEW
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS NoteKey
003700         FILE STATUS IS WS-New-Note-Status.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100*--------------------------------------------------------------
004200* The 106-byte layout, frozen as it stood. Only the key is
004300* broken out - the rest of the note moves across whole.
004400*--------------------------------------------------------------
004500 FD  OldNoteFile.
004600 01  OldNoteRecord.
004700     02  OLD-NoteKey         PIC X(11).
004800     02  OLD-Rest            PIC X(95).
004900
005000 FD  NewNoteFile.
005100     COPY "USRNOTES.CPY".
005200
005300 WORKING-STORAGE SECTION.
005400 01  WS-Old-Note-Status      PIC XX.
005500     88  WS-Old-Note-Missing     VALUE "35".
005600 01  WS-New-Note-Status      PIC XX.
005700 01  WS-Eof-Switch           PIC X VALUE "N".
005800     88  WS-End-Of-Input         VALUE "Y".
005900 01  WS-Converted-Count      PIC 9(09) COMP VALUE 0.
006000 01  WS-Count-Disp           PIC ZZZZZZZZ9.
006100 01  WS-Rename-Status        PIC S9(08) COMP-5 VALUE 0.
006200 01  WS-P-USRNOTES-DAT      PIC X(30) VALUE "USRNOTES.DAT".
006300 01  WS-P-USRNOTES-NEW      PIC X(30) VALUE "USRNOTES.NEW".
006400 01  WS-P-USRNOTES-OLD      PIC X(30) VALUE "USRNOTES.OLD".
006500 01  WS-Eoj-Start-Time       PIC 9(08).
006600 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
006700 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
006800 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
006900 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
007000 01  WS-Program-Name         PIC X(20) VALUE "NOTECONV".
007100
007200 PROCEDURE DIVISION.
007300
007400 0000-MAINLINE.
007500     CALL "PreDefMsg" USING WS-Program-Name
007600     ACCEPT WS-Eoj-Start-Time FROM TIME
007700     CALL "EnvName" USING WS-P-USRNOTES-DAT
007800     CALL "EnvName" USING WS-P-USRNOTES-NEW
007900     CALL "EnvName" USING WS-P-USRNOTES-OLD
008000     DISPLAY "ACCOUNT NOTES TICKET-REFERENCE CONVERSION"
008100     DISPLAY "========================================="
008200     PERFORM 2000-CONVERT-NOTES THRU 2000-CONVERT-NOTES-EXIT
008300     CALL "EndMsg" USING WS-Program-Name,
008400         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
008500         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
008600         WS-Eoj-Return-Code
008700     MOVE WS-Eoj-Return-Code TO RETURN-CODE
008800     STOP RUN.
008900
009000 2000-CONVERT-NOTES.
009100     OPEN INPUT OldNoteFile
009200     IF WS-Old-Note-Missing
009300         DISPLAY "USRNOTES.DAT NOT FOUND - NOTHING TO CONVERT."
009400         GO TO 2000-CONVERT-NOTES-EXIT
009500     END-IF
009600     OPEN OUTPUT NewNoteFile
009700     READ OldNoteFile NEXT RECORD
009800         AT END SET WS-End-Of-Input TO TRUE
009900     END-READ
010000     PERFORM UNTIL WS-End-Of-Input
010100         ADD 1 TO WS-Eoj-Read-Count
010200         MOVE SPACES TO NoteRecord
010300         MOVE OldNoteRecord TO NoteRecord(1:106)
010400         MOVE ZERO TO NOTE-Ticket-Id
010500         WRITE NoteRecord
010600         ADD 1 TO WS-Converted-Count
010700         ADD 1 TO WS-Eoj-Written-Count
010800         READ OldNoteFile NEXT RECORD
010900             AT END SET WS-End-Of-Input TO TRUE
011000         END-READ
011100     END-PERFORM
011200     CLOSE OldNoteFile
011300     CLOSE NewNoteFile
011400     PERFORM 2100-SWAP-NOTES THRU 2100-SWAP-NOTES-EXIT
011500     MOVE WS-Converted-Count TO WS-Count-Disp
011600     DISPLAY "NOTES CONVERTED:  " WS-Count-Disp
011700     .
011800 2000-CONVERT-NOTES-EXIT.
011900     EXIT.
012000
012100 2100-SWAP-NOTES.
012200     CALL "CBL_RENAME_FILE" USING WS-P-USRNOTES-DAT,
012300         WS-P-USRNOTES-OLD
012400         RETURNING WS-Rename-Status
012500     IF WS-Rename-Status NOT = ZERO
012600         DISPLAY "COULD NOT MOVE USRNOTES.DAT ASIDE - "
012700             "CONVERTED COPY LEFT AS USRNOTES.NEW."
012800         MOVE 8 TO WS-Eoj-Return-Code
012900     ELSE
013000         CALL "CBL_RENAME_FILE" USING WS-P-USRNOTES-NEW,
013100             WS-P-USRNOTES-DAT
013200             RETURNING WS-Rename-Status
013300         IF WS-Rename-Status NOT = ZERO
013400             DISPLAY "COULD NOT SWAP IN USRNOTES.NEW - "
013500                 "RESTORING ORIGINAL USRNOTES.DAT."
013600             CALL "CBL_RENAME_FILE" USING WS-P-USRNOTES-OLD,
013700                 WS-P-USRNOTES-DAT
013800                 RETURNING WS-Rename-Status
013900             MOVE 8 TO WS-Eoj-Return-Code
014000         END-IF
014100     END-IF
014200     .
014300 2100-SWAP-NOTES-EXIT.
014400     EXIT.

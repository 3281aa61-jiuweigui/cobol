000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. UserExp2.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* One-time conversion for the second USERREC expansion: the
000900* FILLER the first expansion left was used up field by field,
001000* so the record grows from 115 to 250 bytes, adding
001100* AccountEndDate and a fresh FILLER expansion area. The
001200* first 115 bytes of the new layout are the old record
001300* unchanged, so each record (and the 99999999 trailer, whose
001400* prefix is the same) is carried across as it stood and only
001500* the new fields are set: AccountEndDate zero (no end date),
001600* FILLER spaces.
001700* Three files carry full USERREC images and are rebuilt:
001800*   USERS.DATA   the account file itself
001900*   USRJRNL.DAT  the before/after images UserFwd replays
002000*   USRARCH.DAT  the images UserPurge archived
002100* Each is written to *.NEW and swapped into place with the
002200* rename-aside sequence UserExpd and SatExpd use; the
002300* originals stay behind as *.OLD until the converted files
002400* are proven good. A satellite file already missing is
002500* skipped. Take a fresh UserBkup generation straight after
002600* the conversion: older generations, and journals LogRoll
002700* has already rolled, stay in the 115-byte layout.
002800*--------------------------------------------------------------
002900* MODIFICATION HISTORY
003000*--------------------------------------------------------------
003100* DATE       INIT DESCRIPTION
003200* ---------- ---- -------------------------------------------
003300* 2026-10-15 JWG  Original version.
003400*--------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OldUserFile ASSIGN TO DYNAMIC WS-P-USERS-DATA
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS OLD-UserId
004200         FILE STATUS IS WS-Old-User-Status.
004300     SELECT NewUserFile ASSIGN TO DYNAMIC WS-P-USERS-NEW
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS UserId
004700         ALTERNATE RECORD KEY IS UserName WITH DUPLICATES
004800         ALTERNATE RECORD KEY IS Email WITH DUPLICATES
004900         FILE STATUS IS WS-New-User-Status.
005000     SELECT OldJournalFile ASSIGN TO DYNAMIC WS-P-USRJRNL-DAT
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-Old-Journal-Status.
005300     SELECT NewJournalFile ASSIGN TO DYNAMIC WS-P-USRJRNL-NEW
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-New-Journal-Status.
005600     SELECT OldArchiveFile ASSIGN TO DYNAMIC WS-P-USRARCH-DAT
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-Old-Archive-Status.
005900     SELECT NewArchiveFile ASSIGN TO DYNAMIC WS-P-USRARCH-NEW
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-New-Archive-Status.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500*--------------------------------------------------------------
006600* The 115-byte layouts, frozen as they stood. Only the key is
006700* broken out - the rest of the image moves across whole.
006800*--------------------------------------------------------------
006900 FD  OldUserFile.
007000 01  OldUserRecord.
007100     02  OLD-UserId          PIC 9(08).
007200     02  OLD-Rest            PIC X(107).
007300
007400 FD  NewUserFile.
007500     COPY "USERREC.CPY".
007600
007700 FD  OldJournalFile.
007800 01  OldJrnlRecord.
007900     02  OJ-Stamp            PIC 9(14).
008000     02  OJ-Program          PIC X(20).
008100     02  OJ-Action           PIC X(01).
008200     02  OJ-Key              PIC 9(08).
008300     02  OJ-Before           PIC X(115).
008400     02  OJ-After            PIC X(115).
008500
008600 FD  NewJournalFile.
008700     COPY "USRJRNL.CPY".
008800
008900 FD  OldArchiveFile.
009000 01  OldArchiveRecord.
009100     02  OA-Purge-Date       PIC 9(08).
009200     02  OA-Record-Image     PIC X(115).
009300
009400 FD  NewArchiveFile.
009500     COPY "USRARCH.CPY".
009600
009700 WORKING-STORAGE SECTION.
009800 01  WS-Old-User-Status      PIC XX.
009900     88  WS-Old-User-Missing     VALUE "35".
010000 01  WS-New-User-Status      PIC XX.
010100 01  WS-Old-Journal-Status   PIC XX.
010200     88  WS-Old-Journal-Missing  VALUE "35".
010300 01  WS-New-Journal-Status   PIC XX.
010400 01  WS-Old-Archive-Status   PIC XX.
010500     88  WS-Old-Archive-Missing  VALUE "35".
010600 01  WS-New-Archive-Status   PIC XX.
010700 01  WS-Eof-Switch           PIC X VALUE "N".
010800     88  WS-End-Of-Input         VALUE "Y".
010900 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
011000 01  WS-Converted-Count      PIC 9(09) COMP VALUE 0.
011100 01  WS-Count-Disp           PIC ZZZZZZZZ9.
011200 01  WS-Rename-Status        PIC S9(08) COMP-5 VALUE 0.
011300 01  WS-Lock-Request         PIC X.
011400 01  WS-Lock-Granted         PIC X.
011500     88  WS-Lock-Was-Granted     VALUE "Y".
011600 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
011700 01  WS-P-USERS-NEW         PIC X(30) VALUE "USERS.NEW".
011800 01  WS-P-USERS-OLD         PIC X(30) VALUE "USERS.OLD".
011900 01  WS-P-USRJRNL-DAT       PIC X(30) VALUE "USRJRNL.DAT".
012000 01  WS-P-USRJRNL-NEW       PIC X(30) VALUE "USRJRNL.NEW".
012100 01  WS-P-USRJRNL-OLD       PIC X(30) VALUE "USRJRNL.OLD".
012200 01  WS-P-USRARCH-DAT       PIC X(30) VALUE "USRARCH.DAT".
012300 01  WS-P-USRARCH-NEW       PIC X(30) VALUE "USRARCH.NEW".
012400 01  WS-P-USRARCH-OLD       PIC X(30) VALUE "USRARCH.OLD".
012500 01  WS-Eoj-Start-Time       PIC 9(08).
012600 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
012700 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
012800 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
012900 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
013000 01  WS-Program-Name         PIC X(20) VALUE "USEREXP2".
013100
013200 PROCEDURE DIVISION.
013300
013400 0000-MAINLINE.
013500     CALL "PreDefMsg" USING WS-Program-Name
013600     ACCEPT WS-Eoj-Start-Time FROM TIME
013700     CALL "EnvName" USING WS-P-USERS-DATA
013800     CALL "EnvName" USING WS-P-USERS-NEW
013900     CALL "EnvName" USING WS-P-USERS-OLD
014000     CALL "EnvName" USING WS-P-USRJRNL-DAT
014100     CALL "EnvName" USING WS-P-USRJRNL-NEW
014200     CALL "EnvName" USING WS-P-USRJRNL-OLD
014300     CALL "EnvName" USING WS-P-USRARCH-DAT
014400     CALL "EnvName" USING WS-P-USRARCH-NEW
014500     CALL "EnvName" USING WS-P-USRARCH-OLD
014600     MOVE "C" TO WS-Lock-Request
014700     CALL "UserLock" USING WS-Lock-Request,
014800         WS-Program-Name, WS-Lock-Granted
014900     IF NOT WS-Lock-Was-Granted
015000         MOVE 8 TO RETURN-CODE
015100         STOP RUN
015200     END-IF
015300     DISPLAY "USERREC SECOND EXPANSION CONVERSION"
015400     DISPLAY "==================================="
015500     PERFORM 2000-CONVERT-USERS
015600         THRU 2000-CONVERT-USERS-EXIT
015700     IF WS-Eoj-Return-Code = 0
015800         PERFORM 3000-CONVERT-JOURNAL
015900             THRU 3000-CONVERT-JOURNAL-EXIT
016000         PERFORM 4000-CONVERT-ARCHIVE
016100             THRU 4000-CONVERT-ARCHIVE-EXIT
016200     END-IF
016300     MOVE "R" TO WS-Lock-Request
016400     CALL "UserLock" USING WS-Lock-Request,
016500         WS-Program-Name, WS-Lock-Granted
016600     CALL "EndMsg" USING WS-Program-Name,
016700         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
016800         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
016900         WS-Eoj-Return-Code
017000     MOVE WS-Eoj-Return-Code TO RETURN-CODE
017100     STOP RUN.
017200
017300*--------------------------------------------------------------
017400* The group MOVE pads the new bytes with spaces; the end date
017500* is then set to zero so it reads as "none" numerically too.
017600* The trailer is carried the same way and left as it stood.
017700*--------------------------------------------------------------
017800 2000-CONVERT-USERS.
017900     OPEN INPUT OldUserFile
018000     IF WS-Old-User-Missing
018100         DISPLAY "USERS.DATA NOT FOUND - NOTHING TO CONVERT."
018200         MOVE 8 TO WS-Eoj-Return-Code
018300         GO TO 2000-CONVERT-USERS-EXIT
018400     END-IF
018500     OPEN OUTPUT NewUserFile
018600     MOVE "N" TO WS-Eof-Switch
018700     MOVE 0 TO WS-Converted-Count
018800     READ OldUserFile NEXT RECORD
018900         AT END SET WS-End-Of-Input TO TRUE
019000     END-READ
019100     PERFORM UNTIL WS-End-Of-Input
019200         ADD 1 TO WS-Eoj-Read-Count
019300         MOVE OldUserRecord TO UserRecord
019400         IF OLD-UserId NOT = WS-Trailer-Id
019500             MOVE ZERO TO AccountEndDate
019600             ADD 1 TO WS-Converted-Count
019700         END-IF
019800         WRITE UserRecord
019900         ADD 1 TO WS-Eoj-Written-Count
020000         READ OldUserFile NEXT RECORD
020100             AT END SET WS-End-Of-Input TO TRUE
020200         END-READ
020300     END-PERFORM
020400     CLOSE OldUserFile
020500     CLOSE NewUserFile
020600     PERFORM 2100-SWAP-USERS THRU 2100-SWAP-USERS-EXIT
020700     MOVE WS-Converted-Count TO WS-Count-Disp
020800     DISPLAY "ACCOUNT RECORDS CONVERTED:  " WS-Count-Disp
020900     .
021000 2000-CONVERT-USERS-EXIT.
021100     EXIT.
021200
021300 2100-SWAP-USERS.
021400     CALL "CBL_RENAME_FILE" USING WS-P-USERS-DATA,
021500         WS-P-USERS-OLD
021600         RETURNING WS-Rename-Status
021700     IF WS-Rename-Status NOT = ZERO
021800         DISPLAY "COULD NOT MOVE USERS.DATA ASIDE - "
021900             "CONVERTED COPY LEFT AS USERS.NEW."
022000         MOVE 8 TO WS-Eoj-Return-Code
022100     ELSE
022200         CALL "CBL_RENAME_FILE" USING WS-P-USERS-NEW,
022300             WS-P-USERS-DATA
022400             RETURNING WS-Rename-Status
022500         IF WS-Rename-Status NOT = ZERO
022600             DISPLAY "COULD NOT SWAP IN USERS.NEW - RESTORING "
022700                 "ORIGINAL USERS.DATA."
022800             CALL "CBL_RENAME_FILE" USING WS-P-USERS-OLD,
022900                 WS-P-USERS-DATA
023000                 RETURNING WS-Rename-Status
023100             MOVE 8 TO WS-Eoj-Return-Code
023200         END-IF
023300     END-IF
023400     .
023500 2100-SWAP-USERS-EXIT.
023600     EXIT.
023700
023800 3000-CONVERT-JOURNAL.
023900     OPEN INPUT OldJournalFile
024000     IF WS-Old-Journal-Missing
024100         DISPLAY "USRJRNL.DAT NOT FOUND - SKIPPED."
024200         GO TO 3000-CONVERT-JOURNAL-EXIT
024300     END-IF
024400     OPEN OUTPUT NewJournalFile
024500     MOVE "N" TO WS-Eof-Switch
024600     MOVE 0 TO WS-Converted-Count
024700     READ OldJournalFile
024800         AT END SET WS-End-Of-Input TO TRUE
024900     END-READ
025000     PERFORM UNTIL WS-End-Of-Input
025100         ADD 1 TO WS-Eoj-Read-Count
025200         MOVE OJ-Stamp TO JRN-Stamp
025300         MOVE OJ-Program TO JRN-Program
025400         MOVE OJ-Action TO JRN-Action
025500         MOVE OJ-Key TO JRN-Key
025600         MOVE OJ-Before TO JRN-Before
025700         MOVE OJ-After TO JRN-After
025800         WRITE UserJrnlRecord
025900         ADD 1 TO WS-Converted-Count
026000         ADD 1 TO WS-Eoj-Written-Count
026100         READ OldJournalFile
026200             AT END SET WS-End-Of-Input TO TRUE
026300         END-READ
026400     END-PERFORM
026500     CLOSE OldJournalFile
026600     CLOSE NewJournalFile
026700     PERFORM 3100-SWAP-JOURNAL THRU 3100-SWAP-JOURNAL-EXIT
026800     MOVE WS-Converted-Count TO WS-Count-Disp
026900     DISPLAY "JOURNAL RECORDS CONVERTED:  " WS-Count-Disp
027000     .
027100 3000-CONVERT-JOURNAL-EXIT.
027200     EXIT.
027300
027400 3100-SWAP-JOURNAL.
027500     CALL "CBL_RENAME_FILE" USING WS-P-USRJRNL-DAT,
027600         WS-P-USRJRNL-OLD
027700         RETURNING WS-Rename-Status
027800     IF WS-Rename-Status NOT = ZERO
027900         DISPLAY "COULD NOT MOVE USRJRNL.DAT ASIDE - "
028000             "CONVERTED COPY LEFT AS USRJRNL.NEW."
028100         MOVE 8 TO WS-Eoj-Return-Code
028200     ELSE
028300         CALL "CBL_RENAME_FILE" USING WS-P-USRJRNL-NEW,
028400             WS-P-USRJRNL-DAT
028500             RETURNING WS-Rename-Status
028600         IF WS-Rename-Status NOT = ZERO
028700             DISPLAY "COULD NOT SWAP IN USRJRNL.NEW."
028800             MOVE 8 TO WS-Eoj-Return-Code
028900         END-IF
029000     END-IF
029100     .
029200 3100-SWAP-JOURNAL-EXIT.
029300     EXIT.
029400
029500 4000-CONVERT-ARCHIVE.
029600     OPEN INPUT OldArchiveFile
029700     IF WS-Old-Archive-Missing
029800         DISPLAY "USRARCH.DAT NOT FOUND - SKIPPED."
029900         GO TO 4000-CONVERT-ARCHIVE-EXIT
030000     END-IF
030100     OPEN OUTPUT NewArchiveFile
030200     MOVE "N" TO WS-Eof-Switch
030300     MOVE 0 TO WS-Converted-Count
030400     READ OldArchiveFile
030500         AT END SET WS-End-Of-Input TO TRUE
030600     END-READ
030700     PERFORM UNTIL WS-End-Of-Input
030800         ADD 1 TO WS-Eoj-Read-Count
030900         MOVE OA-Purge-Date TO ARC-Purge-Date
031000         MOVE OA-Record-Image TO ARC-Record-Image
031100         WRITE ArchiveRecord
031200         ADD 1 TO WS-Converted-Count
031300         ADD 1 TO WS-Eoj-Written-Count
031400         READ OldArchiveFile
031500             AT END SET WS-End-Of-Input TO TRUE
031600         END-READ
031700     END-PERFORM
031800     CLOSE OldArchiveFile
031900     CLOSE NewArchiveFile
032000     PERFORM 4100-SWAP-ARCHIVE THRU 4100-SWAP-ARCHIVE-EXIT
032100     MOVE WS-Converted-Count TO WS-Count-Disp
032200     DISPLAY "ARCHIVE RECORDS CONVERTED:  " WS-Count-Disp
032300     .
032400 4000-CONVERT-ARCHIVE-EXIT.
032500     EXIT.
032600
032700 4100-SWAP-ARCHIVE.
032800     CALL "CBL_RENAME_FILE" USING WS-P-USRARCH-DAT,
032900         WS-P-USRARCH-OLD
033000         RETURNING WS-Rename-Status
033100     IF WS-Rename-Status NOT = ZERO
033200         DISPLAY "COULD NOT MOVE USRARCH.DAT ASIDE - "
033300             "CONVERTED COPY LEFT AS USRARCH.NEW."
033400         MOVE 8 TO WS-Eoj-Return-Code
033500     ELSE
033600         CALL "CBL_RENAME_FILE" USING WS-P-USRARCH-NEW,
033700             WS-P-USRARCH-DAT
033800             RETURNING WS-Rename-Status
033900         IF WS-Rename-Status NOT = ZERO
034000             DISPLAY "COULD NOT SWAP IN USRARCH.NEW."
034100             MOVE 8 TO WS-Eoj-Return-Code
034200         END-IF
034300     END-IF
034400     .
034500 4100-SWAP-ARCHIVE-EXIT.
034600     EXIT.

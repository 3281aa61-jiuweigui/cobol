000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. UserNmCnv.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* One-time conversion for the given/family name split: the
000900* ten-character RealName is retired in favour of GivenName
001000* and FamilyName (thirty characters each, carved out of the
001100* expansion FILLER, so the record stays 250 bytes). There is
001200* no safe way to tell where a ten-character value splits, so
001300* each old value is carried whole into FamilyName, GivenName
001400* is left blank, and NameReviewFlag is set "R" for someone to
001500* put right in UserMaint. The retired bytes are blanked. An
001600* image whose old slot is already blank is left as it stands,
001700* so a second run changes nothing.
001800* Three files carry full USERREC images and are rebuilt:
001900*   USERS.DATA   the account file itself
002000*   USRJRNL.DAT  the before/after images UserFwd replays
002100*   USRARCH.DAT  the images UserPurge archived
002200* Each is written to *.NEW and swapped into place with the
002300* rename-aside sequence UserExp2 uses; the originals stay
002400* behind as *.OLD until the converted files are proven good.
002500* A satellite file already missing is skipped. Take a fresh
002600* UserBkup generation straight after the conversion: older
002700* generations still hold the name in the retired slot.
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
006600* The input layouts are the same lengths as the output ones;
006700* only the key is broken out - every image is reworked through
006800* WS-Image below.
006900*--------------------------------------------------------------
007000 FD  OldUserFile.
007100 01  OldUserRecord.
007200     02  OLD-UserId          PIC 9(08).
007300     02  OLD-Rest            PIC X(242).
007400
007500 FD  NewUserFile.
007600     COPY "USERREC.CPY".
007700
007800 FD  OldJournalFile.
007900 01  OldJrnlRecord.
008000     02  OJ-Stamp            PIC 9(14).
008100     02  OJ-Program          PIC X(20).
008200     02  OJ-Action           PIC X(01).
008300     02  OJ-Key              PIC 9(08).
008400     02  OJ-Before           PIC X(250).
008500     02  OJ-After            PIC X(250).
008600
008700 FD  NewJournalFile.
008800     COPY "USRJRNL.CPY".
008900
009000 FD  OldArchiveFile.
009100 01  OldArchiveRecord.
009200     02  OA-Purge-Date       PIC 9(08).
009300     02  OA-Record-Image     PIC X(250).
009400
009500 FD  NewArchiveFile.
009600     COPY "USRARCH.CPY".
009700
009800 WORKING-STORAGE SECTION.
009900 01  WS-Old-User-Status      PIC XX.
010000     88  WS-Old-User-Missing     VALUE "35".
010100 01  WS-New-User-Status      PIC XX.
010200 01  WS-Old-Journal-Status   PIC XX.
010300     88  WS-Old-Journal-Missing  VALUE "35".
010400 01  WS-New-Journal-Status   PIC XX.
010500 01  WS-Old-Archive-Status   PIC XX.
010600     88  WS-Old-Archive-Missing  VALUE "35".
010700 01  WS-New-Archive-Status   PIC XX.
010800 01  WS-Eof-Switch           PIC X VALUE "N".
010900     88  WS-End-Of-Input         VALUE "Y".
011000 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
011100 01  WS-Converted-Count      PIC 9(09) COMP VALUE 0.
011200 01  WS-Count-Disp           PIC ZZZZZZZZ9.
011300 01  WS-Rename-Status        PIC S9(08) COMP-5 VALUE 0.
011400 01  WS-Lock-Request         PIC X.
011500 01  WS-Lock-Granted         PIC X.
011600     88  WS-Lock-Was-Granted     VALUE "Y".
011700*--------------------------------------------------------------
011800* One USERREC image: the retired RealName slot and the new
011900* name fields, at their USERREC offsets.
012000*--------------------------------------------------------------
012100 01  WS-Image.
012200     02  WS-Img-UserId       PIC 9(08).
012300     02  WS-Img-UserName     PIC X(05).
012400     02  WS-Img-Old-Name     PIC X(10).
012500     02  FILLER              PIC X(120).
012600     02  WS-Img-Given-Name   PIC X(30).
012700     02  WS-Img-Family-Name  PIC X(30).
012800     02  WS-Img-Review-Flag  PIC X(01).
012900     02  FILLER              PIC X(46).
013200 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
013300 01  WS-P-USERS-NEW         PIC X(30) VALUE "USERS.NEW".
013400 01  WS-P-USERS-OLD         PIC X(30) VALUE "USERS.OLD".
013500 01  WS-P-USRJRNL-DAT       PIC X(30) VALUE "USRJRNL.DAT".
013600 01  WS-P-USRJRNL-NEW       PIC X(30) VALUE "USRJRNL.NEW".
013700 01  WS-P-USRJRNL-OLD       PIC X(30) VALUE "USRJRNL.OLD".
013800 01  WS-P-USRARCH-DAT       PIC X(30) VALUE "USRARCH.DAT".
013900 01  WS-P-USRARCH-NEW       PIC X(30) VALUE "USRARCH.NEW".
014000 01  WS-P-USRARCH-OLD       PIC X(30) VALUE "USRARCH.OLD".
014100 01  WS-Eoj-Start-Time       PIC 9(08).
014200 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
014300 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
014400 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
014500 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
014600 01  WS-Program-Name         PIC X(20) VALUE "USERNMCNV".
014700
014800 PROCEDURE DIVISION.
014900
015000 0000-MAINLINE.
015100     CALL "PreDefMsg" USING WS-Program-Name
015200     ACCEPT WS-Eoj-Start-Time FROM TIME
015300     CALL "EnvName" USING WS-P-USERS-DATA
015400     CALL "EnvName" USING WS-P-USERS-NEW
015500     CALL "EnvName" USING WS-P-USERS-OLD
015600     CALL "EnvName" USING WS-P-USRJRNL-DAT
015700     CALL "EnvName" USING WS-P-USRJRNL-NEW
015800     CALL "EnvName" USING WS-P-USRJRNL-OLD
015900     CALL "EnvName" USING WS-P-USRARCH-DAT
016000     CALL "EnvName" USING WS-P-USRARCH-NEW
016100     CALL "EnvName" USING WS-P-USRARCH-OLD
016200     MOVE "C" TO WS-Lock-Request
016300     CALL "UserLock" USING WS-Lock-Request,
016400         WS-Program-Name, WS-Lock-Granted
016500     IF NOT WS-Lock-Was-Granted
016600         MOVE 8 TO RETURN-CODE
016700         STOP RUN
016800     END-IF
016900     DISPLAY "GIVEN/FAMILY NAME CONVERSION"
017000     DISPLAY "============================"
017100     PERFORM 2000-CONVERT-USERS
017200         THRU 2000-CONVERT-USERS-EXIT
017300     IF WS-Eoj-Return-Code = 0
017400         PERFORM 3000-CONVERT-JOURNAL
017500             THRU 3000-CONVERT-JOURNAL-EXIT
017600         PERFORM 4000-CONVERT-ARCHIVE
017700             THRU 4000-CONVERT-ARCHIVE-EXIT
017800     END-IF
017900     MOVE "R" TO WS-Lock-Request
018000     CALL "UserLock" USING WS-Lock-Request,
018100         WS-Program-Name, WS-Lock-Granted
018200     CALL "EndMsg" USING WS-Program-Name,
018300         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
018400         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
018500         WS-Eoj-Return-Code
018600     MOVE WS-Eoj-Return-Code TO RETURN-CODE
018700     STOP RUN.
018800
018900*--------------------------------------------------------------
019000* The trailer is carried across as it stood.
019100*--------------------------------------------------------------
019200 2000-CONVERT-USERS.
019300     OPEN INPUT OldUserFile
019400     IF WS-Old-User-Missing
019500         DISPLAY "USERS.DATA NOT FOUND - NOTHING TO CONVERT."
019600         MOVE 8 TO WS-Eoj-Return-Code
019700         GO TO 2000-CONVERT-USERS-EXIT
019800     END-IF
019900     OPEN OUTPUT NewUserFile
020000     MOVE "N" TO WS-Eof-Switch
020100     MOVE 0 TO WS-Converted-Count
020200     READ OldUserFile NEXT RECORD
020300         AT END SET WS-End-Of-Input TO TRUE
020400     END-READ
020500     PERFORM UNTIL WS-End-Of-Input
020600         ADD 1 TO WS-Eoj-Read-Count
020700         MOVE OldUserRecord TO WS-Image
020800         IF OLD-UserId NOT = WS-Trailer-Id
020900             PERFORM 5000-CONVERT-IMAGE
021000                 THRU 5000-CONVERT-IMAGE-EXIT
021100         END-IF
021200         MOVE WS-Image TO UserRecord
021300         WRITE UserRecord
021400         ADD 1 TO WS-Eoj-Written-Count
021500         READ OldUserFile NEXT RECORD
021600             AT END SET WS-End-Of-Input TO TRUE
021700         END-READ
021800     END-PERFORM
021900     CLOSE OldUserFile
022000     CLOSE NewUserFile
022100     PERFORM 2100-SWAP-USERS THRU 2100-SWAP-USERS-EXIT
022200     MOVE WS-Converted-Count TO WS-Count-Disp
022300     DISPLAY "ACCOUNTS FLAGGED FOR REVIEW: " WS-Count-Disp
022400     .
022500 2000-CONVERT-USERS-EXIT.
022600     EXIT.
022700
022800 2100-SWAP-USERS.
022900     CALL "CBL_RENAME_FILE" USING WS-P-USERS-DATA,
023000         WS-P-USERS-OLD
023100         RETURNING WS-Rename-Status
023200     IF WS-Rename-Status NOT = ZERO
023300         DISPLAY "COULD NOT MOVE USERS.DATA ASIDE - "
023400             "CONVERTED COPY LEFT AS USERS.NEW."
023500         MOVE 8 TO WS-Eoj-Return-Code
023600     ELSE
023700         CALL "CBL_RENAME_FILE" USING WS-P-USERS-NEW,
023800             WS-P-USERS-DATA
023900             RETURNING WS-Rename-Status
024000         IF WS-Rename-Status NOT = ZERO
024100             DISPLAY "COULD NOT SWAP IN USERS.NEW - RESTORING "
024200                 "ORIGINAL USERS.DATA."
024300             CALL "CBL_RENAME_FILE" USING WS-P-USERS-OLD,
024400                 WS-P-USERS-DATA
024500                 RETURNING WS-Rename-Status
024600             MOVE 8 TO WS-Eoj-Return-Code
024700         END-IF
024800     END-IF
024900     .
025000 2100-SWAP-USERS-EXIT.
025100     EXIT.
025200
025300 3000-CONVERT-JOURNAL.
025400     OPEN INPUT OldJournalFile
025500     IF WS-Old-Journal-Missing
025600         DISPLAY "USRJRNL.DAT NOT FOUND - SKIPPED."
025700         GO TO 3000-CONVERT-JOURNAL-EXIT
025800     END-IF
025900     OPEN OUTPUT NewJournalFile
026000     MOVE "N" TO WS-Eof-Switch
026100     MOVE 0 TO WS-Converted-Count
026200     READ OldJournalFile
026300         AT END SET WS-End-Of-Input TO TRUE
026400     END-READ
026500     PERFORM UNTIL WS-End-Of-Input
026600         ADD 1 TO WS-Eoj-Read-Count
026700         MOVE OJ-Stamp TO JRN-Stamp
026800         MOVE OJ-Program TO JRN-Program
026900         MOVE OJ-Action TO JRN-Action
027000         MOVE OJ-Key TO JRN-Key
027100         MOVE OJ-Before TO WS-Image
027200         PERFORM 5000-CONVERT-IMAGE THRU 5000-CONVERT-IMAGE-EXIT
027300         MOVE WS-Image TO JRN-Before
027400         MOVE OJ-After TO WS-Image
027500         PERFORM 5000-CONVERT-IMAGE THRU 5000-CONVERT-IMAGE-EXIT
027600         MOVE WS-Image TO JRN-After
027700         WRITE UserJrnlRecord
027800         ADD 1 TO WS-Eoj-Written-Count
027900         READ OldJournalFile
028000             AT END SET WS-End-Of-Input TO TRUE
028100         END-READ
028200     END-PERFORM
028300     CLOSE OldJournalFile
028400     CLOSE NewJournalFile
028500     PERFORM 3100-SWAP-JOURNAL THRU 3100-SWAP-JOURNAL-EXIT
028600     MOVE WS-Converted-Count TO WS-Count-Disp
028700     DISPLAY "JOURNAL IMAGES CONVERTED:    " WS-Count-Disp
028800     .
028900 3000-CONVERT-JOURNAL-EXIT.
029000     EXIT.
029100
029200 3100-SWAP-JOURNAL.
029300     CALL "CBL_RENAME_FILE" USING WS-P-USRJRNL-DAT,
029400         WS-P-USRJRNL-OLD
029500         RETURNING WS-Rename-Status
029600     IF WS-Rename-Status NOT = ZERO
029700         DISPLAY "COULD NOT MOVE USRJRNL.DAT ASIDE - "
029800             "CONVERTED COPY LEFT AS USRJRNL.NEW."
029900         MOVE 8 TO WS-Eoj-Return-Code
030000     ELSE
030100         CALL "CBL_RENAME_FILE" USING WS-P-USRJRNL-NEW,
030200             WS-P-USRJRNL-DAT
030300             RETURNING WS-Rename-Status
030400         IF WS-Rename-Status NOT = ZERO
030500             DISPLAY "COULD NOT SWAP IN USRJRNL.NEW."
030600             MOVE 8 TO WS-Eoj-Return-Code
030700         END-IF
030800     END-IF
030900     .
031000 3100-SWAP-JOURNAL-EXIT.
031100     EXIT.
031200
031300 4000-CONVERT-ARCHIVE.
031400     OPEN INPUT OldArchiveFile
031500     IF WS-Old-Archive-Missing
031600         DISPLAY "USRARCH.DAT NOT FOUND - SKIPPED."
031700         GO TO 4000-CONVERT-ARCHIVE-EXIT
031800     END-IF
031900     OPEN OUTPUT NewArchiveFile
032000     MOVE "N" TO WS-Eof-Switch
032100     MOVE 0 TO WS-Converted-Count
032200     READ OldArchiveFile
032300         AT END SET WS-End-Of-Input TO TRUE
032400     END-READ
032500     PERFORM UNTIL WS-End-Of-Input
032600         ADD 1 TO WS-Eoj-Read-Count
032700         MOVE OA-Purge-Date TO ARC-Purge-Date
032800         MOVE OA-Record-Image TO WS-Image
032900         PERFORM 5000-CONVERT-IMAGE THRU 5000-CONVERT-IMAGE-EXIT
033000         MOVE WS-Image TO ARC-Record-Image
033100         WRITE ArchiveRecord
033200         ADD 1 TO WS-Eoj-Written-Count
033300         READ OldArchiveFile
033400             AT END SET WS-End-Of-Input TO TRUE
033500         END-READ
033600     END-PERFORM
033700     CLOSE OldArchiveFile
033800     CLOSE NewArchiveFile
033900     PERFORM 4100-SWAP-ARCHIVE THRU 4100-SWAP-ARCHIVE-EXIT
034000     MOVE WS-Converted-Count TO WS-Count-Disp
034100     DISPLAY "ARCHIVE IMAGES CONVERTED:    " WS-Count-Disp
034200     .
034300 4000-CONVERT-ARCHIVE-EXIT.
034400     EXIT.
034500
034600 4100-SWAP-ARCHIVE.
034700     CALL "CBL_RENAME_FILE" USING WS-P-USRARCH-DAT,
034800         WS-P-USRARCH-OLD
034900         RETURNING WS-Rename-Status
035000     IF WS-Rename-Status NOT = ZERO
035100         DISPLAY "COULD NOT MOVE USRARCH.DAT ASIDE - "
035200             "CONVERTED COPY LEFT AS USRARCH.NEW."
035300         MOVE 8 TO WS-Eoj-Return-Code
035400     ELSE
035500         CALL "CBL_RENAME_FILE" USING WS-P-USRARCH-NEW,
035600             WS-P-USRARCH-DAT
035700             RETURNING WS-Rename-Status
035800         IF WS-Rename-Status NOT = ZERO
035900             DISPLAY "COULD NOT SWAP IN USRARCH.NEW."
036000             MOVE 8 TO WS-Eoj-Return-Code
036100         END-IF
036200     END-IF
036300     .
036400 4100-SWAP-ARCHIVE-EXIT.
036500     EXIT.
036600
036700*--------------------------------------------------------------
036800* The old value goes whole into FamilyName, flagged for
036900* review; an empty slot (an add's blank before-image, or an
037000* image already converted) is left alone.
037100*--------------------------------------------------------------
037200 5000-CONVERT-IMAGE.
037300     IF WS-Image = SPACES OR WS-Img-Old-Name = SPACES
037400         GO TO 5000-CONVERT-IMAGE-EXIT
037500     END-IF
037600     MOVE WS-Img-Old-Name TO WS-Img-Family-Name
037700     MOVE SPACES TO WS-Img-Given-Name
037800     MOVE "R" TO WS-Img-Review-Flag
037900     MOVE SPACES TO WS-Img-Old-Name
038000     ADD 1 TO WS-Converted-Count
038100     .
038200 5000-CONVERT-IMAGE-EXIT.
038300     EXIT.

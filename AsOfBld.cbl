000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AsOfBld.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Rebuilds one USERS.DATA account as it stood at a given
000900* moment (AsOfView block, ASOFVIEW.CPY), for the UserAsOf
001000* inquiry and the UserSar pack, so a dispute about what the
001100* record said on a given day has one answer wherever it is
001200* asked. The rebuild starts from the live record, or for a
001300* purged account from its latest USRARCH.DAT image, and:
001400*   - where USRJRNL.DAT reaches back to the as-of point, the
001500*     before-image of the first journal entry for the
001600*     account after that point is the record as it stood
001700*     (a WRITE there means it did not exist yet);
001800*   - where the journal has rolled past the as-of point, the
001900*     USRHIST.DAT change rows between the as-of point and
002000*     the journal (or the starting image) are unwound,
002100*     newest first, putting each old value back through the
002200*     ASOFFLD.CPY field table. Masked values (passwords)
002300*     cannot be put back and are flagged.
002400* Each field is dated with its last journalled or history-
002500* recorded change at or before the as-of point. Read-only.
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
003600     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS UserId
004000         FILE STATUS IS WS-File-Status.
004100     SELECT ArchiveFile ASSIGN TO DYNAMIC WS-P-USRARCH-DAT
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-Archive-Status.
004400     SELECT JournalFile ASSIGN TO DYNAMIC WS-P-USRJRNL-DAT
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-Journal-Status.
004700     SELECT HistoryFile ASSIGN TO DYNAMIC WS-P-USRHIST-DAT
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS HistKey
005100         FILE STATUS IS WS-History-Status.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  UserDatabase.
005600     COPY "USERREC.CPY".
005700
005800 FD  ArchiveFile.
005900     COPY "USRARCH.CPY".
006000
006100 FD  JournalFile.
006200     COPY "USRJRNL.CPY".
006300
006400 FD  HistoryFile.
006500     COPY "USRHIST.CPY".
006600
006700 WORKING-STORAGE SECTION.
006800 01  WS-File-Status          PIC XX.
006900 01  WS-Archive-Status       PIC XX.
007000 01  WS-Journal-Status       PIC XX.
007100 01  WS-History-Status       PIC XX.
007200 01  WS-Eof-Switch           PIC X VALUE "N".
007300     88  WS-End-Of-Input         VALUE "Y".
007400 01  WS-Start-Source         PIC X(01).
007500     88  WS-Start-Is-Live        VALUE "C".
007600     88  WS-Start-Is-Archive     VALUE "A".
007700     88  WS-Start-Is-None        VALUE "N".
007800 01  WS-Start-Image          PIC X(250).
007900 01  WS-Purge-Date           PIC 9(08).
008000 01  WS-Asof-Date            PIC 9(08).
008100 01  WS-First-Entry          PIC X(01).
008200     88  WS-Is-First-Entry       VALUE "Y".
008300 01  WS-Later-Found          PIC X(01).
008400     88  WS-Later-Entry-Found    VALUE "Y".
008500 01  WS-Later-Action         PIC X(01).
008600     88  WS-Later-Was-Write      VALUE "W".
008700 01  WS-Later-Stamp          PIC 9(14).
008800 01  WS-Later-Image          PIC X(250).
008900 01  WS-Prior-Action         PIC X(01).
009000     88  WS-Prior-Was-Delete     VALUE "D".
009100 01  WS-Prior-Image          PIC X(250).
009200 01  WS-Base-Stamp           PIC 9(14).
009300 01  WS-Hist-Stamp           PIC 9(14).
009400 01  WS-Hist-Stamp-Parts REDEFINES WS-Hist-Stamp.
009500     02  WS-Hist-Stamp-Date  PIC 9(08).
009600     02  WS-Hist-Stamp-Time  PIC 9(06).
009700 01  WS-Unwind-Needed        PIC X(01).
009800     88  WS-Must-Unwind          VALUE "Y".
009900 01  WS-Fld-Index            PIC 9(02) COMP.
010000 01  WS-Fld-Offset           PIC 9(03) COMP.
010100 01  WS-Fld-Length           PIC 9(02) COMP.
010200 01  WS-Undo-Count           PIC 9(04) COMP VALUE 0.
010300 01  WS-Undo-Index           PIC 9(04) COMP.
010400 01  WS-Undo-Overflow        PIC X(01).
010500     88  WS-Undo-Overflowed      VALUE "Y".
010600 01  WS-Undo-Table.
010700     02  WS-Undo-Entry OCCURS 500 TIMES.
010800         03  WS-Undo-Field   PIC X(12).
010900         03  WS-Undo-Old     PIC X(30).
011000 01  WS-High-Stamp           PIC 9(14) VALUE 99999999999999.
011100 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
011200 01  WS-P-USRARCH-DAT       PIC X(30) VALUE "USRARCH.DAT".
011300 01  WS-P-USRJRNL-DAT       PIC X(30) VALUE "USRJRNL.DAT".
011400 01  WS-P-USRHIST-DAT       PIC X(30) VALUE "USRHIST.DAT".
011500     COPY "ASOFFLD.CPY".
011600
011700 LINKAGE SECTION.
011800     COPY "ASOFVIEW.CPY".
011900
012000 PROCEDURE DIVISION USING AsOfView.
012100
012200 0000-MAINLINE.
012300     CALL "EnvName" USING WS-P-USERS-DATA
012400     CALL "EnvName" USING WS-P-USRARCH-DAT
012500     CALL "EnvName" USING WS-P-USRJRNL-DAT
012600     CALL "EnvName" USING WS-P-USRHIST-DAT
012700     MOVE "U" TO AV-Result
012800     MOVE "S" TO AV-Basis
012900     MOVE WS-High-Stamp TO AV-Journal-From
013000     MOVE SPACES TO AV-Image
013100     PERFORM VARYING WS-Fld-Index FROM 1 BY 1
013200             UNTIL WS-Fld-Index > WS-Asof-Field-Count
013300         MOVE ZERO TO AV-Field-Stamp(WS-Fld-Index)
013400         MOVE SPACE TO AV-Field-Flag(WS-Fld-Index)
013500     END-PERFORM
013600     MOVE AV-Stamp(1:8) TO WS-Asof-Date
013700     MOVE "N" TO WS-Unwind-Needed
013800     MOVE "N" TO WS-Undo-Overflow
013900     MOVE 0 TO WS-Undo-Count
014000     PERFORM 1000-START-IMAGE THRU 1000-START-IMAGE-EXIT
014100     PERFORM 2000-SCAN-JOURNAL THRU 2000-SCAN-JOURNAL-EXIT
014200     PERFORM 3000-SETTLE-STATE THRU 3000-SETTLE-STATE-EXIT
014300     PERFORM 4000-SCAN-HISTORY THRU 4000-SCAN-HISTORY-EXIT
014400     IF WS-Must-Unwind
014500         PERFORM 5000-UNWIND-HISTORY
014600             THRU 5000-UNWIND-HISTORY-EXIT
014700     END-IF
014800     GOBACK.
014900
015000*--------------------------------------------------------------
015100* The live record if there is one; otherwise the latest
015200* USRARCH.DAT image (the archive is cumulative, so the last
015300* image for the account on it is the latest).
015400*--------------------------------------------------------------
015500 1000-START-IMAGE.
015600     SET WS-Start-Is-None TO TRUE
015700     MOVE SPACES TO WS-Start-Image
015800     MOVE ZERO TO WS-Purge-Date
015900     OPEN INPUT UserDatabase
016000     IF WS-File-Status = "00"
016100         MOVE AV-UserId TO UserId
016200         READ UserDatabase
016300             NOT INVALID KEY
016400                 MOVE UserRecord TO WS-Start-Image
016500                 SET WS-Start-Is-Live TO TRUE
016600         END-READ
016700         CLOSE UserDatabase
016800     END-IF
016900     IF WS-Start-Is-Live
017000         GO TO 1000-START-IMAGE-EXIT
017100     END-IF
017200     MOVE "N" TO WS-Eof-Switch
017300     OPEN INPUT ArchiveFile
017400     IF WS-Archive-Status NOT = "00"
017500         GO TO 1000-START-IMAGE-EXIT
017600     END-IF
017700     READ ArchiveFile
017800         AT END SET WS-End-Of-Input TO TRUE
017900     END-READ
018000     PERFORM UNTIL WS-End-Of-Input
018100         IF ARC-Record-Image(1:8) = AV-UserId
018200             MOVE ARC-Record-Image TO WS-Start-Image
018300             MOVE ARC-Purge-Date TO WS-Purge-Date
018400             SET WS-Start-Is-Archive TO TRUE
018500         END-IF
018600         READ ArchiveFile
018700             AT END SET WS-End-Of-Input TO TRUE
018800         END-READ
018900     END-PERFORM
019000     CLOSE ArchiveFile
019100     .
019200 1000-START-IMAGE-EXIT.
019300     EXIT.
019400
019500*--------------------------------------------------------------
019600* One pass of the journal, which is in stamp order. Entries
019700* for the account at or before the as-of point date the
019800* fields they changed; the first entry after it holds the
019900* record as it stood in its before-image.
020000*--------------------------------------------------------------
020100 2000-SCAN-JOURNAL.
020200     MOVE "N" TO WS-Later-Found
020300     MOVE SPACE TO WS-Prior-Action
020400     MOVE "Y" TO WS-First-Entry
020500     MOVE "N" TO WS-Eof-Switch
020600     OPEN INPUT JournalFile
020700     IF WS-Journal-Status NOT = "00"
020800         GO TO 2000-SCAN-JOURNAL-EXIT
020900     END-IF
021000     READ JournalFile
021100         AT END SET WS-End-Of-Input TO TRUE
021200     END-READ
021300     PERFORM UNTIL WS-End-Of-Input
021400         IF JRN-Stamp IS NUMERIC
021500             IF WS-Is-First-Entry
021600                 MOVE JRN-Stamp TO AV-Journal-From
021700                 MOVE "N" TO WS-First-Entry
021800             END-IF
021900             IF JRN-Key = AV-UserId
022000                 PERFORM 2100-ONE-ENTRY THRU 2100-ONE-ENTRY-EXIT
022100             END-IF
022200         END-IF
022300         READ JournalFile
022400             AT END SET WS-End-Of-Input TO TRUE
022500         END-READ
022600     END-PERFORM
022700     CLOSE JournalFile
022800     .
022900 2000-SCAN-JOURNAL-EXIT.
023000     EXIT.
023100
023200 2100-ONE-ENTRY.
023300     IF JRN-Stamp > AV-Stamp
023400         IF NOT WS-Later-Entry-Found
023500             MOVE "Y" TO WS-Later-Found
023600             MOVE JRN-Action TO WS-Later-Action
023700             MOVE JRN-Stamp TO WS-Later-Stamp
023800             MOVE JRN-Before TO WS-Later-Image
023900         END-IF
024000         GO TO 2100-ONE-ENTRY-EXIT
024100     END-IF
024200     MOVE JRN-Action TO WS-Prior-Action
024300     MOVE JRN-Before TO WS-Prior-Image
024400     PERFORM VARYING WS-Fld-Index FROM 1 BY 1
024500             UNTIL WS-Fld-Index > WS-Asof-Field-Count
024600         MOVE WS-Asof-Fld-Offset(WS-Fld-Index) TO WS-Fld-Offset
024700         MOVE WS-Asof-Fld-Length(WS-Fld-Index) TO WS-Fld-Length
024800         IF JRN-Before(WS-Fld-Offset:WS-Fld-Length) NOT =
024900                 JRN-After(WS-Fld-Offset:WS-Fld-Length)
025000             MOVE JRN-Stamp TO AV-Field-Stamp(WS-Fld-Index)
025100         END-IF
025200     END-PERFORM
025300     .
025400 2100-ONE-ENTRY-EXIT.
025500     EXIT.
025600
025700*--------------------------------------------------------------
025800* Decide what the record was at the as-of point, and whether
025900* the history still has to be unwound to get there: it does
026000* whenever the journal starts after the as-of point.
026100*--------------------------------------------------------------
026200 3000-SETTLE-STATE.
026300     MOVE WS-High-Stamp TO WS-Base-Stamp
026400     IF WS-Later-Entry-Found
026500         IF WS-Later-Was-Write
026600             MOVE "N" TO AV-Result
026700             GO TO 3000-SETTLE-STATE-EXIT
026800         END-IF
026900         MOVE WS-Later-Image TO AV-Image
027000         MOVE "E" TO AV-Result
027100         MOVE "J" TO AV-Basis
027200         MOVE WS-Later-Stamp TO WS-Base-Stamp
027300     ELSE
027400         EVALUATE TRUE
027500             WHEN WS-Prior-Was-Delete
027600                 MOVE WS-Prior-Image TO AV-Image
027700                 MOVE "P" TO AV-Result
027800                 GO TO 3000-SETTLE-STATE-EXIT
027900             WHEN WS-Start-Is-Live
028000                 MOVE WS-Start-Image TO AV-Image
028100                 MOVE "E" TO AV-Result
028200             WHEN WS-Start-Is-Archive
028300                 MOVE WS-Start-Image TO AV-Image
028400                 IF WS-Purge-Date <= WS-Asof-Date
028500                     MOVE "P" TO AV-Result
028600                     GO TO 3000-SETTLE-STATE-EXIT
028700                 END-IF
028800                 MOVE "E" TO AV-Result
028900             WHEN OTHER
029000                 GO TO 3000-SETTLE-STATE-EXIT
029100         END-EVALUATE
029200     END-IF
029300     IF AV-Journal-From > AV-Stamp
029400         MOVE "Y" TO WS-Unwind-Needed
029500     END-IF
029600     .
029700 3000-SETTLE-STATE-EXIT.
029800     EXIT.
029900
030000*--------------------------------------------------------------
030100* The account's history rows, oldest first. Rows at or before
030200* the as-of point date the fields they name; rows after it
030300* and before the rebuild's base are kept for unwinding.
030400*--------------------------------------------------------------
030500 4000-SCAN-HISTORY.
030600     MOVE "N" TO WS-Eof-Switch
030700     OPEN INPUT HistoryFile
030800     IF WS-History-Status NOT = "00"
030900         GO TO 4000-SCAN-HISTORY-EXIT
031000     END-IF
031100     MOVE AV-UserId TO HIST-UserId
031200     MOVE ZERO TO HIST-Seq
031300     START HistoryFile KEY IS >= HistKey
031400         INVALID KEY
031500             SET WS-End-Of-Input TO TRUE
031600     END-START
031700     PERFORM UNTIL WS-End-Of-Input
031800         READ HistoryFile NEXT RECORD
031900             AT END SET WS-End-Of-Input TO TRUE
032000         END-READ
032100         IF NOT WS-End-Of-Input
032200             IF HIST-UserId NOT = AV-UserId
032300                 SET WS-End-Of-Input TO TRUE
032400             ELSE
032500                 PERFORM 4100-ONE-ROW THRU 4100-ONE-ROW-EXIT
032600             END-IF
032700         END-IF
032800     END-PERFORM
032900     CLOSE HistoryFile
033000     .
033100 4000-SCAN-HISTORY-EXIT.
033200     EXIT.
033300
033400 4100-ONE-ROW.
033500     MOVE HIST-Change-Date TO WS-Hist-Stamp-Date
033600     COMPUTE WS-Hist-Stamp-Time = HIST-Change-Time / 100
033700     IF WS-Hist-Stamp > AV-Stamp
033800         IF WS-Must-Unwind AND WS-Hist-Stamp < WS-Base-Stamp
033900             IF WS-Undo-Count < 500
034000                 ADD 1 TO WS-Undo-Count
034100                 MOVE HIST-Field-Name
034200                     TO WS-Undo-Field(WS-Undo-Count)
034300                 MOVE HIST-Old-Value
034400                     TO WS-Undo-Old(WS-Undo-Count)
034500             ELSE
034600                 MOVE "Y" TO WS-Undo-Overflow
034700             END-IF
034800         END-IF
034900         GO TO 4100-ONE-ROW-EXIT
035000     END-IF
035100     PERFORM VARYING WS-Fld-Index FROM 1 BY 1
035200             UNTIL WS-Fld-Index > WS-Asof-Field-Count
035300         IF WS-Asof-Fld-Hist(WS-Fld-Index) = HIST-Field-Name
035400             AND WS-Hist-Stamp > AV-Field-Stamp(WS-Fld-Index)
035500             MOVE WS-Hist-Stamp TO AV-Field-Stamp(WS-Fld-Index)
035600         END-IF
035700     END-PERFORM
035800     .
035900 4100-ONE-ROW-EXIT.
036000     EXIT.
036100
036200*--------------------------------------------------------------
036300* Newest change first, each old value goes back into the
036400* image. A masked value cannot, and more rows than the table
036500* holds leave every field in doubt.
036600*--------------------------------------------------------------
036700 5000-UNWIND-HISTORY.
036800     IF AV-Basis = "J"
036900         MOVE "B" TO AV-Basis
037000     ELSE
037100         MOVE "H" TO AV-Basis
037200     END-IF
037300     PERFORM VARYING WS-Undo-Index FROM WS-Undo-Count BY -1
037400             UNTIL WS-Undo-Index < 1
037500         PERFORM 5100-UNDO-ONE THRU 5100-UNDO-ONE-EXIT
037600     END-PERFORM
037700     IF WS-Undo-Overflowed
037800         PERFORM VARYING WS-Fld-Index FROM 1 BY 1
037900                 UNTIL WS-Fld-Index > WS-Asof-Field-Count
038000             IF WS-Asof-Fld-Hist(WS-Fld-Index) NOT = SPACES
038100                 MOVE "?" TO AV-Field-Flag(WS-Fld-Index)
038200             END-IF
038300         END-PERFORM
038400     END-IF
038500     .
038600 5000-UNWIND-HISTORY-EXIT.
038700     EXIT.
038800
038900 5100-UNDO-ONE.
039000     PERFORM VARYING WS-Fld-Index FROM 1 BY 1
039100             UNTIL WS-Fld-Index > WS-Asof-Field-Count
039200         IF WS-Asof-Fld-Hist(WS-Fld-Index) =
039300                 WS-Undo-Field(WS-Undo-Index)
039400             IF WS-Asof-Fld-Unwinds(WS-Fld-Index)
039500                 MOVE WS-Asof-Fld-Offset(WS-Fld-Index)
039600                     TO WS-Fld-Offset
039700                 MOVE WS-Asof-Fld-Length(WS-Fld-Index)
039800                     TO WS-Fld-Length
039900                 MOVE WS-Undo-Old(WS-Undo-Index)
040000                     TO AV-Image(WS-Fld-Offset:WS-Fld-Length)
040100                 MOVE "H" TO AV-Field-Flag(WS-Fld-Index)
040200             ELSE
040300                 MOVE "?" TO AV-Field-Flag(WS-Fld-Index)
040400             END-IF
040500         END-IF
040600     END-PERFORM
040700     .
040800 5100-UNDO-ONE-EXIT.
040900     EXIT.

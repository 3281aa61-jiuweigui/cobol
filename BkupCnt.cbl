000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BkupCnt.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Counts the records on one backup-set file (BKUPSET) - the
000900* live file or a .Gnnnnn copy of it, whichever physical name
001000* the caller passes - so UserBkup can write the count to the
001100* BKUPMAN.DAT manifest and UserRstr can prove a restored file
001200* holds what the manifest says. The logical name picks the
001300* record layout; the physical name is opened. Result:
001400*   Y - counted          M - the file does not exist
001500*   F - the file would not open, or is not a set file
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
002600     SELECT UserDatabase ASSIGN TO DYNAMIC WS-Count-Path
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS UserId
003000         FILE STATUS IS WS-Count-Status.
003100     SELECT HistoryFile ASSIGN TO DYNAMIC WS-Count-Path
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS HistKey
003500         FILE STATUS IS WS-Count-Status.
003600     SELECT NotesFile ASSIGN TO DYNAMIC WS-Count-Path
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS NoteKey
004000         FILE STATUS IS WS-Count-Status.
004100     SELECT DeactQueue ASSIGN TO DYNAMIC WS-Count-Path
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS DQ-UserId
004500         FILE STATUS IS WS-Count-Status.
004600     SELECT ContactFile ASSIGN TO DYNAMIC WS-Count-Path
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS EmpId
005000         FILE STATUS IS WS-Count-Status.
005100     SELECT RetiredFile ASSIGN TO DYNAMIC WS-Count-Path
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS RET-UserId
005500         FILE STATUS IS WS-Count-Status.
005600     SELECT ControlFile ASSIGN TO DYNAMIC WS-Count-Path
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-Count-Status.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  UserDatabase.
006300     COPY "USERREC.CPY".
006400
006500 FD  HistoryFile.
006600     COPY "USRHIST.CPY".
006700
006800 FD  NotesFile.
006900     COPY "USRNOTES.CPY".
007000
007100 FD  DeactQueue.
007200     COPY "DEACTQ.CPY".
007300
007400 FD  ContactFile.
007500     COPY "EMPREC.CPY".
007600
007700 FD  RetiredFile.
007800     COPY "RETIRED.CPY".
007900
008000 FD  ControlFile.
008100 01  ControlRecord           PIC 9(08).
008200
008300 WORKING-STORAGE SECTION.
008400 01  WS-Count-Status         PIC XX.
008500     88  WS-Count-Missing        VALUE "35".
008600 01  WS-Count-Eof            PIC X(01).
008700     88  WS-Count-At-End         VALUE "Y".
008800 01  WS-Count-Path           PIC X(30).
008900
009000 LINKAGE SECTION.
009100 01  LK-Count-File           PIC X(13).
009200 01  LK-Count-Path           PIC X(30).
009300 01  LK-Count-Records        PIC 9(09).
009400 01  LK-Count-Result         PIC X(01).
009500
009600 PROCEDURE DIVISION USING LK-Count-File, LK-Count-Path,
009700     LK-Count-Records, LK-Count-Result.
009800
009900 0000-MAINLINE.
010000     MOVE ZERO TO LK-Count-Records
010100     MOVE "Y" TO LK-Count-Result
010200     MOVE "N" TO WS-Count-Eof
010300     MOVE LK-Count-Path TO WS-Count-Path
010400     EVALUATE LK-Count-File
010500         WHEN "USERS.DATA"
010600             PERFORM 2100-COUNT-USERS THRU 2100-COUNT-USERS-EXIT
010700         WHEN "USRHIST.DAT"
010800             PERFORM 2200-COUNT-HISTORY
010900                 THRU 2200-COUNT-HISTORY-EXIT
011000         WHEN "USRNOTES.DAT"
011100             PERFORM 2300-COUNT-NOTES THRU 2300-COUNT-NOTES-EXIT
011200         WHEN "DEACTQ.DAT"
011300             PERFORM 2400-COUNT-QUEUE THRU 2400-COUNT-QUEUE-EXIT
011400         WHEN "CONTACT.DAT"
011500             PERFORM 2500-COUNT-CONTACTS
011600                 THRU 2500-COUNT-CONTACTS-EXIT
011700         WHEN "RETIRED.DAT"
011800             PERFORM 2600-COUNT-RETIRED
011900                 THRU 2600-COUNT-RETIRED-EXIT
012000         WHEN "IDALLOC.CTL"
012100             PERFORM 2700-COUNT-CONTROL
012200                 THRU 2700-COUNT-CONTROL-EXIT
012300         WHEN OTHER
012400             MOVE "F" TO LK-Count-Result
012500     END-EVALUATE
012600     GOBACK.
012700
012800*--------------------------------------------------------------
012900* One paragraph per layout; each opens, reads to the end and
013000* closes. The USERS.DATA trailer is a record like any other
013100* here - the manifest counts what the file holds.
013200*--------------------------------------------------------------
013300 2100-COUNT-USERS.
013400     OPEN INPUT UserDatabase
013500     IF WS-Count-Status NOT = "00"
013600         PERFORM 9000-OPEN-FAILED THRU 9000-OPEN-FAILED-EXIT
013700         GO TO 2100-COUNT-USERS-EXIT
013800     END-IF
013900     PERFORM UNTIL WS-Count-At-End
014000         READ UserDatabase NEXT RECORD
014100             AT END SET WS-Count-At-End TO TRUE
014200             NOT AT END ADD 1 TO LK-Count-Records
014300         END-READ
014400     END-PERFORM
014500     CLOSE UserDatabase
014600     .
014700 2100-COUNT-USERS-EXIT.
014800     EXIT.
014900
015000 2200-COUNT-HISTORY.
015100     OPEN INPUT HistoryFile
015200     IF WS-Count-Status NOT = "00"
015300         PERFORM 9000-OPEN-FAILED THRU 9000-OPEN-FAILED-EXIT
015400         GO TO 2200-COUNT-HISTORY-EXIT
015500     END-IF
015600     PERFORM UNTIL WS-Count-At-End
015700         READ HistoryFile NEXT RECORD
015800             AT END SET WS-Count-At-End TO TRUE
015900             NOT AT END ADD 1 TO LK-Count-Records
016000         END-READ
016100     END-PERFORM
016200     CLOSE HistoryFile
016300     .
016400 2200-COUNT-HISTORY-EXIT.
016500     EXIT.
016600
016700 2300-COUNT-NOTES.
016800     OPEN INPUT NotesFile
016900     IF WS-Count-Status NOT = "00"
017000         PERFORM 9000-OPEN-FAILED THRU 9000-OPEN-FAILED-EXIT
017100         GO TO 2300-COUNT-NOTES-EXIT
017200     END-IF
017300     PERFORM UNTIL WS-Count-At-End
017400         READ NotesFile NEXT RECORD
017500             AT END SET WS-Count-At-End TO TRUE
017600             NOT AT END ADD 1 TO LK-Count-Records
017700         END-READ
017800     END-PERFORM
017900     CLOSE NotesFile
018000     .
018100 2300-COUNT-NOTES-EXIT.
018200     EXIT.
018300
018400 2400-COUNT-QUEUE.
018500     OPEN INPUT DeactQueue
018600     IF WS-Count-Status NOT = "00"
018700         PERFORM 9000-OPEN-FAILED THRU 9000-OPEN-FAILED-EXIT
018800         GO TO 2400-COUNT-QUEUE-EXIT
018900     END-IF
019000     PERFORM UNTIL WS-Count-At-End
019100         READ DeactQueue NEXT RECORD
019200             AT END SET WS-Count-At-End TO TRUE
019300             NOT AT END ADD 1 TO LK-Count-Records
019400         END-READ
019500     END-PERFORM
019600     CLOSE DeactQueue
019700     .
019800 2400-COUNT-QUEUE-EXIT.
019900     EXIT.
020000
020100 2500-COUNT-CONTACTS.
020200     OPEN INPUT ContactFile
020300     IF WS-Count-Status NOT = "00"
020400         PERFORM 9000-OPEN-FAILED THRU 9000-OPEN-FAILED-EXIT
020500         GO TO 2500-COUNT-CONTACTS-EXIT
020600     END-IF
020700     PERFORM UNTIL WS-Count-At-End
020800         READ ContactFile NEXT RECORD
020900             AT END SET WS-Count-At-End TO TRUE
021000             NOT AT END ADD 1 TO LK-Count-Records
021100         END-READ
021200     END-PERFORM
021300     CLOSE ContactFile
021400     .
021500 2500-COUNT-CONTACTS-EXIT.
021600     EXIT.
021700
021800 2600-COUNT-RETIRED.
021900     OPEN INPUT RetiredFile
022000     IF WS-Count-Status NOT = "00"
022100         PERFORM 9000-OPEN-FAILED THRU 9000-OPEN-FAILED-EXIT
022200         GO TO 2600-COUNT-RETIRED-EXIT
022300     END-IF
022400     PERFORM UNTIL WS-Count-At-End
022500         READ RetiredFile NEXT RECORD
022600             AT END SET WS-Count-At-End TO TRUE
022700             NOT AT END ADD 1 TO LK-Count-Records
022800         END-READ
022900     END-PERFORM
023000     CLOSE RetiredFile
023100     .
023200 2600-COUNT-RETIRED-EXIT.
023300     EXIT.
023400
023500 2700-COUNT-CONTROL.
023600     OPEN INPUT ControlFile
023700     IF WS-Count-Status NOT = "00"
023800         PERFORM 9000-OPEN-FAILED THRU 9000-OPEN-FAILED-EXIT
023900         GO TO 2700-COUNT-CONTROL-EXIT
024000     END-IF
024100     PERFORM UNTIL WS-Count-At-End
024200         READ ControlFile
024300             AT END SET WS-Count-At-End TO TRUE
024400             NOT AT END ADD 1 TO LK-Count-Records
024500         END-READ
024600     END-PERFORM
024700     CLOSE ControlFile
024800     .
024900 2700-COUNT-CONTROL-EXIT.
025000     EXIT.
025100
025200 9000-OPEN-FAILED.
025300     IF WS-Count-Missing
025400         MOVE "M" TO LK-Count-Result
025500     ELSE
025600         MOVE "F" TO LK-Count-Result
025700     END-IF
025800     .
025900 9000-OPEN-FAILED-EXIT.
026000     EXIT.

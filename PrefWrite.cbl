000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PrefWrite.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Records one contact-preference choice on CONTPREF.DAT for an
000900* account and message type - Y to receive the message, N to
001000* opt out - and evidences the change on USRHIST.DAT through
001100* the shared HistWrite routine (field CONTACT-PREF), so the
001200* UserSar pack and the console history show who changed it.
001300* Called by the UserCons console (source C) and the PrefFeed
001400* nightly preference feed (source F), in the spirit of
001500* NoteWrite: one routine, so both apply the same rules. The
001600* result tells the caller what happened:
001700*   A - applied          U - unchanged (already so)
001800*   S - refused, a security-critical type (NOTIFTYP class S)
001900*   T - refused, a message type not on NOTIFTYP
002000*   C - refused, the choice was not Y or N
002100*   F - refused, CONTPREF.DAT would not open
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
003200     SELECT PrefFile ASSIGN TO DYNAMIC WS-P-CONTPREF-DAT
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS ContPrefKey
003600         FILE STATUS IS WS-Pref-Status.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  PrefFile.
004100     COPY "CONTPREF.CPY".
004200
004300 WORKING-STORAGE SECTION.
004400 01  WS-Pref-Status          PIC XX.
004500     88  WS-Pref-Missing         VALUE "35".
004600 01  WS-Pref-Found           PIC X(01).
004700     88  WS-Pref-On-File         VALUE "Y".
004800 01  WS-Old-Word             PIC X(08).
004900 01  WS-New-Word             PIC X(08).
005000 01  WS-Run-Date             PIC 9(08).
005100 01  WS-Hist-Field-Name      PIC X(12) VALUE "CONTACT-PREF".
005200 01  WS-Hist-Old-Value       PIC X(30).
005300 01  WS-Hist-New-Value       PIC X(30).
005400 01  WS-P-CONTPREF-DAT      PIC X(30) VALUE "CONTPREF.DAT".
005500     COPY "NOTIFTYP.CPY".
005600
005700 LINKAGE SECTION.
005800 01  LK-Pref-UserId          PIC 9(08).
005900 01  LK-Pref-Msg-Type        PIC X(12).
006000 01  LK-Pref-Choice          PIC X(01).
006100 01  LK-Pref-Source          PIC X(01).
006200 01  LK-Pref-Operator        PIC X(10).
006300 01  LK-Pref-Result          PIC X(01).
006400
006500 PROCEDURE DIVISION USING LK-Pref-UserId, LK-Pref-Msg-Type,
006600     LK-Pref-Choice, LK-Pref-Source, LK-Pref-Operator,
006700     LK-Pref-Result.
006800
006900 0000-MAINLINE.
007000     CALL "EnvName" USING WS-P-CONTPREF-DAT
007100     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
007200     SET WS-Ntype-Idx TO 1
007300     SEARCH WS-Notify-Type-Entry
007400         AT END
007500             MOVE "T" TO LK-Pref-Result
007600             GOBACK
007700         WHEN WS-Ntype-Event(WS-Ntype-Idx) = LK-Pref-Msg-Type
007800             CONTINUE
007900     END-SEARCH
008000     IF WS-Ntype-Is-Security(WS-Ntype-Idx)
008100         MOVE "S" TO LK-Pref-Result
008200         GOBACK
008300     END-IF
008400     IF LK-Pref-Choice NOT = "Y" AND LK-Pref-Choice NOT = "N"
008500         MOVE "C" TO LK-Pref-Result
008600         GOBACK
008700     END-IF
008800     OPEN I-O PrefFile
008900     IF WS-Pref-Missing
009000         OPEN OUTPUT PrefFile
009100         CLOSE PrefFile
009200         OPEN I-O PrefFile
009300     END-IF
009400     IF WS-Pref-Status NOT = "00"
009500         MOVE "F" TO LK-Pref-Result
009600         GOBACK
009700     END-IF
009800     PERFORM 2000-APPLY-CHOICE THRU 2000-APPLY-CHOICE-EXIT
009900     CLOSE PrefFile
010000     GOBACK.
010100
010200*--------------------------------------------------------------
010300* No row on file reads as "send" - that is the default every
010400* account starts from.
010500*--------------------------------------------------------------
010600 2000-APPLY-CHOICE.
010700     MOVE LK-Pref-UserId TO CP-UserId
010800     MOVE LK-Pref-Msg-Type TO CP-Msg-Type
010900     MOVE "SEND" TO WS-Old-Word
011000     READ PrefFile
011100         INVALID KEY
011200             MOVE "N" TO WS-Pref-Found
011300         NOT INVALID KEY
011400             MOVE "Y" TO WS-Pref-Found
011500             IF CP-Opted-Out
011600                 MOVE "OPT-OUT" TO WS-Old-Word
011700             END-IF
011800     END-READ
011900     IF LK-Pref-Choice = "N"
012000         MOVE "OPT-OUT" TO WS-New-Word
012100     ELSE
012200         MOVE "SEND" TO WS-New-Word
012300     END-IF
012400     IF WS-New-Word = WS-Old-Word
012500         MOVE "U" TO LK-Pref-Result
012600         GO TO 2000-APPLY-CHOICE-EXIT
012700     END-IF
012800     IF NOT WS-Pref-On-File
012900         MOVE SPACES TO ContPrefRecord
013000         MOVE LK-Pref-UserId TO CP-UserId
013100         MOVE LK-Pref-Msg-Type TO CP-Msg-Type
013200     END-IF
013300     MOVE LK-Pref-Choice TO CP-Choice
013400     MOVE LK-Pref-Source TO CP-Source
013500     MOVE WS-Run-Date TO CP-Changed-Date
013600     MOVE LK-Pref-Operator TO CP-Changed-By
013700     IF WS-Pref-On-File
013800         REWRITE ContPrefRecord
013900     ELSE
014000         WRITE ContPrefRecord
014100     END-IF
014200     MOVE SPACES TO WS-Hist-Old-Value
014300     MOVE SPACES TO WS-Hist-New-Value
014400     STRING LK-Pref-Msg-Type DELIMITED BY SPACE
014500         " " WS-Old-Word DELIMITED BY SIZE
014600         INTO WS-Hist-Old-Value
014700     END-STRING
014800     STRING LK-Pref-Msg-Type DELIMITED BY SPACE
014900         " " WS-New-Word DELIMITED BY SIZE
015000         INTO WS-Hist-New-Value
015100     END-STRING
015200     CALL "HistWrite" USING LK-Pref-UserId, WS-Hist-Field-Name,
015300         WS-Hist-Old-Value, WS-Hist-New-Value, LK-Pref-Operator
015400     MOVE "A" TO LK-Pref-Result
015500     .
015600 2000-APPLY-CHOICE-EXIT.
015700     EXIT.

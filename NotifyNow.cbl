000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NotifyNow.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Sends one notification at once instead of queueing it for
000900* the nightly NotifyFmt step - for a message that is no use
001000* by morning, such as the UserSignon second-factor passcode
001100* whose life is a few minutes. The caller already has the
001200* account in hand, so it passes the recipient Email with the
001300* UserId, event type and detail; one line goes straight on
001400* the NOTIFOUT.TXT mail-gateway extract in NotifyFmt's layout
001500* (the gateway collects it as lines arrive) and is registered
001600* on the DISCLOG.DAT disclosure log through DiscLog as a
001700* disclosure of its own to the mail gateway. Result Y is
001800* sent; N is not sent, the Email being blank; F is sent but
001900* the disclosure log would not take it (DiscLog has already
002000* raised the E exception). Only security-critical events
002100* (NOTIFTYP class S) come this way, so there is no
002200* CONTPREF.DAT opt-out to honour.
002300*--------------------------------------------------------------
002400* MODIFICATION HISTORY
002500*--------------------------------------------------------------
002600* DATE       INIT DESCRIPTION
002700* ---------- ---- -------------------------------------------
002800* 2026-10-15 JWG  Original version.
002900*--------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT ExtractFile ASSIGN TO DYNAMIC WS-P-NOTIFOUT-TXT
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-Extract-Status.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  ExtractFile.
004000 01  ExtractRecord           PIC X(110).
004100
004200 WORKING-STORAGE SECTION.
004300 01  WS-Extract-Status       PIC XX.
004400     88  WS-Extract-Missing      VALUE "35".
004500 01  WS-Run-Date             PIC 9(08).
004600 01  WS-Extract-Line.
004700     02  WS-Out-Email        PIC X(30).
004800     02  FILLER              PIC X VALUE SPACE.
004900     02  WS-Out-Event        PIC X(12).
005000     02  FILLER              PIC X VALUE SPACE.
005100     02  WS-Out-Date         PIC 9(08).
005200     02  FILLER              PIC X VALUE SPACE.
005300     02  WS-Out-Detail       PIC X(10).
005400     02  FILLER              PIC X VALUE SPACE.
005500     02  WS-Out-Contact      PIC X(40).
005600 01  WS-Disc-Request         PIC X(01).
005700 01  WS-Disc-Id              PIC 9(08).
005800 01  WS-Disc-File            PIC X(12) VALUE "NOTIFOUT.TXT".
005900 01  WS-Disc-Recipient       PIC X(12) VALUE "MAIL-GATEWAY".
006000 01  WS-Disc-Form            PIC X(01) VALUE "C".
006100 01  WS-Disc-UserId          PIC 9(08).
006200 01  WS-Disc-Count           PIC 9(09).
006300 01  WS-Disc-Result          PIC X(01).
006400     88  WS-Disc-Failed          VALUE "F".
006500 01  WS-P-NOTIFOUT-TXT      PIC X(30) VALUE "NOTIFOUT.TXT".
006600 01  WS-Program-Name         PIC X(20) VALUE "NOTIFYNOW".
006700
006800 LINKAGE SECTION.
006900 01  LK-UserId               PIC 9(08).
007000 01  LK-Email                PIC X(30).
007100 01  LK-Event                PIC X(12).
007200 01  LK-Detail               PIC X(10).
007300 01  LK-Result               PIC X(01).
007400
007500 PROCEDURE DIVISION USING LK-UserId, LK-Email, LK-Event,
007600     LK-Detail, LK-Result.
007700
007800 0000-MAINLINE.
007900     IF LK-Email = SPACES
008000         MOVE "N" TO LK-Result
008100         GOBACK
008200     END-IF
008300     MOVE "Y" TO LK-Result
008400     MOVE "NOTIFOUT.TXT" TO WS-P-NOTIFOUT-TXT
008500     CALL "EnvName" USING WS-P-NOTIFOUT-TXT
008600     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
008700     MOVE LK-UserId TO WS-Disc-UserId
008800     MOVE "O" TO WS-Disc-Request
008900     PERFORM 9100-CALL-DISCLOG THRU 9100-CALL-DISCLOG-EXIT
009000     OPEN EXTEND ExtractFile
009100     IF WS-Extract-Missing
009200         OPEN OUTPUT ExtractFile
009300     END-IF
009400     MOVE LK-Email TO WS-Out-Email
009500     MOVE LK-Event TO WS-Out-Event
009600     MOVE WS-Run-Date TO WS-Out-Date
009700     MOVE LK-Detail TO WS-Out-Detail
009800     MOVE SPACES TO WS-Out-Contact
009900     MOVE WS-Extract-Line TO ExtractRecord
010000     WRITE ExtractRecord
010100     CLOSE ExtractFile
010200     MOVE "U" TO WS-Disc-Request
010300     PERFORM 9100-CALL-DISCLOG THRU 9100-CALL-DISCLOG-EXIT
010400     MOVE 1 TO WS-Disc-Count
010500     MOVE "C" TO WS-Disc-Request
010600     PERFORM 9100-CALL-DISCLOG THRU 9100-CALL-DISCLOG-EXIT
010700     IF WS-Disc-Failed
010800         MOVE "F" TO LK-Result
010900     END-IF
011000     GOBACK.
011100
011200 9100-CALL-DISCLOG.
011300     CALL "DiscLog" USING WS-Disc-Request, WS-Disc-Id,
011400         WS-Disc-File, WS-Disc-Recipient, WS-Disc-Form,
011500         WS-Disc-UserId, WS-Disc-Count, WS-Program-Name,
011600         WS-Disc-Result
011700     .
011800 9100-CALL-DISCLOG-EXIT.
011900     EXIT.

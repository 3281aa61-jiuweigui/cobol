001000* UserIntf never had past the transmit. INTFACK.DAT layout:
001100*   H: COL 01 "H", 02-07 RECEIVED SEQUENCE 9(06),
001200*      08-16 ACCEPTED COUNT 9(09)
001250*   E: COL 01 "E", 02-09 USERID, 10-39 ERROR TEXT,
001300*      40 USERID CHECK DIGIT (blank = plain id, accepted
001350*      while the *IDPLAIN transition lasts)
001400* The header sequence is matched against the prior-sequence
001500* slot of INTFSEQ.CTL: by the time this step runs UserIntf
001600* has already cut and numbered tonight's file, so the ack on
002770*                 last sent - tonight's transmission cannot
002772*                 have been acknowledged yet, so matching it
002774*                 alarmed on every healthy cycle.
002775* 2026-10-15 JWG  Error records carry the UserId check digit in
002776*                 column 40, verified through the shared IdChk
002777*                 routine; a reject whose id fails the check is
002778*                 reported but not queued, and alarms RC 4.
002780*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
004700     02  ACK-Record-Type     PIC X(01).
004800         88  ACK-Is-Header       VALUE "H".
004900         88  ACK-Is-Error        VALUE "E".
005000     02  ACK-Data            PIC X(39).
005100 01  AckHeaderRecord REDEFINES AckRecord.
005200     02  FILLER              PIC X(01).
005300     02  ACKH-Sequence       PIC 9(06).
005400     02  ACKH-Accepted       PIC 9(09).
005500     02  FILLER              PIC X(24).
005600 01  AckErrorRecord REDEFINES AckRecord.
005700     02  FILLER              PIC X(01).
005800     02  ACKE-UserId         PIC 9(08).
005900     02  ACKE-Error-Text     PIC X(30).
005950     02  ACKE-Check-Digit    PIC X(01).
006000
006100 FD  SequenceControl.
006200 01  SequenceControlRecord.
008600 01  WS-Header-Seen          PIC X VALUE "N".
008700     88  WS-Ack-Header-Seen      VALUE "Y".
008800 01  WS-Reject-Count         PIC 9(05) COMP VALUE 0.
008811 01  WS-Bad-Id-Count         PIC 9(05) COMP VALUE 0.
008822 01  WS-Ack-Keyed-Id.
008833     02  WS-Ack-Keyed-Base   PIC X(08).
008844     02  WS-Ack-Keyed-Ninth  PIC X(01).
008855 01  WS-Ack-UserId           PIC 9(08).
008866 01  WS-Id-Feed              PIC X(01) VALUE "F".
008877 01  WS-Id-Check             PIC X(01).
008888     88  WS-Id-Accepted          VALUE "Y" "P".
008900 01  WS-Count-Disp           PIC ZZZZ9.
009000 01  WS-Excp-Severity        PIC X(01).
009100 01  WS-Excp-Message         PIC X(60).
018700     EXIT.
018800
018900 2100-QUEUE-ONE-REJECT.
018907     MOVE ACKE-UserId TO WS-Ack-Keyed-Base
018914     MOVE ACKE-Check-Digit TO WS-Ack-Keyed-Ninth
018921     CALL "IdChk" USING WS-Id-Feed, WS-Ack-Keyed-Id,
018928         WS-Ack-UserId, WS-Id-Check
018935     IF NOT WS-Id-Accepted
018942         ADD 1 TO WS-Bad-Id-Count
018949         MOVE SPACES TO ReportRecord
018956         STRING "  REJECT " WS-Ack-Keyed-Id " - " ACKE-Error-Text
018963             " (BAD CHECK DIGIT - NOT QUEUED)"
018970             DELIMITED BY SIZE INTO ReportRecord
018977         WRITE ReportRecord
018984         GO TO 2100-QUEUE-ONE-REJECT-EXIT
018991     END-IF
019000     MOVE WS-Ack-Sequence TO RJQ-Sequence
019100     MOVE ACKE-UserId TO RJQ-UserId
019200     MOVE ACKE-Error-Text TO RJQ-Error-Text
024300             DISPLAY "TRANSMISSION " WS-Our-Sequence
024400                 " FULLY ACKNOWLEDGED."
024500     END-EVALUATE
024508     IF WS-Bad-Id-Count > 0
024516         MOVE WS-Bad-Id-Count TO WS-Count-Disp
024524         MOVE "W" TO WS-Excp-Severity
024532         MOVE SPACES TO WS-Excp-Message
024540         STRING "IDENTITY ACK USERIDS FAILING CHECK DIGIT: "
024548             WS-Count-Disp DELIMITED BY SIZE
024556             INTO WS-Excp-Message
024564         CALL "ExcpLog" USING WS-Program-Name,
024572             WS-Excp-Severity, WS-Excp-Message
024580         MOVE 4 TO WS-Eoj-Return-Code
024588     END-IF
024600     .
024700 3000-JUDGE-THE-ACK-EXIT.
024800     EXIT.

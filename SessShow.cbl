000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SessShow.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Who is on now: the sessions open on the SESSION.DAT
000900* register, in the LockShow manner. Sessions past the
001000* PwPolicy idle minutes are expired first (shared SessReg
001100* routine), so what is listed is really on. Each line shows
001200* the UserId, its account type, when it signed on, how many
001300* minutes it has been on and whether it was let on as a
001400* concurrent session. An operator can force one UserId off
001500* - a session nobody owns up to is the stolen-session case -
001600* with the sign-off evidenced through AuditLog under the
001700* operator's initials.
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
002800     SELECT SessionFile ASSIGN TO DYNAMIC WS-P-SESSION-DAT
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS SEQUENTIAL
003100         RECORD KEY IS SES-Key
003200         FILE STATUS IS WS-Session-Status.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  SessionFile.
003700     COPY "SESSION.CPY".
003800
003900 WORKING-STORAGE SECTION.
004000 01  WS-Session-Status       PIC XX.
004100 01  WS-Eof-Switch           PIC X VALUE "N".
004200     88  WS-End-Of-Sessions      VALUE "Y".
004300 01  WS-Run-Date             PIC 9(08).
004400 01  WS-Run-Time             PIC 9(08).
004500 01  WS-Now-Time-Parts.
004600     02  WS-NT-HH            PIC 9(02).
004700     02  WS-NT-MM            PIC 9(02).
004800     02  FILLER              PIC 9(04).
004900 01  WS-Start-Time-Parts.
005000     02  WS-ST-HH            PIC 9(02).
005100     02  WS-ST-MM            PIC 9(02).
005200     02  FILLER              PIC 9(04).
005300 01  WS-Session-Minutes      PIC S9(09) COMP.
005400 01  WS-Minutes-Disp         PIC ZZZZ9.
005500 01  WS-Open-Count           PIC 9(05) COMP VALUE 0.
005600 01  WS-Count-Disp           PIC ZZZZ9.
005700 01  WS-Concurrent-Flag      PIC X(10).
005800 01  WS-Sess-Request         PIC X(01).
005900 01  WS-Sess-UserId          PIC 9(08).
006000 01  WS-Sess-Type            PIC X(01) VALUE SPACE.
006100 01  WS-Sess-Result          PIC X(01).
006200     88  WS-Sess-Register-Ok     VALUE "Y".
006300 01  WS-Sess-Count           PIC 9(05).
006400 01  WS-Keyed-UserId         PIC X(09).
006500 01  WS-Id-Verify            PIC X(01) VALUE "V".
006600 01  WS-Id-Check             PIC X(01).
006700     88  WS-Id-Accepted          VALUE "Y".
006800 01  WS-Operator-Initials    PIC X(10) VALUE SPACES.
006900 01  WS-Audit-Event          PIC X(12).
007000 01  WS-Audit-Detail         PIC X(60).
007100 01  WS-P-SESSION-DAT       PIC X(30) VALUE "SESSION.DAT".
007200 01  WS-Eoj-Start-Time       PIC 9(08).
007300 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
007400 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
007500 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
007600 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
007700 01  WS-Program-Name         PIC X(20) VALUE "SESSSHOW".
007800
007900 PROCEDURE DIVISION.
008000
008100 0000-MAINLINE.
008200     CALL "PreDefMsg" USING WS-Program-Name
008300     ACCEPT WS-Eoj-Start-Time FROM TIME
008400     CALL "EnvName" USING WS-P-SESSION-DAT
008500     MOVE "X" TO WS-Sess-Request
008600     MOVE ZERO TO WS-Sess-UserId
008700     CALL "SessReg" USING WS-Sess-Request, WS-Sess-UserId,
008800         WS-Sess-Type, WS-Program-Name, WS-Sess-Result,
008900         WS-Sess-Count
009000     IF WS-Sess-Register-Ok AND WS-Sess-Count > 0
009100         MOVE WS-Sess-Count TO WS-Count-Disp
009200         DISPLAY "IDLE SESSIONS EXPIRED: " WS-Count-Disp
009300     END-IF
009400     PERFORM 2000-SHOW-SESSIONS THRU 2000-SHOW-SESSIONS-EXIT
009500     IF WS-Open-Count > 0
009600         PERFORM 3000-OFFER-FORCE-OFF
009700             THRU 3000-OFFER-FORCE-OFF-EXIT
009800     END-IF
009900     CALL "EndMsg" USING WS-Program-Name,
010000         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
010100         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
010200         WS-Eoj-Return-Code
010300     MOVE WS-Eoj-Return-Code TO RETURN-CODE
010400     STOP RUN.
010500
010600*--------------------------------------------------------------
010700* Open sessions in UserId order; ended ones are history and
010800* are passed over.
010900*--------------------------------------------------------------
011000 2000-SHOW-SESSIONS.
011100     OPEN INPUT SessionFile
011200     IF WS-Session-Status NOT = "00"
011300         DISPLAY "NOBODY IS SIGNED ON."
011400         GO TO 2000-SHOW-SESSIONS-EXIT
011500     END-IF
011600     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
011700     ACCEPT WS-Run-Time FROM TIME
011800     MOVE WS-Run-Time TO WS-Now-Time-Parts
011900     DISPLAY "SIGNED ON NOW"
012000     DISPLAY "-------------"
012100     DISPLAY "USERID   TYPE SINCE         MINUTES"
012200     PERFORM UNTIL WS-End-Of-Sessions
012300         READ SessionFile NEXT RECORD
012400             AT END SET WS-End-Of-Sessions TO TRUE
012500         END-READ
012600         IF NOT WS-End-Of-Sessions
012700             ADD 1 TO WS-Eoj-Read-Count
012800             IF SES-Is-Open
012900                 PERFORM 2100-SHOW-ONE-SESSION
013000                     THRU 2100-SHOW-ONE-SESSION-EXIT
013100             END-IF
013200         END-IF
013300     END-PERFORM
013400     CLOSE SessionFile
013500     IF WS-Open-Count = 0
013600         DISPLAY "(nobody is signed on)"
013700     ELSE
013800         MOVE WS-Open-Count TO WS-Count-Disp
013900         DISPLAY "SESSIONS OPEN: " WS-Count-Disp
014000     END-IF
014100     .
014200 2000-SHOW-SESSIONS-EXIT.
014300     EXIT.
014400
014500 2100-SHOW-ONE-SESSION.
014600     ADD 1 TO WS-Open-Count
014700     MOVE SES-Start-Time TO WS-Start-Time-Parts
014800     COMPUTE WS-Session-Minutes =
014900         ((FUNCTION INTEGER-OF-DATE(WS-Run-Date)
015000         - FUNCTION INTEGER-OF-DATE(SES-Start-Date)) * 1440)
015100         + ((WS-NT-HH * 60) + WS-NT-MM)
015200         - ((WS-ST-HH * 60) + WS-ST-MM)
015300     MOVE WS-Session-Minutes TO WS-Minutes-Disp
015400     MOVE SPACES TO WS-Concurrent-Flag
015500     IF SES-Was-Concurrent
015600         MOVE "CONCURRENT" TO WS-Concurrent-Flag
015700     END-IF
015800     DISPLAY SES-UserId " " SES-Account-Type "    "
015900         SES-Start-Date " " SES-Start-Time(1:4) " "
016000         WS-Minutes-Disp " " WS-Concurrent-Flag
016100     .
016200 2100-SHOW-ONE-SESSION-EXIT.
016300     EXIT.
016400
016500 3000-OFFER-FORCE-OFF.
016600     DISPLAY "Force a UserId off - UserId "
016700         "(9 digits, check digit last; 0 = none): "
016800     ACCEPT WS-Keyed-UserId
016900     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
017000         WS-Sess-UserId, WS-Id-Check
017100     IF NOT WS-Id-Accepted
017200         GO TO 3000-OFFER-FORCE-OFF-EXIT
017300     END-IF
017400     IF WS-Sess-UserId = ZERO
017500         GO TO 3000-OFFER-FORCE-OFF-EXIT
017600     END-IF
017700     DISPLAY "Enter your initials: "
017800     ACCEPT WS-Operator-Initials
017900     IF WS-Operator-Initials = SPACES
018000         DISPLAY "NO INITIALS GIVEN - SESSION LEFT OPEN."
018100         GO TO 3000-OFFER-FORCE-OFF-EXIT
018200     END-IF
018300     MOVE "F" TO WS-Sess-Request
018400     CALL "SessReg" USING WS-Sess-Request, WS-Sess-UserId,
018500         WS-Sess-Type, WS-Program-Name, WS-Sess-Result,
018600         WS-Sess-Count
018700     IF NOT WS-Sess-Register-Ok OR WS-Sess-Count = 0
018800         DISPLAY "UserId " WS-Sess-UserId " has no session open."
018900         GO TO 3000-OFFER-FORCE-OFF-EXIT
019000     END-IF
019100     MOVE "SESS-FORCED" TO WS-Audit-Event
019200     MOVE SPACES TO WS-Audit-Detail
019300     STRING WS-Sess-UserId " " WS-Sess-Count
019400         " SESSION(S) FORCED OFF BY " WS-Operator-Initials
019500         DELIMITED BY SIZE INTO WS-Audit-Detail
019600     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
019700         WS-Audit-Detail
019800     ADD WS-Sess-Count TO WS-Eoj-Written-Count
019900     DISPLAY "UserId " WS-Sess-UserId " FORCED OFF."
020000     .
020100 3000-OFFER-FORCE-OFF-EXIT.
020200     EXIT.

001100* line per recipient Email carrying the message type and the
001200* event date. The recipient address comes from the account's
001300* Email on USERS.DATA; events for ids no longer on file, or
001400* with a blank Email or one the mail gateway has bounced as
001410* undeliverable (EmailStatus, set by NotifyBnc), are dropped
001420* with a count and a warning through ExcpLog. A fully
001500* formatted queue is deleted so the writers start a fresh
001600* one - an event is sent exactly once.
001610* An event's detail (a NEW-TERMINAL notice's terminal)
001613* follows the date. The extract is added to rather than
001616* replaced, so the ExcpPage on-call pages and the NotifyNow
001620* passcodes already on it are not lost; LogRoll rolls it to
001630* a dated archive each night, so it holds one business date.
001640* An informational event (NOTIFTYP class I) the account has
001655* opted out of on the CONTPREF.DAT register is suppressed, not
001670* sent, and counted by message type; security-critical events
001685* (class S - lockout, password reset, passcode) always go.
001690* The night's messages are registered on the DISCLOG.DAT
001695* disclosure log (shared DiscLog routine) as one disclosure
001697* to the mail gateway, with every UserId a message went to.
001698* A SEC-STATEMNT monthly statement line carries the "not you?"
001699* contact line after its detail for the gateway to print.
001700*--------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*--------------------------------------------------------------
002000* DATE       INIT DESCRIPTION
002100* ---------- ---- -------------------------------------------
002200* 2026-09-01 JWG  Original version.
002210* 2026-10-15 JWG  The queued event detail (sign-on
002220*                 second-factor passcode) is carried to the
002230*                 extract after the event date.
002231* 2026-10-15 JWG  Events for an account whose Email is marked
002232*                 undeliverable by the bounce-back step are
002233*                 dropped with the blank-Email ones.
002234* 2026-10-15 JWG  The extract is opened EXTEND (created when
002235*                 missing) so on-call pages written earlier in
002236*                 the night by ExcpPage survive this step.
002237* 2026-10-15 JWG  Informational events the account holder has
002252*                 opted out of on CONTPREF.DAT are suppressed and
002267*                 counted by message type; security-critical
002282*                 types on NOTIFTYP are always sent.
002283* 2026-10-15 JWG  The night's messages and each UserId they
002284*                 went to are registered on the DISCLOG.DAT
002285*                 disclosure log through the shared DiscLog
002286*                 routine; a run the log cannot take ends RC 8.
002287* 2026-10-15 JWG  SEC-STATEMNT monthly statement lines carry the
002288*                 "not you?" contact line; the new message type
002289*                 is counted with the others.
002291* 2026-10-15 JWG  NEW-TERMINAL sign-on notices (the terminal id
002293*                 as detail) carry the "not you?" contact line
002295*                 too, and are counted with the other types.
002296* 2026-10-15 JWG  Sign-on passcodes are sent at once through
002297*                 NotifyNow and no longer queued here; the
002298*                 extract, which NotifyNow and ExcpPage also
002299*                 write, is now rolled nightly by LogRoll.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003300         RECORD KEY IS UserId
003400         FILE STATUS IS WS-File-Status.
003500     SELECT ExtractFile ASSIGN TO DYNAMIC WS-P-NOTIFOUT-TXT
003600         ORGANIZATION IS LINE SEQUENTIAL
003610         FILE STATUS IS WS-Extract-Status.
003625     SELECT PrefFile ASSIGN TO DYNAMIC WS-P-CONTPREF-DAT
003640         ORGANIZATION IS INDEXED
003655         ACCESS MODE IS DYNAMIC
003670         RECORD KEY IS ContPrefKey
003685         FILE STATUS IS WS-Pref-Status.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004400     COPY "USERREC.CPY".
004500
004600 FD  ExtractFile.
004700 01  ExtractRecord           PIC X(110).
004725
004750 FD  PrefFile.
004775     COPY "CONTPREF.CPY".
004800
004900 WORKING-STORAGE SECTION.
005000 01  WS-Queue-Status         PIC XX.
005100     88  WS-Queue-Missing        VALUE "35".
005200 01  WS-File-Status          PIC XX.
005300     88  WS-File-Not-Found   VALUE "35".
005310 01  WS-Extract-Status       PIC XX.
005320     88  WS-Extract-Missing      VALUE "35".
005336 01  WS-Pref-Status          PIC XX.
005352     88  WS-Pref-Missing         VALUE "35".
005368 01  WS-Pref-Open-Switch     PIC X VALUE "N".
005384     88  WS-Pref-Is-Open         VALUE "Y".
005400 01  WS-Eof-Switch           PIC X VALUE "N".
005500     88  WS-End-Of-Queue         VALUE "Y".
005600 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
006000     02  WS-Out-Event        PIC X(12).
006100     02  FILLER              PIC X VALUE SPACE.
006200     02  WS-Out-Date         PIC 9(08).
006210     02  FILLER              PIC X VALUE SPACE.
006220     02  WS-Out-Detail       PIC X(10).
006230     02  FILLER              PIC X VALUE SPACE.
006240     02  WS-Out-Contact      PIC X(40).
006250 01  WS-Not-Me-Line          PIC X(40)
006260     VALUE "NOT YOU? CALL THE SERVICE DESK AT ONCE.".
006270 01  WS-Statement-Event      PIC X(12) VALUE "SEC-STATEMNT".
006285 01  WS-New-Terminal-Event   PIC X(12) VALUE "NEW-TERMINAL".
006300 01  WS-Formatted-Count      PIC 9(09) COMP VALUE 0.
006400 01  WS-Dropped-Count        PIC 9(09) COMP VALUE 0.
006416 01  WS-Suppressed-Count     PIC 9(09) COMP VALUE 0.
006432 01  WS-Suppressed-Table.
006448     02  WS-Supp-By-Type     PIC 9(09) COMP OCCURS 8 TIMES.
006464 01  WS-Ntype-Sub            PIC 9(02) COMP.
006480     COPY "NOTIFTYP.CPY".
006500 01  WS-Count-Disp           PIC ZZZZZZZZ9.
006600 01  WS-Delete-Status        PIC S9(08) COMP-5 VALUE 0.
006700 01  WS-Excp-Severity        PIC X(01).
006800 01  WS-Excp-Message         PIC X(60).
006890 01  WS-Disc-Request         PIC X(01).
006891 01  WS-Disc-Id              PIC 9(08).
006892 01  WS-Disc-File            PIC X(12) VALUE "NOTIFOUT.TXT".
006893 01  WS-Disc-Recipient       PIC X(12) VALUE "MAIL-GATEWAY".
006894 01  WS-Disc-Form            PIC X(01) VALUE "C".
006895 01  WS-Disc-UserId          PIC 9(08).
006896 01  WS-Disc-Count           PIC 9(09).
006897 01  WS-Disc-Result          PIC X(01).
006898     88  WS-Disc-Failed          VALUE "F".
006900 01  WS-P-NOTIFQ-DAT        PIC X(30) VALUE "NOTIFQ.DAT".
007000 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
007100 01  WS-P-NOTIFOUT-TXT      PIC X(30) VALUE "NOTIFOUT.TXT".
007150 01  WS-P-CONTPREF-DAT      PIC X(30) VALUE "CONTPREF.DAT".
007200 01  WS-Eoj-Start-Time       PIC 9(08).
007300 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
007400 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
008400     CALL "EnvName" USING WS-P-NOTIFQ-DAT
008500     CALL "EnvName" USING WS-P-USERS-DATA
008600     CALL "EnvName" USING WS-P-NOTIFOUT-TXT
008614     CALL "EnvName" USING WS-P-CONTPREF-DAT
008642     PERFORM VARYING WS-Ntype-Sub FROM 1 BY 1
008656             UNTIL WS-Ntype-Sub > 8
008670         MOVE 0 TO WS-Supp-By-Type(WS-Ntype-Sub)
008684     END-PERFORM
008700     DISPLAY "OUTBOUND NOTIFICATION FORMATTER"
008800     DISPLAY "==============================="
008900     PERFORM 2000-FORMAT-QUEUE THRU 2000-FORMAT-QUEUE-EXIT
009100     DISPLAY "NOTIFICATIONS FORMATTED: " WS-Count-Disp
009200     MOVE WS-Dropped-Count TO WS-Count-Disp
009300     DISPLAY "EVENTS DROPPED:          " WS-Count-Disp
009309     MOVE WS-Suppressed-Count TO WS-Count-Disp
009318     DISPLAY "SUPPRESSED (OPTED OUT):  " WS-Count-Disp
009327     PERFORM VARYING WS-Ntype-Sub FROM 1 BY 1
009336             UNTIL WS-Ntype-Sub > 8
009345         IF WS-Supp-By-Type(WS-Ntype-Sub) > 0
009354             MOVE WS-Supp-By-Type(WS-Ntype-Sub) TO WS-Count-Disp
009363             DISPLAY "  " WS-Ntype-Event(WS-Ntype-Sub) "  "
009372                 WS-Count-Disp
009381         END-IF
009390     END-PERFORM
009400     IF WS-Dropped-Count > 0
009500         MOVE "W" TO WS-Excp-Severity
009600         MOVE SPACES TO WS-Excp-Message
012300         MOVE 4 TO WS-Eoj-Return-Code
012400         GO TO 2000-FORMAT-QUEUE-EXIT
012500     END-IF
012600     OPEN EXTEND ExtractFile
012610     IF WS-Extract-Missing
012620         OPEN OUTPUT ExtractFile
012630     END-IF
012644     OPEN INPUT PrefFile
012658     IF WS-Pref-Status = "00"
012672         SET WS-Pref-Is-Open TO TRUE
012686     END-IF
012690     MOVE "O" TO WS-Disc-Request
012695     PERFORM 9100-CALL-DISCLOG THRU 9100-CALL-DISCLOG-EXIT
012700     READ QueueFile
012800         AT END SET WS-End-Of-Queue TO TRUE
012900     END-READ
013600         END-READ
013700     END-PERFORM
013800     CLOSE ExtractFile
013805     MOVE WS-Formatted-Count TO WS-Disc-Count
013810     MOVE "C" TO WS-Disc-Request
013815     PERFORM 9100-CALL-DISCLOG THRU 9100-CALL-DISCLOG-EXIT
013820     IF WS-Disc-Failed
013821         DISPLAY "DISCLOG.DAT UNAVAILABLE - MESSAGES NOT LOGGED."
013822         MOVE 8 TO WS-Eoj-Return-Code
013823     END-IF
013825     IF WS-Pref-Is-Open
013850         CLOSE PrefFile
013875     END-IF
013900     CLOSE UserDatabase
014000     CLOSE QueueFile
014100     CALL "CBL_DELETE_FILE" USING WS-P-NOTIFQ-DAT
015100             ADD 1 TO WS-Dropped-Count
015200             GO TO 2100-FORMAT-ONE-EVENT-EXIT
015300     END-READ
015312     PERFORM 2200-CHECK-PREFERENCE
015324         THRU 2200-CHECK-PREFERENCE-EXIT
015336     IF WS-Ntype-Sub > 0
015348         ADD 1 TO WS-Suppressed-Count
015360         ADD 1 TO WS-Supp-By-Type(WS-Ntype-Sub)
015372         GO TO 2100-FORMAT-ONE-EVENT-EXIT
015384     END-IF
015400     IF Email = SPACES OR EmailIsUndeliverable
015500         ADD 1 TO WS-Dropped-Count
015600         GO TO 2100-FORMAT-ONE-EVENT-EXIT
015700     END-IF
015800     MOVE Email TO WS-Out-Email
015900     MOVE NQ-Event TO WS-Out-Event
016000     MOVE NQ-Date TO WS-Out-Date
016010     MOVE NQ-Detail TO WS-Out-Detail
016020     IF NQ-Event = WS-Statement-Event
016025             OR NQ-Event = WS-New-Terminal-Event
016030         MOVE WS-Not-Me-Line TO WS-Out-Contact
016040     ELSE
016050         MOVE SPACES TO WS-Out-Contact
016060     END-IF
016100     MOVE WS-Extract-Line TO ExtractRecord
016200     WRITE ExtractRecord
016300     ADD 1 TO WS-Formatted-Count
016310     MOVE NQ-UserId TO WS-Disc-UserId
016320     MOVE "U" TO WS-Disc-Request
016330     PERFORM 9100-CALL-DISCLOG THRU 9100-CALL-DISCLOG-EXIT
016400     .
016500 2100-FORMAT-ONE-EVENT-EXIT.
016600     EXIT.
016702
016804*--------------------------------------------------------------
016906* Leaves WS-Ntype-Sub at the event's NOTIFTYP entry when the
017008* account has opted out of it, zero when it is to be sent: a
017110* type not on NOTIFTYP, a security-critical one, no register or
017212* no row for the account all mean send.
017314*--------------------------------------------------------------
017416 2200-CHECK-PREFERENCE.
017518     MOVE 0 TO WS-Ntype-Sub
017620     IF NOT WS-Pref-Is-Open
017722         GO TO 2200-CHECK-PREFERENCE-EXIT
017824     END-IF
017926     SET WS-Ntype-Idx TO 1
018028     SEARCH WS-Notify-Type-Entry
018130         AT END
018232             GO TO 2200-CHECK-PREFERENCE-EXIT
018334         WHEN WS-Ntype-Event(WS-Ntype-Idx) = NQ-Event
018436             CONTINUE
018538     END-SEARCH
018640     IF NOT WS-Ntype-Is-Info(WS-Ntype-Idx)
018742         GO TO 2200-CHECK-PREFERENCE-EXIT
018844     END-IF
018946     MOVE NQ-UserId TO CP-UserId
019048     MOVE NQ-Event TO CP-Msg-Type
019150     READ PrefFile
019252         INVALID KEY
019354             GO TO 2200-CHECK-PREFERENCE-EXIT
019456     END-READ
019558     IF CP-Opted-Out
019660         SET WS-Ntype-Sub TO WS-Ntype-Idx
019762     END-IF
019864     .
019966 2200-CHECK-PREFERENCE-EXIT.
020068     EXIT.
020070
020080 9100-CALL-DISCLOG.
020090     CALL "DiscLog" USING WS-Disc-Request, WS-Disc-Id,
020100         WS-Disc-File, WS-Disc-Recipient, WS-Disc-Form,
020110         WS-Disc-UserId, WS-Disc-Count, WS-Program-Name,
020120         WS-Disc-Result
020130     .
020140 9100-CALL-DISCLOG-EXIT.
020150     EXIT.

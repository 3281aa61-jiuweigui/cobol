002200*                 the widened lock record, and adds the
002300*                 operations force-release with AuditLog
002400*                 evidence.
002410* 2026-10-15 JWG  Also lists the account reservations on
002420*                 USRRESV.DAT (UserResv) - which UserId, held
002430*                 by which program and operator, since when,
002440*                 and whether the timeout has passed - and
002450*                 can force-release one, evidenced through
002460*                 AuditLog like the lock force-release.
002470* 2026-10-15 JWG  The UserId is keyed in its nine-digit form and
002480*                 verified through the shared IdChk routine; a
002490*                 wrong check digit is refused before any read.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002900     SELECT LockFile ASSIGN TO DYNAMIC WS-P-USRLOCK-DAT
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-Lock-Status.
003110     SELECT ResvFile ASSIGN TO DYNAMIC WS-P-USRRESV-DAT
003120         ORGANIZATION IS INDEXED
003130         ACCESS MODE IS DYNAMIC
003140         RECORD KEY IS RV-UserId
003150         FILE STATUS IS WS-Resv-Status.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
004000     02  LOCK-Type           PIC X(01).
004100         88  LOCK-Is-Shared      VALUE "S".
004200     02  LOCK-Share-Count    PIC 9(03).
004210
004220 FD  ResvFile.
004230     COPY "USRRESV.CPY".
004300
004400 WORKING-STORAGE SECTION.
004500 01  WS-Lock-Status          PIC XX.
005300 01  WS-Audit-Event          PIC X(12).
005400 01  WS-Audit-Detail         PIC X(60).
005500 01  WS-P-USRLOCK-DAT       PIC X(30) VALUE "USRLOCK.DAT".
005510 01  WS-P-USRRESV-DAT       PIC X(30) VALUE "USRRESV.DAT".
005520 01  WS-Resv-Status          PIC XX.
005530     88  WS-Resv-Missing         VALUE "35".
005540 01  WS-Resv-Eof             PIC X VALUE "N".
005550     88  WS-End-Of-Resv          VALUE "Y".
005560 01  WS-Resv-Count           PIC 9(05) COMP VALUE 0.
005570 01  WS-Release-Id           PIC 9(08).
005572 01  WS-Keyed-UserId         PIC X(09).
005574 01  WS-Id-Verify            PIC X(01) VALUE "V".
005576 01  WS-Id-Check             PIC X(01).
005578     88  WS-Id-Accepted          VALUE "Y".
005580 01  WS-Run-Date             PIC 9(08).
005590 01  WS-Run-Time             PIC 9(08).
005591 01  WS-Expiry-Minutes       PIC 9(04) VALUE 30.
005592 01  WS-Resv-Minutes         PIC S9(09) COMP.
005593 01  WS-Held-Time-Parts.
005594     02  WS-HT-HH            PIC 9(02).
005595     02  WS-HT-MM            PIC 9(02).
005596     02  FILLER              PIC 9(04).
005597 01  WS-Now-Time-Parts.
005598     02  WS-NT-HH            PIC 9(02).
005599     02  WS-NT-MM            PIC 9(02).
005600     02  FILLER              PIC 9(04).
005601 01  WS-Resv-Flag            PIC X(10).
005650 01  WS-Eoj-Start-Time       PIC 9(08).
005700 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
005800 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
005900 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
006600     CALL "PreDefMsg" USING WS-Program-Name
006700     ACCEPT WS-Eoj-Start-Time FROM TIME
006800     CALL "EnvName" USING WS-P-USRLOCK-DAT
006810     CALL "EnvName" USING WS-P-USRRESV-DAT
006900     OPEN INPUT LockFile
007000     IF WS-Lock-Missing
007100         DISPLAY "USERS.DATA IS NOT LOCKED."
008500                 THRU 3000-OFFER-FORCE-RELEASE-EXIT
008600         END-IF
008700     END-IF
008710     PERFORM 4000-SHOW-RESERVATIONS
008720         THRU 4000-SHOW-RESERVATIONS-EXIT
008800     CALL "EndMsg" USING WS-Program-Name,
008900         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
009000         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
013000     .
013100 3000-OFFER-FORCE-RELEASE-EXIT.
013200     EXIT.
013300
013400*--------------------------------------------------------------
013500* Account reservations, listed in UserId order.
013700* A reservation past the UserResv timeout (same 30 minutes)
013800* is marked: the next updater to ask for that account takes
013900* it over anyway, but here operations can clear it sooner.
014000*--------------------------------------------------------------
014100 4000-SHOW-RESERVATIONS.
014200     OPEN I-O ResvFile
014300     IF WS-Resv-Status NOT = "00"
014400         DISPLAY "NO ACCOUNTS ARE RESERVED."
014500         GO TO 4000-SHOW-RESERVATIONS-EXIT
014600     END-IF
014700     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
014800     ACCEPT WS-Run-Time FROM TIME
014900     MOVE WS-Run-Time TO WS-Now-Time-Parts
015000     DISPLAY "ACCOUNT RESERVATIONS"
015100     DISPLAY "--------------------"
015200     MOVE "N" TO WS-Resv-Eof
015300     PERFORM UNTIL WS-End-Of-Resv
015400         READ ResvFile NEXT RECORD
015500             AT END SET WS-End-Of-Resv TO TRUE
015600         END-READ
015700         IF NOT WS-End-Of-Resv
015800             PERFORM 4100-SHOW-ONE-RESERVATION
015900                 THRU 4100-SHOW-ONE-RESERVATION-EXIT
016000         END-IF
016100     END-PERFORM
016200     IF WS-Resv-Count = 0
016300         DISPLAY "(no accounts are reserved)"
016400     ELSE
016500         PERFORM 4200-OFFER-RESV-RELEASE
016600             THRU 4200-OFFER-RESV-RELEASE-EXIT
016700     END-IF
016800     CLOSE ResvFile
016900     .
017000 4000-SHOW-RESERVATIONS-EXIT.
017100     EXIT.
017200
017300 4100-SHOW-ONE-RESERVATION.
017400     ADD 1 TO WS-Resv-Count
017500     ADD 1 TO WS-Eoj-Read-Count
017600     MOVE SPACES TO WS-Resv-Flag
017700     IF RV-Date IS NUMERIC AND RV-Date NOT = ZERO
017800             AND RV-Time IS NUMERIC
017900         MOVE RV-Time TO WS-Held-Time-Parts
018000         COMPUTE WS-Resv-Minutes =
018100             ((FUNCTION INTEGER-OF-DATE(WS-Run-Date)
018200             - FUNCTION INTEGER-OF-DATE(RV-Date)) * 1440)
018300             + ((WS-NT-HH * 60) + WS-NT-MM)
018400             - ((WS-HT-HH * 60) + WS-HT-MM)
018500         IF WS-Resv-Minutes NOT < WS-Expiry-Minutes
018600             MOVE "TIMED OUT" TO WS-Resv-Flag
018700         END-IF
018800     ELSE
018900         MOVE "TIMED OUT" TO WS-Resv-Flag
019000     END-IF
019100     DISPLAY RV-UserId " " RV-Holder " " RV-Operator
019200         " SINCE " RV-Date " " RV-Time " " WS-Resv-Flag
019300     .
019400 4100-SHOW-ONE-RESERVATION-EXIT.
019500     EXIT.
019600
019700 4200-OFFER-RESV-RELEASE.
019800     DISPLAY "Force-release a reservation - UserId "
019837         "(9 digits, check digit last; 0 = none): "
019874     ACCEPT WS-Keyed-UserId
019911     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
019948         WS-Release-Id, WS-Id-Check
019985     IF NOT WS-Id-Accepted
020022         GO TO 4200-OFFER-RESV-RELEASE-EXIT
020059     END-IF
020100     IF WS-Release-Id = ZERO
020200         GO TO 4200-OFFER-RESV-RELEASE-EXIT
020300     END-IF
020400     MOVE WS-Release-Id TO RV-UserId
020500     READ ResvFile
020600         INVALID KEY
020700             DISPLAY "UserId " WS-Release-Id " is not reserved."
020800             GO TO 4200-OFFER-RESV-RELEASE-EXIT
020900     END-READ
021000     IF WS-Operator-Initials = SPACES
021100         DISPLAY "Enter your initials: "
021200         ACCEPT WS-Operator-Initials
021300     END-IF
021400     IF WS-Operator-Initials = SPACES
021500         DISPLAY "NO INITIALS GIVEN - RESERVATION LEFT IN PLACE."
021600         GO TO 4200-OFFER-RESV-RELEASE-EXIT
021700     END-IF
021800     DELETE ResvFile
021900     MOVE "RESV-FORCED" TO WS-Audit-Event
022000     MOVE SPACES TO WS-Audit-Detail
022100     STRING RV-UserId " OF " DELIMITED BY SIZE
022200         RV-Holder DELIMITED BY SPACE
022300         " " RV-Operator " FORCE-RELEASED BY "
022400         WS-Operator-Initials DELIMITED BY SIZE
022500         INTO WS-Audit-Detail
022600     END-STRING
022700     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
022800         WS-Audit-Detail
022900     ADD 1 TO WS-Eoj-Written-Count
023000     DISPLAY "RESERVATION RELEASED."
023100     .
023200 4200-OFFER-RESV-RELEASE-EXIT.
023300     EXIT.

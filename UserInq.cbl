002230*                 OwnerEmpId and PasswordSetDate - instead of
002240*                 a scroll; the notes trail lists after the
002250*                 operator releases the panel.
002260* 2026-10-15 JWG  The application entitlements the account
002270*                 holds on USRACCS.DAT now list after the
002280*                 notes trail.
002281* 2026-10-15 JWG  The operator now signs on with their EmpId
002282*                 (AuthChk, operator level) and an account
002283*                 outside the operator's region scope is
002284*                 refused through the shared ScopeChk check,
002285*                 the refusal logged to EXCEPTS.DAT.
002286* 2026-10-15 JWG  Each account shown is journalled to
002287*                 READJRNL.DAT through ReadJrnl - who looked
002288*                 at it, and when.
002294* 2026-10-15 JWG  Status S shown as SUSPENDED (leave of absence).
002295* 2026-10-15 JWG  The UserId is keyed in its nine-digit form and
002296*                 verified through the shared IdChk routine; a
002297*                 wrong check digit is refused before any read.
002317* 2026-10-15 JWG  The panel shows the holder's name (given and
002337*                 family, through NameFmt) in place of the
002357*                 retired RealName.
002377*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS NoteKey
003600         FILE STATUS IS WS-Notes-Status.
003610     SELECT EntitlementFile ASSIGN TO DYNAMIC WS-P-USRACCS-DAT
003620         ORGANIZATION IS INDEXED
003630         ACCESS MODE IS DYNAMIC
003640         RECORD KEY IS EntitlementKey
003650         FILE STATUS IS WS-Entitlement-Status.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004200
004300 FD  NotesFile.
004400     COPY "USRNOTES.CPY".
004410
004420 FD  EntitlementFile.
004430     COPY "USRACCS.CPY".
004500
004600 WORKING-STORAGE SECTION.
004700 01  WS-File-Status          PIC XX.
005100 01  WS-Notes-Eof            PIC X VALUE "N".
005200     88  WS-End-Of-Notes         VALUE "Y".
005300 01  WS-Note-Count           PIC 9(05) COMP VALUE 0.
005310 01  WS-Entitlement-Status   PIC XX.
005320     88  WS-Entitlement-Missing  VALUE "35".
005330 01  WS-Ent-Eof              PIC X VALUE "N".
005340     88  WS-End-Of-Entitlements  VALUE "Y".
005350 01  WS-Ent-Count            PIC 9(05) COMP VALUE 0.
005400 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
005500 01  WS-Inquiry-Id           PIC 9(08).
005520 01  WS-Keyed-UserId         PIC X(09).
005540 01  WS-Id-Verify            PIC X(01) VALUE "V".
005560 01  WS-Id-Check             PIC X(01).
005580     88  WS-Id-Accepted          VALUE "Y".
005600 01  WS-Status-Text          PIC X(12).
005700 01  WS-Login-Date.
005800     02  WS-Login-Year       PIC X(04).
006500     02  FILLER              PIC X VALUE "-".
006600     02  WS-Fmt-Day          PIC X(02).
006610 01  WS-Dsp-UserName         PIC X(05).
006620 01  WS-Dsp-Name             PIC X(61).
006630 01  WS-Dsp-Email            PIC X(30).
006640 01  WS-Dsp-Country          PIC XX.
006650 01  WS-Dsp-Failed           PIC 9(02).
006680 01  WS-Panel-Release        PIC X(01).
006700 01  WS-More-Inquiries       PIC X VALUE "Y".
006800     88  WS-Another-Inquiry      VALUE "Y" "y".
006810 01  WS-Auth-EmpId           PIC 9(05).
006820 01  WS-Auth-Role            PIC X(01) VALUE "O".
006830 01  WS-Auth-Granted         PIC X(01).
006840     88  WS-Auth-Was-Granted     VALUE "Y".
006850 01  WS-Scope-Mode           PIC X(01) VALUE "C".
006860 01  WS-Scope-Result         PIC X(01).
006870     88  WS-Scope-Ok             VALUE "Y".
006900 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
007000 01  WS-P-USRNOTES-DAT      PIC X(30) VALUE "USRNOTES.DAT".
007010 01  WS-P-USRACCS-DAT       PIC X(30) VALUE "USRACCS.DAT".
007100 01  WS-Eoj-Start-Time       PIC 9(08).
007200 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
007300 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
007724     02  LINE 3  COLUMN 21 PIC 9(08) FROM WS-Inquiry-Id.
007725     02  LINE 4  COLUMN 5  VALUE "USERNAME     :".
007726     02  LINE 4  COLUMN 21 PIC X(05) FROM WS-Dsp-UserName.
007727     02  LINE 5  COLUMN 5  VALUE "NAME         :".
007728     02  LINE 5  COLUMN 21 PIC X(55) FROM WS-Dsp-Name.
007729     02  LINE 6  COLUMN 5  VALUE "EMAIL        :".
007730     02  LINE 6  COLUMN 21 PIC X(30) FROM WS-Dsp-Email.
007731     02  LINE 7  COLUMN 5  VALUE "LAST LOGIN   :".
008200     ACCEPT WS-Eoj-Start-Time FROM TIME
008300     CALL "EnvName" USING WS-P-USERS-DATA
008400     CALL "EnvName" USING WS-P-USRNOTES-DAT
008410     CALL "EnvName" USING WS-P-USRACCS-DAT
008420     DISPLAY "Enter your employee id (5 digits): "
008430     ACCEPT WS-Auth-EmpId
008440     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
008450         WS-Program-Name, WS-Auth-Granted
008460     IF NOT WS-Auth-Was-Granted
008470         MOVE 8 TO RETURN-CODE
008480         STOP RUN
008490     END-IF
008500     OPEN INPUT UserDatabase
008600     IF WS-File-Not-Found
008700         DISPLAY "USERS.DATA NOT FOUND - NOTHING TO INQUIRE "
009900     STOP RUN.
010000
010100 2000-RUN-INQUIRY.
010200     DISPLAY "Enter UserId (9 digits, check digit last): "
010300     ACCEPT WS-Keyed-UserId
010333     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
010366         WS-Inquiry-Id, WS-Id-Check
010399     IF NOT WS-Id-Accepted OR WS-Inquiry-Id = ZERO
010432             OR WS-Inquiry-Id = WS-Trailer-Id
010465         IF WS-Id-Accepted
010498             DISPLAY "UserId must not be blank, zero, or "
010531                 "99999999."
010564         END-IF
010600     ELSE
010700         MOVE WS-Inquiry-Id TO UserId
010800         READ UserDatabase
012100     EXIT.
012200
012300 2100-SHOW-ACCOUNT.
012310     CALL "ScopeChk" USING WS-Auth-EmpId, UserId, CountryCode,
012320         WS-Program-Name, WS-Scope-Mode, WS-Scope-Result
012330     IF NOT WS-Scope-Ok
012340         ADD 1 TO WS-Eoj-Rejected-Count
012350         GO TO 2100-SHOW-ACCOUNT-EXIT
012360     END-IF
012370     CALL "ReadJrnl" USING WS-Auth-EmpId, UserId, WS-Program-Name
012400     PERFORM 2200-FORMAT-STATUS THRU 2200-FORMAT-STATUS-EXIT
012500     PERFORM 2300-FORMAT-LOGIN-DATE
012600         THRU 2300-FORMAT-LOGIN-DATE-EXIT
012610     MOVE UserName TO WS-Dsp-UserName
012620     CALL "NameFmt" USING GivenName, FamilyName, WS-Dsp-Name
012630     MOVE Email TO WS-Dsp-Email
012640     MOVE CountryCode TO WS-Dsp-Country
012650     IF FailedLoginCount IS NUMERIC
012705     DISPLAY Inquiry-Panel
012710     ACCEPT Inquiry-Panel
013600     PERFORM 2400-SHOW-NOTES THRU 2400-SHOW-NOTES-EXIT
013700     PERFORM 2500-SHOW-ENTITLEMENTS
013710         THRU 2500-SHOW-ENTITLEMENTS-EXIT
013800     .
013900 2100-SHOW-ACCOUNT-EXIT.
014000     EXIT.
014900             MOVE "LOCKED" TO WS-Status-Text
015000         WHEN AccountIsPending
015100             MOVE "PENDING" TO WS-Status-Text
015133         WHEN AccountIsSuspended
015166             MOVE "SUSPENDED" TO WS-Status-Text
015200         WHEN OTHER
015300             MOVE "UNKNOWN" TO WS-Status-Text
015400     END-EVALUATE
020100     .
020200 2400-SHOW-NOTES-EXIT.
020300     EXIT.
020400
020500*--------------------------------------------------------------
020600* What the account can get into: its active rows on the
020700* USRACCS.DAT entitlement register. Revoked rows are for the
020800* access review (EntMnt lists them), not the help desk.
020900*--------------------------------------------------------------
021000 2500-SHOW-ENTITLEMENTS.
021100     DISPLAY "ENTITLEMENTS:"
021200     MOVE 0 TO WS-Ent-Count
021300     MOVE "N" TO WS-Ent-Eof
021400     OPEN INPUT EntitlementFile
021500     IF WS-Entitlement-Missing
021600         DISPLAY "  (no entitlements on record)"
021700         GO TO 2500-SHOW-ENTITLEMENTS-EXIT
021800     END-IF
021900     MOVE WS-Inquiry-Id TO ENT-UserId
022000     MOVE LOW-VALUES TO ENT-Code
022100     START EntitlementFile KEY IS >= EntitlementKey
022200         INVALID KEY
022300             SET WS-End-Of-Entitlements TO TRUE
022400     END-START
022500     PERFORM UNTIL WS-End-Of-Entitlements
022600         READ EntitlementFile NEXT RECORD
022700             AT END SET WS-End-Of-Entitlements TO TRUE
022800         END-READ
022900         IF NOT WS-End-Of-Entitlements
023000             IF ENT-UserId = WS-Inquiry-Id
023100                 IF ENT-Is-Active
023200                     DISPLAY "  " ENT-App-Code "/"
023300                         ENT-Role-Code " GRANTED "
023400                         ENT-Granted-Date " BY "
023500                         ENT-Granted-By
023600                     ADD 1 TO WS-Ent-Count
023700                 END-IF
023800             ELSE
023900                 SET WS-End-Of-Entitlements TO TRUE
024000             END-IF
024100         END-IF
024200     END-PERFORM
024300     CLOSE EntitlementFile
024400     IF WS-Ent-Count = 0
024500         DISPLAY "  (no entitlements on record)"
024600     END-IF
024700     .
024800 2500-SHOW-ENTITLEMENTS-EXIT.
024900     EXIT.

002656*                 new-hash change UserClaim runs before the
002660*                 session is accepted; the change is masked
002670*                 into USRHIST.DAT through HistWrite.
002680* 2026-10-15 JWG  Second factor: an account flagged with
002681*                 SecondFactorFlag must key back a one-time
002682*                 passcode (PassCode routine), queued to its
002683*                 Email through NotifyQ, after the good
002684*                 password or reset token and before the
002685*                 sign-on completes. The passcode is good for
002686*                 the PwPolicy passcode life; sent, accepted,
002687*                 expired and wrong passcodes are journalled
002688*                 under their own SIGNJRNL outcomes, and a
002689*                 wrong passcode counts toward the same
002690*                 FailedLoginCount lockout as a bad password.
002691* 2026-10-15 JWG  USERREC widened to 250 bytes for the account end
002692*                 date; the full-record images and trailer layout
002693*                 here are sized to match.
002694* 2026-10-15 JWG  Privileged accounts age against the PwPolicy
002695*                 privileged expiry, and a forced change is
002696*                 held to the privileged minimum length.
002697* 2026-10-15 JWG  Break-glass accounts: an account on the
002717*                 BRKGLASS.DAT register is refused (journal
002737*                 outcome G) unless BrkGlass has it checked out
002757*                 and the checkout window is still open.
002760* 2026-10-15 JWG  The suite-wide exclusive lock is no longer
002763*                 held for the session: each attempt reserves
002766*                 just its account through UserResv, so a
002769*                 helpdesk operator maintaining one account
002772*                 no longer holds up every sign-on.
002773* 2026-10-15 JWG  An account suspended for a leave of absence
002774*                 (status S) is refused, journalled as outcome R.
002778* 2026-10-15 JWG  The panel takes the nine-digit keyed UserId,
002782*                 verified through the shared IdChk routine; a
002786*                 wrong check digit is refused before any read.
002790* 2026-10-15 JWG  The welcome shows the holder's name through
002794*                 the shared NameFmt routine, and the password
002798*                 edit is given GivenName/FamilyName, in place
002802*                 of the retired RealName.
002806* 2026-10-15 JWG  A good sign-on opens a session on the
002810*                 SESSION.DAT register through SessReg. A
002814*                 second session on a human or privileged
002818*                 account is refused (journal outcome M); a
002822*                 service or shared account is let on with
002826*                 the session flagged concurrent (outcome D).
002830* 2026-10-15 JWG  The terminal id (TERMID) is journalled with
002834*                 every attempt. A good sign-on is checked
002838*                 against the TERMREG.DAT known-terminal
002842*                 register: a terminal the account has never
002846*                 used is registered, a NEW-TERMINAL notice
002850*                 is queued through NotifyQ and the journal
002854*                 record flagged for SignRpt; the account's
002858*                 first terminal is learned without a notice.
002862* 2026-10-15 JWG  The second-factor passcode is sent at once
002866*                 through NotifyNow instead of waiting on the
002870*                 nightly NotifyFmt queue; an account with no
002874*                 deliverable Email cannot be sent one and the
002878*                 attempt ends (journal outcome X).
002882*--------------------------------------------------------------
002886 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
003530         ACCESS MODE IS DYNAMIC
003540         RECORD KEY IS RST-UserId
003550         FILE STATUS IS WS-Token-Status.
003560     SELECT RegisterFile ASSIGN TO DYNAMIC WS-P-BRKGLASS-DAT
003568         ORGANIZATION IS INDEXED
003576         ACCESS MODE IS DYNAMIC
003584         RECORD KEY IS BG-UserId
003592         FILE STATUS IS WS-Register-Status.
003593     SELECT TermRegFile ASSIGN TO DYNAMIC WS-P-TERMREG-DAT
003594         ORGANIZATION IS INDEXED
003595         ACCESS MODE IS DYNAMIC
003596         RECORD KEY IS TRM-Key
003597         FILE STATUS IS WS-TermReg-Status.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
004016
004020 FD  TokenFile.
004030     COPY "RSTTOKEN.CPY".
004040
004060 FD  RegisterFile.
004080     COPY "BRKGLASS.CPY".
004085
004090 FD  TermRegFile.
004095     COPY "TERMREG.CPY".
004100
004200 WORKING-STORAGE SECTION.
004300 01  WS-File-Status          PIC XX.
004400     88  WS-File-Not-Found   VALUE "35".
004500 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
004600 01  WS-Signon-Id            PIC 9(08).
004620 01  WS-Keyed-UserId         PIC X(09).
004640 01  WS-Id-Verify            PIC X(01) VALUE "V".
004660 01  WS-Id-Check             PIC X(01).
004680     88  WS-Id-Accepted          VALUE "Y".
004700 01  WS-Password-Plain       PIC X(20).
004800 01  WS-Check-Hash           PIC X(05).
004810 01  WS-Check-Hash-Ext       PIC X(10).
004870     88  WS-Token-Accepted       VALUE "Y".
004880 01  WS-Journal-Outcome      PIC X(01).
004885 01  WS-Notify-Event         PIC X(12).
004886 01  WS-Notify-Detail        PIC X(10).
004887 01  WS-Notify-Result        PIC X(01).
004888 01  WS-Passcode             PIC 9(06).
004889 01  WS-Passcode-Text REDEFINES WS-Passcode
004890                             PIC X(06).
004891 01  WS-Passcode-Reply       PIC X(06).
004892 01  WS-Passcode-Sent-Time   PIC 9(08).
004893 01  WS-Sent-Parts REDEFINES WS-Passcode-Sent-Time.
004894     02  WS-SP-HH            PIC 9(02).
004895     02  WS-SP-MM            PIC 9(02).
004896     02  FILLER              PIC 9(04).
004897 01  WS-Passcode-Minutes     PIC S9(09) COMP.
004898 01  WS-Factor-Result        PIC X(01).
004899     88  WS-Factor-Passed        VALUE "Y".
004900 01  WS-Panel-Message        PIC X(60).
004901 01  WS-Switch-Status        PIC XX.
004902     88  WS-Switch-Missing       VALUE "35".
004905 01  WS-Signon-Closed        PIC X(01).
004910     88  WS-Suite-Is-Quiesced    VALUE "Y".
004915 01  WS-Jrnl-Action          PIC X(01).
004920 01  WS-Before-Image         PIC X(250).
004925 01  WS-After-Image          PIC X(250).
004930 01  WS-Lock-Stamp.
004935     02  WS-LS-Date          PIC 9(08).
004940     02  WS-LS-HH            PIC 9(02).
004975     02  FILLER              PIC 9(04).
004980 01  WS-Lock-Minutes         PIC S9(09) COMP.
004985 01  WS-Run-Date             PIC 9(08).
004986 01  WS-Register-Status      PIC XX.
004988     88  WS-Register-Missing     VALUE "35".
004990 01  WS-Break-Glass          PIC X(01).
004992     88  WS-Break-Glass-Open     VALUE "Y".
004994     88  WS-Break-Glass-Sealed   VALUE "S".
004996 01  WS-Now-HHMM             PIC 9(04).
005004 01  WS-Termid-Name          PIC X(10) VALUE "TERMID".
005012 01  WS-Terminal-Id          PIC X(08).
005020 01  WS-Terminal-Flag        PIC X(01).
005028     88  WS-Terminal-Is-New      VALUE "N".
005036     88  WS-Terminal-Is-First    VALUE "F".
005044 01  WS-TermReg-Status       PIC XX.
005052     88  WS-TermReg-Missing      VALUE "35".
005060 01  WS-Other-Terminals      PIC X(01).
005068     88  WS-Account-Has-Terminals VALUE "Y".
005076 01  WS-Excp-Severity        PIC X(01).
005084 01  WS-Excp-Message         PIC X(60).
005092 01  WS-More-Signons         PIC X VALUE "Y".
005100     88  WS-Another-Signon       VALUE "Y" "y".
005200 01  WS-Lockout-Limit        PIC 9(02) VALUE 3.
005210 01  WS-Password-Age         PIC S9(09) COMP.
005211 01  WS-Expiry-Limit         PIC 9(05).
005220 01  WS-Password-Expired     PIC X.
005230     88  WS-Password-Is-Expired  VALUE "Y".
005240 01  WS-Signon-Operator      PIC X(10) VALUE "SIGNON".
005260 01  WS-Hist-Old-Value       PIC X(30).
005270 01  WS-Hist-New-Value       PIC X(30).
005280     COPY "PWPOLICY.CPY".
005300 01  WS-Resv-Request         PIC X.
005400 01  WS-Resv-Granted         PIC X.
005500     88  WS-Resv-Was-Granted     VALUE "Y".
005510 01  WS-Resv-Operator        PIC X(10) VALUE "SELF".
005600 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
005610 01  WS-P-RSTTOKEN-DAT      PIC X(30) VALUE "RSTTOKEN.DAT".
005620 01  WS-P-SIGNCTL-DAT       PIC X(30) VALUE "SIGNCTL.DAT".
005630 01  WS-P-BRKGLASS-DAT      PIC X(30) VALUE "BRKGLASS.DAT".
005665 01  WS-P-TERMREG-DAT       PIC X(30) VALUE "TERMREG.DAT".
005700 01  WS-Eoj-Start-Time       PIC 9(08).
005800 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
005900 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
006000 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
006100 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
006150 01  WS-Full-Name            PIC X(61).
006158 01  WS-Sess-Request         PIC X(01).
006166 01  WS-Sess-Result          PIC X(01).
006174     88  WS-Session-Refused      VALUE "C".
006182     88  WS-Session-Concurrent   VALUE "M".
006190 01  WS-Sess-Count           PIC 9(05).
006200 01  WS-Program-Name         PIC X(20) VALUE "USERSIGNON".
006210
006220 SCREEN SECTION.
006240     02  BLANK SCREEN.
006250     02  LINE 2 COLUMN 5  VALUE "USER SIGN-ON".
006260     02  LINE 4 COLUMN 5  VALUE "USERID  :".
006270     02  LINE 4 COLUMN 16 PIC X(09) USING WS-Keyed-UserId.
006280     02  LINE 5 COLUMN 5  VALUE "PASSWORD:".
006290     02  LINE 5 COLUMN 16 PIC X(20) SECURE
006291         USING WS-Password-Plain.
006292     02  LINE 7 COLUMN 5  PIC X(60) FROM WS-Panel-Message.
006293 01  Passcode-Panel.
006294     02  BLANK SCREEN.
006295     02  LINE 2 COLUMN 5  VALUE "USER SIGN-ON - SECOND FACTOR".
006296     02  LINE 4 COLUMN 5
006297         VALUE "A PASSCODE HAS BEEN SENT TO YOUR EMAIL.".
006298     02  LINE 6 COLUMN 5  VALUE "PASSCODE:".
006299     02  LINE 6 COLUMN 16 PIC X(06) USING WS-Passcode-Reply.
006300
006400 PROCEDURE DIVISION.
006500
006900     CALL "EnvName" USING WS-P-USERS-DATA
006910     CALL "EnvName" USING WS-P-RSTTOKEN-DAT
006920     CALL "EnvName" USING WS-P-SIGNCTL-DAT
006925     CALL "EnvName" USING WS-P-BRKGLASS-DAT
006926     CALL "EnvName" USING WS-P-TERMREG-DAT
006927*    The terminal the panel runs on is fixed for the run; one
006928*    with no TERMID set is registered as UNKNOWN like any
006929*    other, so clearing the id does not dodge the register.
006930     DISPLAY WS-Termid-Name UPON ENVIRONMENT-NAME
006931     ACCEPT WS-Terminal-Id FROM ENVIRONMENT-VALUE
006932     IF WS-Terminal-Id = SPACES
006933         MOVE "UNKNOWN" TO WS-Terminal-Id
006934     END-IF
006935*    A quiesced suite turns attempts away before any account
006940*    is reserved, so sign-ons never contend with the batch
006945*    chain.
006950     PERFORM 2050-CHECK-AVAILABILITY
006960         THRU 2050-CHECK-AVAILABILITY-EXIT
006970     IF WS-Suite-Is-Quiesced
006980         MOVE ZERO TO RETURN-CODE
006990         STOP RUN
006991     END-IF
007700     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
007710     CALL "PwPolicy" USING PasswordPolicy
007800     OPEN I-O UserDatabase
008500             UNTIL NOT WS-Another-Signon
008600         CLOSE UserDatabase
008700     END-IF
009100     CALL "EndMsg" USING WS-Program-Name,
009200         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
009300         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
009806         GO TO 2000-SIGNON-ATTEMPT-EXIT
009807     END-IF
009810     MOVE ZERO TO WS-Signon-Id
009812     MOVE SPACE TO WS-Terminal-Flag
009815     MOVE SPACES TO WS-Keyed-UserId
009820     MOVE SPACES TO WS-Password-Plain
009830     DISPLAY Signon-Panel
009840     ACCEPT Signon-Panel
009850     MOVE SPACES TO WS-Panel-Message
009900     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
009950         WS-Signon-Id, WS-Id-Check
010000     IF NOT WS-Id-Accepted OR WS-Signon-Id = ZERO
010050             OR WS-Signon-Id = WS-Trailer-Id
010100         IF WS-Id-Accepted
010150             DISPLAY "UserId must not be blank, zero, or "
010200                 "99999999."
010250         END-IF
010300     ELSE
010310         MOVE "A" TO WS-Resv-Request
010320         CALL "UserResv" USING WS-Resv-Request, WS-Signon-Id,
010330             WS-Program-Name, WS-Resv-Operator,
010340             WS-Resv-Granted
010350         IF NOT WS-Resv-Was-Granted
010360             ADD 1 TO WS-Eoj-Rejected-Count
010370             GO TO 2000-SIGNON-ATTEMPT-NEXT
010380         END-IF
010400         MOVE WS-Signon-Id TO UserId
010500         READ UserDatabase
010600             INVALID KEY
011010                 PERFORM 2100-CHECK-PASSWORD
011100                     THRU 2100-CHECK-PASSWORD-EXIT
011200         END-READ
011210         MOVE "R" TO WS-Resv-Request
011220         CALL "UserResv" USING WS-Resv-Request, WS-Signon-Id,
011230             WS-Program-Name, WS-Resv-Operator,
011240             WS-Resv-Granted
011300     END-IF
011350     .
011360 2000-SIGNON-ATTEMPT-NEXT.
011400     DISPLAY "Another sign-on (Y/N)? "
011500     ACCEPT WS-More-Signons
011600     .
013330             THRU 2900-JOURNAL-ATTEMPT-EXIT
013400         GO TO 2100-CHECK-PASSWORD-EXIT
013500     END-IF
013501     IF AccountIsSuspended
013502         DISPLAY "Account ", WS-Signon-Id, " is suspended for a "
013503             "leave of absence - sign-on refused."
013504         MOVE "R" TO WS-Journal-Outcome
013505         PERFORM 2900-JOURNAL-ATTEMPT
013506             THRU 2900-JOURNAL-ATTEMPT-EXIT
013507         GO TO 2100-CHECK-PASSWORD-EXIT
013508     END-IF
013510     PERFORM 2190-CHECK-BREAK-GLASS
013518         THRU 2190-CHECK-BREAK-GLASS-EXIT
013526     IF WS-Break-Glass-Sealed
013534         DISPLAY "Account ", WS-Signon-Id, " is a sealed "
013542             "break-glass account - a supervisor must check it "
013550             "out through BrkGlass."
013558         MOVE "G" TO WS-Journal-Outcome
013566         PERFORM 2900-JOURNAL-ATTEMPT
013574             THRU 2900-JOURNAL-ATTEMPT-EXIT
013582         GO TO 2100-CHECK-PASSWORD-EXIT
013590     END-IF
013600     IF FailedLoginCount IS NOT NUMERIC
013700         MOVE ZERO TO FailedLoginCount
013800     END-IF
014100     PERFORM 2150-VERIFY-ENTERED-PASSWORD
014200         THRU 2150-VERIFY-ENTERED-PASSWORD-EXIT
014300     IF WS-Password-Matches
014310         IF SecondFactorRequired
014320             PERFORM 2200-SECOND-FACTOR
014330                 THRU 2200-SECOND-FACTOR-EXIT
014340             IF NOT WS-Factor-Passed
014350                 GO TO 2100-CHECK-PASSWORD-EXIT
014360             END-IF
014370         END-IF
014376         PERFORM 2250-OPEN-SESSION THRU 2250-OPEN-SESSION-EXIT
014382         IF WS-Session-Refused
014388             GO TO 2100-CHECK-PASSWORD-EXIT
014394         END-IF
014400         MOVE ZERO TO FailedLoginCount
014500         MOVE WS-Run-Date TO LastLoginDate
014505         IF NOT HashIsCurrent
014700         REWRITE UserRecord
014733         PERFORM 2950-JOURNAL-REWRITE
014766             THRU 2950-JOURNAL-REWRITE-EXIT
014777         CALL "NameFmt" USING GivenName, FamilyName,
014788             WS-Full-Name
014800         DISPLAY "Sign-on accepted - welcome ",
014855             FUNCTION TRIM(WS-Full-Name)
014873         PERFORM 2260-CHECK-TERMINAL
014891             THRU 2260-CHECK-TERMINAL-EXIT
014910         MOVE "A" TO WS-Journal-Outcome
014920         PERFORM 2900-JOURNAL-ATTEMPT
014930             THRU 2900-JOURNAL-ATTEMPT-EXIT
015010         PERFORM 2170-TRY-RESET-TOKEN
015020             THRU 2170-TRY-RESET-TOKEN-EXIT
015030         IF WS-Token-Accepted
015031             IF SecondFactorRequired
015032                 PERFORM 2200-SECOND-FACTOR
015033                     THRU 2200-SECOND-FACTOR-EXIT
015034                 IF NOT WS-Factor-Passed
015035                     GO TO 2100-CHECK-PASSWORD-EXIT
015036                 END-IF
015037             END-IF
015038             PERFORM 2250-OPEN-SESSION
015039                 THRU 2250-OPEN-SESSION-EXIT
015040             IF WS-Session-Refused
015041                 GO TO 2100-CHECK-PASSWORD-EXIT
015042             END-IF
015043             MOVE ZERO TO FailedLoginCount
015050             MOVE WS-Run-Date TO LastLoginDate
015060             DISPLAY "One-time reset token accepted - a new "
015070                 "password must be set now."
015092             REWRITE UserRecord
015102             PERFORM 2950-JOURNAL-REWRITE
015112                 THRU 2950-JOURNAL-REWRITE-EXIT
015115             CALL "NameFmt" USING GivenName, FamilyName,
015118                 WS-Full-Name
015122             DISPLAY "Sign-on accepted - welcome ",
015132                 FUNCTION TRIM(WS-Full-Name)
015135             PERFORM 2260-CHECK-TERMINAL
015138                 THRU 2260-CHECK-TERMINAL-EXIT
015142             MOVE "T" TO WS-Journal-Outcome
015152             PERFORM 2900-JOURNAL-ATTEMPT
015162                 THRU 2900-JOURNAL-ATTEMPT-EXIT
015600                     FailedLoginCount, " failed attempts."
015610                 MOVE "K" TO WS-Journal-Outcome
015620                 MOVE "LOCKED" TO WS-Notify-Event
015625                 MOVE SPACES TO WS-Notify-Detail
015630                 CALL "NotifyQ" USING UserId,
015640                     WS-Notify-Event, WS-Notify-Detail
015700             ELSE
015800                 DISPLAY "Password does not match - sign-on "
015900                     "refused."
016560             WS-Check-Hash-Ext
016570         IF WS-Check-Hash-Ext = HashExt
016580             MOVE "Y" TO WS-Password-Match
016581         END-IF
016582     ELSE
016583         CALL "PassHash" USING WS-Password-Plain, Salt,
016584             WS-Check-Hash
016585         IF WS-Check-Hash = Hash
016586             MOVE "Y" TO WS-Password-Match
016587         END-IF
016588     END-IF
016589     .
016590 2150-VERIFY-ENTERED-PASSWORD-EXIT.
016591     EXIT.
016592
016593*--------------------------------------------------------------
016594* The rolling migration: a legacy record whose password just
016595* proved good is re-hashed to the current format from the
016596* plaintext in hand, so the weak five-digit hash leaves the
016597* file one good sign-on at a time.
016598*--------------------------------------------------------------
016599 2160-UPGRADE-HASH.
016600     CALL "PassHash2" USING WS-Password-Plain, Salt, HashExt
016601     MOVE "2" TO HashVersion
016602     MOVE SPACES TO Hash
016603     .
016604 2160-UPGRADE-HASH-EXIT.
016605     EXIT.
016606
016607*--------------------------------------------------------------
016608* A value that fails the password check may be a helpdesk
016609* reset token (UserReset). Matching an unexpired token on
016610* RSTTOKEN.DAT consumes it on the spot - it works exactly
016611* once - and the use is evidenced in USRHIST.DAT; presenting
016612* an expired token retires it with the same evidence.
016613*--------------------------------------------------------------
016614 2170-TRY-RESET-TOKEN.
016615     MOVE "N" TO WS-Token-Accept
016616     OPEN I-O TokenFile
016617     IF WS-Token-File-Missing
016618         GO TO 2170-TRY-RESET-TOKEN-EXIT
016619     END-IF
016620     MOVE UserId TO RST-UserId
016621     READ TokenFile
016622         INVALID KEY
016623             CLOSE TokenFile
016624             GO TO 2170-TRY-RESET-TOKEN-EXIT
016625     END-READ
016626     IF WS-Password-Plain(1:8) NOT = RST-Token
016627         CLOSE TokenFile
016628         GO TO 2170-TRY-RESET-TOKEN-EXIT
016629     END-IF
016630     MOVE "RESETTOKEN" TO WS-Hist-Field-Name
016631     MOVE "********" TO WS-Hist-Old-Value
016632     IF RST-Expiry-Date < WS-Run-Date
016633         DELETE TokenFile
016634         MOVE "EXPIRED" TO WS-Hist-New-Value
016635         DISPLAY "Reset token has expired - ask the helpdesk "
016636             "for a fresh one."
016637     ELSE
016638         DELETE TokenFile
016639         MOVE "USED" TO WS-Hist-New-Value
016640         MOVE "Y" TO WS-Token-Accept
016641     END-IF
016642     CLOSE TokenFile
016643     CALL "HistWrite" USING UserId, WS-Hist-Field-Name,
016644         WS-Hist-Old-Value, WS-Hist-New-Value,
016645         WS-Signon-Operator
016646     .
016647 2170-TRY-RESET-TOKEN-EXIT.
016648     EXIT.
016649
016650*--------------------------------------------------------------
016651* Lock cooling-off: LastChangedStamp records when the lock
016652* happened (the locking attempt rewrote the record). When the
016653* policy cool-off is set and that long has passed, the lock
016654* expires by itself - evidenced through HistWrite under the
016655* POLICY operator and journalled as outcome E, so security
016656* still sees every lock even when nobody had to intervene.
016657*--------------------------------------------------------------
016658 2180-CHECK-LOCK-EXPIRY.
016659     IF POL-Lock-Cooloff-Mins = ZERO
016660         GO TO 2180-CHECK-LOCK-EXPIRY-EXIT
016661     END-IF
016662     IF LastChangedStamp IS NOT NUMERIC
016663             OR LastChangedStamp = ZERO
016664         GO TO 2180-CHECK-LOCK-EXPIRY-EXIT
016665     END-IF
016666     MOVE LastChangedStamp TO WS-Lock-Stamp
016667     ACCEPT WS-Now-Time FROM TIME
016668     COMPUTE WS-Lock-Minutes =
016669         ((FUNCTION INTEGER-OF-DATE(WS-Run-Date)
016670         - FUNCTION INTEGER-OF-DATE(WS-LS-Date)) * 1440)
016671         + ((WS-NP-HH * 60) + WS-NP-MM)
016672         - ((WS-LS-HH * 60) + WS-LS-MM)
016673     IF WS-Lock-Minutes < POL-Lock-Cooloff-Mins
016674         GO TO 2180-CHECK-LOCK-EXPIRY-EXIT
016675     END-IF
016676     MOVE "STATUS" TO WS-Hist-Field-Name
016677     MOVE AccountStatus TO WS-Hist-Old-Value
016678     SET AccountIsActive TO TRUE
016679     MOVE AccountStatus TO WS-Hist-New-Value
016680     MOVE ZERO TO FailedLoginCount
016681     CALL "TimeStamp" USING LastChangedStamp
016682     REWRITE UserRecord
016683     PERFORM 2950-JOURNAL-REWRITE
016684         THRU 2950-JOURNAL-REWRITE-EXIT
016685     CALL "HistWrite" USING UserId, WS-Hist-Field-Name,
016686         WS-Hist-Old-Value, WS-Hist-New-Value,
016687         WS-Policy-Operator
016688     MOVE "E" TO WS-Journal-Outcome
016689     PERFORM 2900-JOURNAL-ATTEMPT
016690         THRU 2900-JOURNAL-ATTEMPT-EXIT
016691     DISPLAY "Account ", WS-Signon-Id, " lock expired under "
016692         "the cooling-off policy - proceed."
016693     .
016694 2180-CHECK-LOCK-EXPIRY-EXIT.
016695     EXIT.
016696
016697*--------------------------------------------------------------
016698* The second factor: a fresh passcode is sent at once to the
016699* account's Email and must be keyed back within the policy
016700* passcode life. A wrong passcode is a failed attempt like a
016701* bad password - it counts toward the same lockout - while
016702* an expired one simply ends the attempt (the user signs on
016703* again for a new passcode). With no Email the bounce-back
016704* step has not marked undeliverable there is nowhere to send
016705* it, and the attempt ends the same way.
016706*--------------------------------------------------------------
016707 2200-SECOND-FACTOR.
016708     MOVE "N" TO WS-Factor-Result
016709     IF Email = SPACES OR EmailIsUndeliverable
016710         DISPLAY "No deliverable Email on file for the "
016711             "passcode - ask the helpdesk to correct it."
016712         MOVE "X" TO WS-Journal-Outcome
016713         PERFORM 2900-JOURNAL-ATTEMPT
016714             THRU 2900-JOURNAL-ATTEMPT-EXIT
016715         GO TO 2200-SECOND-FACTOR-EXIT
016716     END-IF
016717     CALL "PassCode" USING WS-Passcode
016718     MOVE "PASSCODE" TO WS-Notify-Event
016719     MOVE WS-Passcode-Text TO WS-Notify-Detail
016720     CALL "NotifyNow" USING UserId, Email, WS-Notify-Event,
016721         WS-Notify-Detail, WS-Notify-Result
016722     ACCEPT WS-Passcode-Sent-Time FROM TIME
016723     MOVE "S" TO WS-Journal-Outcome
016724     PERFORM 2900-JOURNAL-ATTEMPT
016725         THRU 2900-JOURNAL-ATTEMPT-EXIT
016726     MOVE SPACES TO WS-Passcode-Reply
016727     DISPLAY Passcode-Panel
016728     ACCEPT Passcode-Panel
016729     ACCEPT WS-Now-Time FROM TIME
016730     COMPUTE WS-Passcode-Minutes =
016731         ((WS-NP-HH * 60) + WS-NP-MM)
016732         - ((WS-SP-HH * 60) + WS-SP-MM)
016733     IF WS-Passcode-Minutes < 0
016734         ADD 1440 TO WS-Passcode-Minutes
016735     END-IF
016736     IF WS-Passcode-Minutes > POL-Passcode-Mins
016737         DISPLAY "Passcode has expired - sign on again for a "
016738             "new one."
016739         MOVE "X" TO WS-Journal-Outcome
016740         PERFORM 2900-JOURNAL-ATTEMPT
016741             THRU 2900-JOURNAL-ATTEMPT-EXIT
016742         GO TO 2200-SECOND-FACTOR-EXIT
016743     END-IF
016744     IF WS-Passcode-Reply = WS-Passcode-Text
016745         MOVE "C" TO WS-Journal-Outcome
016746         PERFORM 2900-JOURNAL-ATTEMPT
016747             THRU 2900-JOURNAL-ATTEMPT-EXIT
016748         SET WS-Factor-Passed TO TRUE
016749         GO TO 2200-SECOND-FACTOR-EXIT
016750     END-IF
016751     ADD 1 TO FailedLoginCount
016752     IF FailedLoginCount NOT < WS-Lockout-Limit
016753         SET AccountIsLocked TO TRUE
016754         DISPLAY "Passcode does not match - account ",
016755             WS-Signon-Id, " is now locked after ",
016756             FailedLoginCount, " failed attempts."
016757         MOVE "V" TO WS-Journal-Outcome
016758         MOVE "LOCKED" TO WS-Notify-Event
016759         MOVE SPACES TO WS-Notify-Detail
016760         CALL "NotifyQ" USING UserId, WS-Notify-Event,
016761             WS-Notify-Detail
016762     ELSE
016763         DISPLAY "Passcode does not match - sign-on refused."
016764         MOVE "W" TO WS-Journal-Outcome
016765     END-IF
016766     PERFORM 2900-JOURNAL-ATTEMPT
016767         THRU 2900-JOURNAL-ATTEMPT-EXIT
016768     CALL "TimeStamp" USING LastChangedStamp
016769     REWRITE UserRecord
016770     PERFORM 2950-JOURNAL-REWRITE
016771         THRU 2950-JOURNAL-REWRITE-EXIT
016772     .
016773 2200-SECOND-FACTOR-EXIT.
016774     EXIT.
016775
016776*--------------------------------------------------------------
016777* A break-glass account signs on only inside an open BrkGlass
016778* checkout: sealed, or checked out with the window closed
016779* (BgSweep reseals those overnight), it is refused before the
016780* password is even looked at. An account not on the register
016781* is not affected.
016782*--------------------------------------------------------------
016783 2190-CHECK-BREAK-GLASS.
016784     MOVE "N" TO WS-Break-Glass
016785     OPEN INPUT RegisterFile
016786     IF WS-Register-Missing
016787         GO TO 2190-CHECK-BREAK-GLASS-EXIT
016788     END-IF
016789     MOVE UserId TO BG-UserId
016790     READ RegisterFile
016791         INVALID KEY
016792             CLOSE RegisterFile
016793             GO TO 2190-CHECK-BREAK-GLASS-EXIT
016794     END-READ
016795     CLOSE RegisterFile
016796     MOVE "S" TO WS-Break-Glass
016797     IF NOT BG-Is-Checked-Out
016798         GO TO 2190-CHECK-BREAK-GLASS-EXIT
016799     END-IF
016800     ACCEPT WS-Now-Time FROM TIME
016801     COMPUTE WS-Now-HHMM = (WS-NP-HH * 100) + WS-NP-MM
016802     IF BG-Expiry-Date > WS-Run-Date
016803             OR (BG-Expiry-Date = WS-Run-Date
016804             AND BG-Expiry-Time > WS-Now-HHMM)
016805         MOVE "Y" TO WS-Break-Glass
016806     END-IF
016807     .
016808 2190-CHECK-BREAK-GLASS-EXIT.
016809     EXIT.
016810
016811*--------------------------------------------------------------
016812* The sign-on is good: it becomes a session on SESSION.DAT.
016813* SessReg refuses a second session on a personal (human or
016814* privileged) account and flags one on a service or shared
016815* account; either is journalled so SignRpt shows it.
016816*--------------------------------------------------------------
016817 2250-OPEN-SESSION.
016818     MOVE "O" TO WS-Sess-Request
016819     CALL "SessReg" USING WS-Sess-Request, UserId, AccountType,
016820         WS-Program-Name, WS-Sess-Result, WS-Sess-Count
016821     EVALUATE TRUE
016822         WHEN WS-Session-Refused
016823             DISPLAY "Account ", WS-Signon-Id, " is already "
016824                 "signed on - a second session is refused. "
016825                 "Sign off the other session first."
016826             ADD 1 TO WS-Eoj-Rejected-Count
016827             MOVE "M" TO WS-Journal-Outcome
016828             PERFORM 2900-JOURNAL-ATTEMPT
016829                 THRU 2900-JOURNAL-ATTEMPT-EXIT
016830         WHEN WS-Session-Concurrent
016831             DISPLAY "Note: account ", WS-Signon-Id, " already "
016832                 "has ", WS-Sess-Count, " session(s) open - "
016833                 "this one is recorded as concurrent."
016834             MOVE "D" TO WS-Journal-Outcome
016835             PERFORM 2900-JOURNAL-ATTEMPT
016836                 THRU 2900-JOURNAL-ATTEMPT-EXIT
016837     END-EVALUATE
016838     .
016839 2250-OPEN-SESSION-EXIT.
016840     EXIT.
016841
016842*--------------------------------------------------------------
016843* The good sign-on against the known-terminal register: a
016844* terminal the account has used before has its last use
016845* moved on; a new one is registered and, when the account
016846* already had others, the holder is told through NotifyQ
016847* (NEW-TERMINAL, the terminal id as detail) and the journal
016848* record is flagged N. A register that cannot be opened
016849* never stops the sign-on - it is raised as a warning.
016850*--------------------------------------------------------------
016851 2260-CHECK-TERMINAL.
016852     OPEN I-O TermRegFile
016853     IF WS-TermReg-Missing
016854         OPEN OUTPUT TermRegFile
016855         CLOSE TermRegFile
016856         OPEN I-O TermRegFile
016857     END-IF
016858     IF WS-TermReg-Status NOT = "00"
016859         MOVE "W" TO WS-Excp-Severity
016860         MOVE SPACES TO WS-Excp-Message
016861         STRING "TERMREG.DAT WILL NOT OPEN (STATUS "
016862             WS-TermReg-Status ") - TERMINAL NOT CHECKED"
016863             DELIMITED BY SIZE INTO WS-Excp-Message
016864         CALL "ExcpLog" USING WS-Program-Name,
016865             WS-Excp-Severity, WS-Excp-Message
016866         GO TO 2260-CHECK-TERMINAL-EXIT
016867     END-IF
016868     ACCEPT WS-Now-Time FROM TIME
016869     MOVE UserId TO TRM-UserId
016870     MOVE WS-Terminal-Id TO TRM-Terminal
016871     READ TermRegFile
016872         INVALID KEY
016873             PERFORM 2270-REGISTER-TERMINAL
016874                 THRU 2270-REGISTER-TERMINAL-EXIT
016875             CLOSE TermRegFile
016876             GO TO 2260-CHECK-TERMINAL-EXIT
016877     END-READ
016878     MOVE WS-Run-Date TO TRM-Last-Date
016879     MOVE WS-Now-Time TO TRM-Last-Time
016880     IF TRM-Use-Count < 9999999
016881         ADD 1 TO TRM-Use-Count
016882     END-IF
016883     REWRITE TermRegRecord
016884     CLOSE TermRegFile
016885     .
016886 2260-CHECK-TERMINAL-EXIT.
016887     EXIT.
016888
016889 2270-REGISTER-TERMINAL.
016890     MOVE "N" TO WS-Other-Terminals
016891     MOVE UserId TO TRM-UserId
016892     MOVE LOW-VALUES TO TRM-Terminal
016893     START TermRegFile KEY IS >= TRM-Key
016894         INVALID KEY
016895             CONTINUE
016896         NOT INVALID KEY
016897             READ TermRegFile NEXT RECORD
016898                 AT END
016899                     CONTINUE
016900                 NOT AT END
016901                     IF TRM-UserId = UserId
016902                         SET WS-Account-Has-Terminals TO TRUE
016903                     END-IF
016904             END-READ
016905     END-START
016906     MOVE UserId TO TRM-UserId
016907     MOVE WS-Terminal-Id TO TRM-Terminal
016908     MOVE WS-Run-Date TO TRM-First-Date
016909     MOVE WS-Now-Time TO TRM-First-Time
016910     MOVE WS-Run-Date TO TRM-Last-Date
016911     MOVE WS-Now-Time TO TRM-Last-Time
016912     MOVE 1 TO TRM-Use-Count
016913     WRITE TermRegRecord
016914     IF NOT WS-Account-Has-Terminals
016915         SET WS-Terminal-Is-First TO TRUE
016916         GO TO 2270-REGISTER-TERMINAL-EXIT
016917     END-IF
016918     SET WS-Terminal-Is-New TO TRUE
016919     MOVE "NEW-TERMINAL" TO WS-Notify-Event
016920     MOVE WS-Terminal-Id TO WS-Notify-Detail
016921     CALL "NotifyQ" USING UserId, WS-Notify-Event,
016922         WS-Notify-Detail
016923     DISPLAY "First sign-on to this account from terminal "
016924         FUNCTION TRIM(WS-Terminal-Id)
016925         " - a notice has been sent to the account holder."
016926     .
016927 2270-REGISTER-TERMINAL-EXIT.
016928     EXIT.
016929
016930 2900-JOURNAL-ATTEMPT.
016931     CALL "SignJrnl" USING WS-Signon-Id, WS-Journal-Outcome,
016932         WS-Terminal-Id, WS-Terminal-Flag
016933     .
016934 2900-JOURNAL-ATTEMPT-EXIT.
016935     EXIT.
016936
016937*--------------------------------------------------------------
016938* Before/after images to the USRJRNL.DAT update journal; the
016939* before image was saved when the record was read, and rolls
016940* forward so a second rewrite in the same attempt journals
016941* the right starting point.
016942*--------------------------------------------------------------
016943 2950-JOURNAL-REWRITE.
016944     MOVE "R" TO WS-Jrnl-Action
016945     MOVE UserRecord TO WS-After-Image
016946     CALL "UserJrnl" USING WS-Program-Name, WS-Jrnl-Action,
016947         WS-Before-Image, WS-After-Image
016948     MOVE UserRecord TO WS-Before-Image
016949     .
016950 2950-JOURNAL-REWRITE-EXIT.
016951     EXIT.
016952
016953*--------------------------------------------------------------
016954* A record from before PasswordSetDate existed carries zero
016955* there (UserExpd stamps the conversion date, so only a record
017000* written outside the suite shows zero) - treat it as expired
017100* rather than as good forever. A privileged account ages
017110* against the tighter privileged expiry.
017200*--------------------------------------------------------------
017300 2300-CHECK-PASSWORD-AGE.
017400     MOVE "N" TO WS-Password-Expired
018000     COMPUTE WS-Password-Age =
018100         FUNCTION INTEGER-OF-DATE(WS-Run-Date)
018200         - FUNCTION INTEGER-OF-DATE(PasswordSetDate)
018210     IF AccountIsPrivileged
018220         MOVE POL-Priv-Expiry-Days TO WS-Expiry-Limit
018230     ELSE
018240         MOVE POL-Expiry-Days TO WS-Expiry-Limit
018250     END-IF
018300     IF WS-Password-Age > WS-Expiry-Limit
018400         SET WS-Password-Is-Expired TO TRUE
018500     END-IF
018600     .
022100*--------------------------------------------------------------
022200 2500-EDIT-NEW-PASSWORD.
022300     CALL "PwEdit" USING WS-Password-Plain, UserId,
022336         UserName, GivenName, FamilyName, WS-Pw-Valid,
022372         WS-Pw-Reason,
022410         AccountType
022500     IF WS-Pw-Valid NOT = "Y"
022600         DISPLAY FUNCTION TRIM(WS-Pw-Reason) " - re-enter."
022700         GO TO 2500-EDIT-NEW-PASSWORD-EXIT

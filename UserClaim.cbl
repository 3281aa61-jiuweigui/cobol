000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Claims a placeholder account created by SeqFileExample's
000900* unattended load (UserName "NEWID", FamilyName "PENDING",
001000* temporary password "PENDING-RESET", status "P"): the claimant
001100* proves the temporary password, keys the real UserName,
001166* GivenName, FamilyName and Email, and sets a new password
001232* through the same
001300* SaltGen/PassHash routines used at entry. The record is then
001400* flipped from pending to active. Also serves as the general
001500* password-change utility for a live account - the same proof
003420*                 before/after images to USRJRNL.DAT through
003440*                 the shared UserJrnl routine, feeding the
003460*                 UserFwd forward recovery.
003461* 2026-10-15 JWG  USERREC widened to 250 bytes for the account end
003462*                 date; the full-record images and trailer layout
003463*                 here are sized to match.
003464* 2026-10-15 JWG  PwEdit is passed the account type, so a
003465*                 privileged account is held to the privileged
003466*                 minimum length.
003470* 2026-10-15 JWG  The suite-wide exclusive lock is no longer
003472*                 held for the session: each account is
003474*                 reserved on its own through UserResv while
003476*                 it is claimed or its password changed.
003477* 2026-10-15 JWG  The UserId is keyed in its nine-digit form and
003478*                 verified through the shared IdChk routine; a
003479*                 wrong check digit is refused before any read.
003482* 2026-10-15 JWG  The claimant keys GivenName and FamilyName
003485*                 (thirty characters each) in place of the
003488*                 ten-character RealName, which settles any
003491*                 name review flag on the placeholder.
003494*--------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
005400 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
005450 01  WS-Run-Date             PIC 9(08).
005500 01  WS-Claim-Id             PIC 9(08).
005520 01  WS-Keyed-UserId         PIC X(09).
005540 01  WS-Id-Verify            PIC X(01) VALUE "V".
005560 01  WS-Id-Check             PIC X(01).
005580     88  WS-Id-Accepted          VALUE "Y".
005600 01  WS-Mode-Choice          PIC 9.
005700 01  WS-Password-Plain       PIC X(20).
005800 01  WS-Check-Hash           PIC X(05).
005810 01  WS-Check-Hash-Ext       PIC X(10).
005820 01  WS-Password-Match       PIC X(01).
005830     88  WS-Password-Matches     VALUE "Y".
005915 01  WS-New-Name-Entry       PIC X(30).
006000 01  WS-Candidate-Name       PIC X(05).
006100 01  WS-Candidate-Email      PIC X(30).
006200 01  WS-Dup-Switch           PIC X.
006300     88  WS-Is-Duplicate         VALUE "Y".
006400     88  WS-Is-Unique            VALUE "N".
006500 01  WS-Saved-Record         PIC X(250).
006600 01  WS-Entry-Ok             PIC X.
006700     88  WS-Entry-Is-Valid       VALUE "Y".
006800     88  WS-Entry-Is-Invalid     VALUE "N".
007140 01  WS-PwHist-Request       PIC X(01).
007145 01  WS-Email-Ok             PIC X(01).
007150 01  WS-Jrnl-Action          PIC X(01).
007160 01  WS-Before-Image         PIC X(250).
007170 01  WS-After-Image          PIC X(250).
007200 01  WS-Hist-Field-Name      PIC X(12).
007300 01  WS-Hist-Old-Value       PIC X(30).
007400 01  WS-Hist-New-Value       PIC X(30).
007500 01  WS-Resv-Request         PIC X.
007600 01  WS-Resv-Granted         PIC X.
007700     88  WS-Resv-Was-Granted     VALUE "Y".
007800 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
007900 01  WS-Eoj-Start-Time       PIC 9(08).
008000 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
008900     CALL "PreDefMsg" USING WS-Program-Name
009000     ACCEPT WS-Eoj-Start-Time FROM TIME
009100     CALL "EnvName" USING WS-P-USERS-DATA
009850     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
009900     OPEN I-O UserDatabase
010000     IF WS-File-Not-Found
010700             UNTIL NOT WS-Another-Claim
010800         CLOSE UserDatabase
010900     END-IF
011300     CALL "EndMsg" USING WS-Program-Name,
011400         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
011500         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
012200     DISPLAY "2. Change the password on a live account"
012300     DISPLAY "Enter choice: "
012400     ACCEPT WS-Mode-Choice
012445     DISPLAY "Enter UserId (9 digits, check digit last): "
012490     ACCEPT WS-Keyed-UserId
012535     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
012580         WS-Claim-Id, WS-Id-Check
012625     IF NOT WS-Id-Accepted OR WS-Claim-Id = ZERO
012670             OR WS-Claim-Id = WS-Trailer-Id
012715         IF WS-Id-Accepted
012760             DISPLAY "UserId must not be blank, zero, or "
012805                 "99999999."
012850         END-IF
012900     ELSE
012910         MOVE "A" TO WS-Resv-Request
012920         CALL "UserResv" USING WS-Resv-Request, WS-Claim-Id,
012930             WS-Program-Name, WS-Operator-Initials,
012940             WS-Resv-Granted
012950         IF NOT WS-Resv-Was-Granted
012960             ADD 1 TO WS-Eoj-Rejected-Count
012970             GO TO 2000-CLAIM-ACCOUNT-NEXT
012980         END-IF
013000         MOVE WS-Claim-Id TO UserId
013100         READ UserDatabase
013200             INVALID KEY
014500                             "changed."
014600                 END-EVALUATE
014700         END-READ
014710         MOVE "R" TO WS-Resv-Request
014720         CALL "UserResv" USING WS-Resv-Request, WS-Claim-Id,
014730             WS-Program-Name, WS-Operator-Initials,
014740             WS-Resv-Granted
014800     END-IF
014850     .
014860 2000-CLAIM-ACCOUNT-NEXT.
014900     DISPLAY "Process another account (Y/N)? "
015000     ACCEPT WS-More-Claims
015100     .
018200         END-IF
018300     END-PERFORM
018400     SET WS-Entry-Is-Invalid TO TRUE
018433     DISPLAY "Enter given name(s) (30 chars, blank if none): "
018466     ACCEPT GivenName
018500     PERFORM UNTIL WS-Entry-Is-Valid
018600         DISPLAY "Enter family name (30 chars): "
018700         ACCEPT WS-New-Name-Entry
018800         IF WS-New-Name-Entry = SPACES
018900             DISPLAY "Family name must not be blank - re-enter."
019000         ELSE
019066             MOVE WS-New-Name-Entry TO FamilyName
019132             MOVE SPACE TO NameReviewFlag
019200             SET WS-Entry-Is-Valid TO TRUE
019300         END-IF
019400     END-PERFORM
028850* the record's stored pair, and the reuse check through the
028860* shared PwHist routine - no plaintext is ever compared or
028870* stored.
028872*--------------------------------------------------------------
028874 2410-EDIT-NEW-PASSWORD.
028876     CALL "PwEdit" USING WS-Password-Plain, UserId,
028878         UserName, GivenName, FamilyName, WS-Pw-Valid,
028880         WS-Pw-Reason,
028881         AccountType
028882     IF WS-Pw-Valid NOT = "Y"
028885         DISPLAY FUNCTION TRIM(WS-Pw-Reason) " - re-enter."
028886         GO TO 2410-EDIT-NEW-PASSWORD-EXIT
028887     END-IF

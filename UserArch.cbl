002820*                 before/after images to USRJRNL.DAT through
002840*                 the shared UserJrnl routine, feeding the
002860*                 UserFwd forward recovery.
002861* 2026-10-15 JWG  USERREC widened to 250 bytes for the account end
002862*                 date; the full-record images and trailer layout
002863*                 here are sized to match.
002864* 2026-10-15 JWG  The renamed copy of the record layout carries
002865*                 the new Email bounce fields (EmailStatus,
002866*                 EmailSoftBounces, EmailBounceDate).
002867* 2026-10-15 JWG  The renamed copy of the record layout carries
002868*                 the new AccountType and OwnerConfirmDate
002869*                 fields.
002872* 2026-10-15 JWG  USERREC suspended-status flag added to the
002875*                 REPLACING list.
002876* 2026-10-15 JWG  The UserId is keyed in its nine-digit form and
002877*                 verified through the shared IdChk routine; a
002878*                 wrong check digit is refused before any read.
002883* 2026-10-15 JWG  Shows GivenName/FamilyName in place of the
002888*                 retired RealName.
002893*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
004700     02  TR-Filler-1         PIC X(12).
004800     02  TR-Record-Count     PIC 9(09).
004900     02  TR-Run-Date         PIC 9(08).
005000     02  FILLER              PIC X(213).
005100
005200 FD  ArchiveFile.
005300     COPY "USRARCH.CPY".
006200 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
006300 01  WS-Mode-Choice          PIC 9.
006400 01  WS-Archive-Id           PIC 9(08).
006420 01  WS-Keyed-UserId         PIC X(09).
006440 01  WS-Id-Verify            PIC X(01) VALUE "V".
006460 01  WS-Id-Check             PIC X(01).
006480     88  WS-Id-Accepted          VALUE "Y".
006500 01  WS-Match-Count          PIC 9(05) COMP VALUE 0.
006600 01  WS-Found-Image          PIC X.
006700     88  WS-Image-Was-Found      VALUE "Y".
006800 01  WS-Saved-Image          PIC X(250).
006900 01  WS-Saved-Purge-Date     PIC 9(08).
007000 01  WS-More-Requests        PIC X VALUE "Y".
007100     88  WS-Another-Request      VALUE "Y" "y".
007600         ==UserId==            BY ==ArchUserId==
007700         ==UserNames==         BY ==ArchUserNames==
007800         ==UserName==          BY ==ArchUserName==
008000         ==Email==             BY ==ArchEmail==
008100         ==LastLoginDate==     BY ==ArchLastLoginDate==
008200         ==UserPassword==      BY ==ArchUserPassword==
008800         ==AccountIsInactive== BY ==ArchIsInactive==
008900         ==AccountIsLocked==   BY ==ArchIsLocked==
009000         ==AccountIsPending==  BY ==ArchIsPending==
009050         ==AccountIsSuspended== BY ==ArchIsSuspended==
009100         ==FailedLoginCount==  BY ==ArchFailedCount==
009200         ==LastChangedStamp==  BY ==ArchLastChanged==
009210         ==PasswordSetDate==   BY ==ArchPasswordSet==
009230         ==HashIsCurrent==     BY ==ArchHashCurrent==
009240         ==HashExt==           BY ==ArchHashExt==
009250         ==OwnerEmpId==        BY ==ArchOwnerEmpId==
009275         ==DeactReasonCode==   BY ==ArchDeactReason==
009276         ==SecondFactorFlag==  BY ==ArchFactorFlag==
009277         ==SecondFactorRequired== BY ==ArchFactorRequired==
009278         ==AccountEndDate==    BY ==ArchEndDate==
009279         ==EmailStatus==       BY ==ArchEmailStatus==
009280         ==EmailIsUndeliverable== BY ==ArchEmailUndeliv==
009281         ==EmailSoftBounces==  BY ==ArchSoftBounces==
009282         ==EmailBounceDate==   BY ==ArchBounceDate==
009283         ==AccountType==       BY ==ArchAccountType==
009284         ==AccountIsHuman==    BY ==ArchIsHuman==
009285         ==AccountIsService==  BY ==ArchIsService==
009286         ==AccountIsShared==   BY ==ArchIsShared==
009287         ==AccountIsPrivileged== BY ==ArchIsPrivileged==
009288         ==AccountTypeIsValid== BY ==ArchTypeIsValid==
009289         ==OwnerConfirmDate==  BY ==ArchOwnerConfirm==
009291         ==GivenName==         BY ==ArchGivenName==
009293         ==FamilyName==        BY ==ArchFamilyName==
009295         ==NameReviewFlag==    BY ==ArchNameReview==
009297         ==NameNeedsReview==   BY ==ArchNameNeedsReview==.
009300 01  WS-Lock-Request         PIC X.
009400 01  WS-Lock-Granted         PIC X.
009500     88  WS-Lock-Was-Granted     VALUE "Y".
009510 01  WS-Jrnl-Action          PIC X(01).
009520 01  WS-Before-Image         PIC X(250).
009530 01  WS-After-Image          PIC X(250).
009600 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
009700 01  WS-P-USRARCH-DAT       PIC X(30) VALUE "USRARCH.DAT".
009800 01  WS-Eoj-Start-Time       PIC 9(08).
013400     DISPLAY "2. Restore a purged account to USERS.DATA"
013500     DISPLAY "Enter choice: "
013600     ACCEPT WS-Mode-Choice
013637     DISPLAY "Enter UserId (9 digits, check digit last): "
013674     ACCEPT WS-Keyed-UserId
013711     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
013748         WS-Archive-Id, WS-Id-Check
013785     IF NOT WS-Id-Accepted
013822         GO TO 2000-PROCESS-REQUEST-NEXT
013859     END-IF
013900     EVALUATE WS-Mode-Choice
014000         WHEN 1
014100             PERFORM 2100-SHOW-ARCHIVED-IMAGES
014600         WHEN OTHER
014700             DISPLAY "Invalid choice - nothing done."
014800     END-EVALUATE
014833     .
014866 2000-PROCESS-REQUEST-NEXT.
014900     DISPLAY "Another archive request (Y/N)? "
015000     ACCEPT WS-More-Requests
015100     .
019100     DISPLAY "PURGED ON:     " ARC-Purge-Date
019200     DISPLAY "USERID:        " ArchUserId
019300     DISPLAY "USERNAME:      " ArchUserName
019366     DISPLAY "GIVEN NAME:    " ArchGivenName
019432     DISPLAY "FAMILY NAME:   " ArchFamilyName
019500     DISPLAY "EMAIL:         " ArchEmail
019600     DISPLAY "LAST LOGIN:    " ArchLastLoginDate
019700     DISPLAY "COUNTRYCODE:   " ArchCountryCode

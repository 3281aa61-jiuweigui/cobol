002532*                 (shared BusDate routine, system-date
002548*                 fallback), so a rerun past midnight keeps
002564*                 one business date.
002565* 2026-10-15 JWG  USERREC widened to 250 bytes; the renamed copy
002566*                 of the record layout carries the new second-
002567*                 factor and end-date fields.
002568* 2026-10-15 JWG  The renamed copy of the record layout carries
002569*                 the new Email bounce fields (EmailStatus,
002570*                 EmailSoftBounces, EmailBounceDate).
002571* 2026-10-15 JWG  The renamed copy of the record layout carries
002572*                 the new AccountType and OwnerConfirmDate
002573*                 fields.
002575* 2026-10-15 JWG  USERREC suspended-status flag added to the
002577*                 REPLACING list.
002580*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
010200         ==UserId==            BY ==ArchUserId==
010300         ==UserNames==         BY ==ArchUserNames==
010400         ==UserName==          BY ==ArchUserName==
010600         ==Email==             BY ==ArchEmail==
010700         ==LastLoginDate==     BY ==ArchLastLoginDate==
010800         ==UserPassword==      BY ==ArchUserPassword==
011400         ==AccountIsInactive== BY ==ArchIsInactive==
011500         ==AccountIsLocked==   BY ==ArchIsLocked==
011600         ==AccountIsPending==  BY ==ArchIsPending==
011650         ==AccountIsSuspended== BY ==ArchIsSuspended==
011700         ==FailedLoginCount==  BY ==ArchFailedCount==
011800         ==LastChangedStamp==  BY ==ArchLastChanged==
011900         ==PasswordSetDate==   BY ==ArchPasswordSet==
012100         ==HashIsCurrent==     BY ==ArchHashCurrent==
012200         ==HashExt==           BY ==ArchHashExt==
012300         ==OwnerEmpId==        BY ==ArchOwnerEmpId==
012310         ==DeactReasonCode==   BY ==ArchDeactReason==
012311         ==SecondFactorFlag==  BY ==ArchFactorFlag==
012312         ==SecondFactorRequired== BY ==ArchFactorRequired==
012313         ==AccountEndDate==    BY ==ArchEndDate==
012314         ==EmailStatus==       BY ==ArchEmailStatus==
012315         ==EmailIsUndeliverable== BY ==ArchEmailUndeliv==
012316         ==EmailSoftBounces==  BY ==ArchSoftBounces==
012317         ==EmailBounceDate==   BY ==ArchBounceDate==
012318         ==AccountType==       BY ==ArchAccountType==
012319         ==AccountIsHuman==    BY ==ArchIsHuman==
012320         ==AccountIsService==  BY ==ArchIsService==
012321         ==AccountIsShared==   BY ==ArchIsShared==
012322         ==AccountIsPrivileged== BY ==ArchIsPrivileged==
012323         ==AccountTypeIsValid== BY ==ArchTypeIsValid==
012324         ==OwnerConfirmDate==  BY ==ArchOwnerConfirm==
012339         ==GivenName==         BY ==ArchGivenName==
012354         ==FamilyName==        BY ==ArchFamilyName==
012369         ==NameReviewFlag==    BY ==ArchNameReview==
012384         ==NameNeedsReview==   BY ==ArchNameNeedsReview==.
012400
012500 01  WS-P-STATHIST-DAT      PIC X(30) VALUE "STATHIST.DAT".
012600 01  WS-P-USRHIST-DAT       PIC X(30) VALUE "USRHIST.DAT".

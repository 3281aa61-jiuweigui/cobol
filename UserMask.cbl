001200* access. This utility copies USERS.DATA, USRNOTES.DAT,
001300* USRHIST.DAT and CONTACT.DAT into the test environment's
001400* physical names while scrambling the personal fields:
001466*   - FamilyName becomes "M" plus the UserId, GivenName "G"
001532*     plus the UserId, Email becomes
001600*     "U" plus the UserId at the TEST.LOCAL domain - derived
001700*     from the id, so the same account masks the same way in
001800*     every file and cross-file tests still join
001900*   - note text is replaced with a masked line naming the id
001966*   - history rows for the name fields and EMAIL carry the
002032*     masked values
002100*   - CONTACT names become "EMP" plus the EmpId
002200*   - every stored password is re-set to the PENDING-RESET
002300*     hash, so no production credential reaches test
003200* DATE       INIT DESCRIPTION
003300* ---------- ---- -------------------------------------------
003400* 2026-09-01 JWG  Original version.
003401* 2026-10-15 JWG  USERREC widened to 250 bytes; the renamed copy
003402*                 of the record layout carries the new second-
003403*                 factor and end-date fields.
003404* 2026-10-15 JWG  The renamed copy of the record layout carries
003405*                 the new Email bounce fields (EmailStatus,
003406*                 EmailSoftBounces, EmailBounceDate).
003407* 2026-10-15 JWG  The renamed copy of the record layout carries
003408*                 the new AccountType and OwnerConfirmDate
003409*                 fields.
003410* 2026-10-15 JWG  The renamed copies of the note and employee
003411*                 layouts carry the new NOTE-Ticket-Id and
003412*                 EmpManagerId fields.
003441* 2026-10-15 JWG  USERREC suspended-status flag added to the
003470*                 REPLACING list.
003480* 2026-10-15 JWG  GivenName/FamilyName masked in place of the
003490*                 retired RealName, and their history rows.
003500*--------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
009600         ==UserId==            BY ==MskUserId==
009700         ==UserNames==         BY ==MskUserNames==
009800         ==UserName==          BY ==MskUserName==
010000         ==Email==             BY ==MskEmail==
010100         ==LastLoginDate==     BY ==MskLastLoginDate==
010200         ==UserPassword==      BY ==MskUserPassword==
010800         ==AccountIsInactive== BY ==MskIsInactive==
010900         ==AccountIsLocked==   BY ==MskIsLocked==
011000         ==AccountIsPending==  BY ==MskIsPending==
011050         ==AccountIsSuspended== BY ==MskIsSuspended==
011100         ==FailedLoginCount==  BY ==MskFailedCount==
011200         ==LastChangedStamp==  BY ==MskLastChanged==
011300         ==PasswordSetDate==   BY ==MskPasswordSet==
011500         ==HashIsCurrent==     BY ==MskHashCurrent==
011600         ==HashExt==           BY ==MskHashExt==
011700         ==OwnerEmpId==        BY ==MskOwnerEmpId==
011710         ==DeactReasonCode==   BY ==MskDeactReason==
011711         ==SecondFactorFlag==  BY ==MskFactorFlag==
011712         ==SecondFactorRequired== BY ==MskFactorRequired==
011713         ==AccountEndDate==    BY ==MskEndDate==
011714         ==EmailStatus==       BY ==MskEmailStatus==
011715         ==EmailIsUndeliverable== BY ==MskEmailUndeliv==
011716         ==EmailSoftBounces==  BY ==MskSoftBounces==
011717         ==EmailBounceDate==   BY ==MskBounceDate==
011718         ==AccountType==       BY ==MskAccountType==
011719         ==AccountIsHuman==    BY ==MskIsHuman==
011720         ==AccountIsService==  BY ==MskIsService==
011721         ==AccountIsShared==   BY ==MskIsShared==
011722         ==AccountIsPrivileged== BY ==MskIsPrivileged==
011723         ==AccountTypeIsValid== BY ==MskTypeIsValid==
011724         ==OwnerConfirmDate==  BY ==MskOwnerConfirm==
011739         ==GivenName==         BY ==MskGivenName==
011754         ==FamilyName==        BY ==MskFamilyName==
011769         ==NameReviewFlag==    BY ==MskNameReview==
011784         ==NameNeedsReview==   BY ==MskNameNeedsReview==.
011800
011900 FD  NotesFile.
012000     COPY "USRNOTES.CPY".
013400         ==NOTE-Is-Fraud==     BY ==MSKN-Is-Fraud==
013500         ==NOTE-Is-Followup==  BY ==MSKN-Is-Followup==
013600         ==NOTE-Is-Info==      BY ==MSKN-Is-Info==
013700         ==NOTE-Followup-Date== BY ==MSKN-Followup-Date==
013710         ==NOTE-Ticket-Id==    BY ==MSKN-Ticket-Id==.
013800
013900 FD  HistoryFile.
014000     COPY "USRHIST.CPY".
016700         ==EmpRole==           BY ==MskEmpRole==
016800         ==EmpIsOperator==     BY ==MskEmpIsOperator==
016900         ==EmpIsSupervisor==   BY ==MskEmpIsSupervisor==
017000         ==EmpIsSecAdmin==     BY ==MskEmpIsSecAdmin==
017010         ==EmpManagerId==      BY ==MskEmpManagerId==
017020         ==EmpHasNoManager==   BY ==MskEmpHasNoManager==.
017100
017200 WORKING-STORAGE SECTION.
017300 01  WS-Control-Status       PIC XX.
018600 01  WS-Test-Control-Name    PIC X(30).
018700 01  WS-Lookup-Name          PIC X(30).
018800 01  WS-Masked-Name          PIC X(10).
018850 01  WS-Masked-Given         PIC X(10).
018900 01  WS-Masked-Email         PIC X(30).
019000 01  WS-Password-Plain       PIC X(20).
019100 01  WS-Users-Copied         PIC 9(09) COMP VALUE 0.
034500         IF UserId NOT = WS-Trailer-Id
034600             PERFORM 2100-BUILD-MASKED-VALUES
034700                 THRU 2100-BUILD-MASKED-VALUES-EXIT
034750             MOVE WS-Masked-Name TO MskFamilyName
034800             MOVE WS-Masked-Given TO MskGivenName
034850             MOVE SPACE TO MskNameReview
034900             MOVE WS-Masked-Email TO MskEmail
035000             MOVE "PENDING-RESET" TO WS-Password-Plain
035100             CALL "SaltGen" USING MskSalt
037800     MOVE SPACES TO WS-Masked-Name
037900     STRING "M" UserId DELIMITED BY SIZE
038000         INTO WS-Masked-Name
038025     MOVE SPACES TO WS-Masked-Given
038050     STRING "G" UserId DELIMITED BY SIZE
038075         INTO WS-Masked-Given
038100     MOVE SPACES TO WS-Masked-Email
038200     STRING "U" UserId "@TEST.LOCAL" DELIMITED BY SIZE
038300         INTO WS-Masked-Email
044400
044500*--------------------------------------------------------------
044600* History rows carry old names and emails - exactly the data
044675* the refresh must not leak. Name and EMAIL rows get the
044750* account's masked values on both sides (REALNAME rows from
044825* before the name split included); other fields carry
044900* nothing personal and copy as they are.
045000*--------------------------------------------------------------
045100 4100-MASK-HISTORY-VALUES.
045200     IF HIST-Field-Name NOT = "REALNAME"
045233             AND HIST-Field-Name NOT = "GIVENNAME"
045266             AND HIST-Field-Name NOT = "FAMILYNAME"
045300             AND HIST-Field-Name NOT = "EMAIL"
045400             AND HIST-Field-Name NOT = "USERNAME"
045500         GO TO 4100-MASK-HISTORY-VALUES-EXIT
046300     IF HIST-Field-Name = "EMAIL"
046400         MOVE WS-Masked-Email TO MSKH-Old-Value
046500         MOVE WS-Masked-Email TO MSKH-New-Value
046511         GO TO 4100-MASK-HISTORY-VALUES-EXIT
046522     END-IF
046533     IF HIST-Field-Name = "GIVENNAME"
046544         MOVE SPACES TO WS-Masked-Given
046555         STRING "G" HIST-UserId DELIMITED BY SIZE
046566             INTO WS-Masked-Given
046577         MOVE WS-Masked-Given TO MSKH-Old-Value
046588         MOVE WS-Masked-Given TO MSKH-New-Value
046600     ELSE
046700         MOVE WS-Masked-Name TO MSKH-Old-Value
046800         MOVE WS-Masked-Name TO MSKH-New-Value

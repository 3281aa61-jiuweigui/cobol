001949*                 (shared BusDate routine, system-date
001950*                 fallback), so a rerun past midnight keeps
001951*                 one business date.
001952* 2026-10-15 JWG  USERREC widened to 250 bytes for the account end
001953*                 date; the full-record images and trailer layout
001954*                 here are sized to match.
001955* 2026-10-15 JWG  The renamed copy of the record layout carries
001956*                 the new Email bounce fields (EmailStatus,
001957*                 EmailSoftBounces, EmailBounceDate).
001958* 2026-10-15 JWG  The renamed copy of the record layout carries
001959*                 the new AccountType and OwnerConfirmDate
001960*                 fields.
001965* 2026-10-15 JWG  An inactive account under an active legal
001970*                 hold on LGLHOLD.DAT (shared LglChk routine) is
001975*                 kept instead of dropped: the live run logs the
001980*                 skip (I exception and LGLSKIP.DAT line) and
001985*                 the preview lists it as held, not dropped.
001986* 2026-10-15 JWG  USERREC suspended-status flag added to the
001987*                 REPLACING list.
001989* 2026-10-15 JWG  Report lines show the holder's name through
001991*                 the shared NameFmt routine in place of the
001993*                 retired RealName.
001995*--------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
004630         ==UserId==            BY ==PurgedId==
004640         ==UserNames==         BY ==PurgedNames==
004650         ==UserName==          BY ==PurgedUserName==
004670         ==Email==             BY ==PurgedEmail==
004680         ==LastLoginDate==     BY ==PurgedLastLoginDate==
004690         ==UserPassword==      BY ==PurgedPassword==
004760         ==AccountIsLocked==   BY ==PurgedIsLocked==
004770         ==FailedLoginCount==  BY ==PurgedFailedCount==
004775         ==AccountIsPending==  BY ==PurgedIsPending==
004777         ==AccountIsSuspended== BY ==PurgedIsSuspended==
004780         ==LastChangedStamp==  BY ==PurgedLastChanged==
004785         ==PasswordSetDate==   BY ==PurgedPasswordSet==
004786         ==HashVersion==       BY ==PurgedHashVersion==
004787         ==HashIsCurrent==     BY ==PurgedHashCurrent==
004788         ==HashExt==           BY ==PurgedHashExt==
004789         ==OwnerEmpId==        BY ==PurgedOwnerEmpId==
004790         ==DeactReasonCode==   BY ==PurgedDeactReason==
004791         ==SecondFactorFlag==  BY ==PurgedFactorFlag==
004792         ==SecondFactorRequired== BY ==PurgedFactorRequired==
004793         ==AccountEndDate==    BY ==PurgedEndDate==
004794         ==EmailStatus==       BY ==PurgedEmailStatus==
004795         ==EmailIsUndeliverable== BY ==PurgedEmailUndeliv==
004796         ==EmailSoftBounces==  BY ==PurgedSoftBounces==
004797         ==EmailBounceDate==   BY ==PurgedBounceDate==
004798         ==AccountType==       BY ==PurgedAccountType==
004799         ==AccountIsHuman==    BY ==PurgedIsHuman==
004800         ==AccountIsService==  BY ==PurgedIsService==
004801         ==AccountIsShared==   BY ==PurgedIsShared==
004802         ==AccountIsPrivileged== BY ==PurgedIsPrivileged==
004803         ==AccountTypeIsValid== BY ==PurgedTypeIsValid==
004804         ==OwnerConfirmDate==  BY ==PurgedOwnerConfirm==
004823         ==GivenName==         BY ==PurgedGivenName==
004842         ==FamilyName==        BY ==PurgedFamilyName==
004861         ==NameReviewFlag==    BY ==PurgedNameReview==
004880         ==NameNeedsReview==   BY ==PurgedNameNeedsReview==.
004900 01  PurgedTrailer REDEFINES PurgedRecord.
005000     02  PT-UserId           PIC 9(08).
005100     02  PT-Filler-1         PIC X(12).
005200     02  PT-Record-Count     PIC 9(09).
005300     02  PT-Run-Date         PIC 9(08).
005400     02  FILLER              PIC X(213).
005410
005420 FD  ArchiveFile.
005430     COPY "USRARCH.CPY".
005893 01  WS-Lock-Request         PIC X.
005894 01  WS-Lock-Granted         PIC X.
005895     88  WS-Lock-Was-Granted     VALUE "Y".
005910 01  WS-Lgl-Request          PIC X(01).
005925 01  WS-Lgl-Held             PIC X(01).
005940     88  WS-Lgl-Is-Held          VALUE "Y".
005955 01  WS-Lgl-Case-Ref         PIC X(12).
005970 01  WS-Held-Count           PIC 9(09) COMP VALUE 0.
005985 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
006000 01  WS-Run-Date             PIC 9(08).
006100 01  WS-Kept-Count           PIC 9(09) COMP VALUE 0.
006200 01  WS-Dropped-Count        PIC 9(09) COMP VALUE 0.
006244 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
006246 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
006248 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
006249 01  WS-Full-Name            PIC X(61).
006250 01  WS-Program-Name         PIC X(20) VALUE "USERPURGE".
006300
006400 PROCEDURE DIVISION.
007350         WS-Program-Name, WS-Lock-Granted
007400     DISPLAY "ACCOUNTS KEPT:    " WS-Kept-Count
007500     DISPLAY "ACCOUNTS DROPPED: " WS-Dropped-Count
007505     DISPLAY "KEPT FOR LEGAL HOLD: " WS-Held-Count
007510     COMPUTE WS-Eoj-Read-Count =
007520         WS-Kept-Count + WS-Dropped-Count
007530     MOVE WS-Kept-Count TO WS-Eoj-Written-Count
008651     CLOSE ApprovalFile
008652     DISPLAY "ACCOUNTS A LIVE PURGE WOULD DROP: "
008653         WS-Preview-Count
008654     DISPLAY "INACTIVE ACCOUNTS KEPT FOR LEGAL HOLD: "
008655         WS-Held-Count
008656     DISPLAY "PREVIEW WRITTEN TO PURGPREV.TXT - HAVE A "
008657         "SUPERVISOR SIGN OFF, THEN RUN MODE 2 TODAY."
008658     .
008659 1200-PREVIEW-PURGE-EXIT.
008660     EXIT.
008661
008662 1300-WRITE-PREVIEW-LINE.
008663     MOVE "Q" TO WS-Lgl-Request
008664     CALL "LglChk" USING WS-Lgl-Request, UserId,
008665         WS-Program-Name, WS-Lgl-Held, WS-Lgl-Case-Ref
008666     IF WS-Lgl-Is-Held
008667         ADD 1 TO WS-Held-Count
008668         MOVE SPACES TO PreviewRecord
008669         STRING UserId " " UserName " ON LEGAL HOLD (CASE "
008670             WS-Lgl-Case-Ref ") - WILL BE KEPT"
008671             DELIMITED BY SIZE INTO PreviewRecord
008672         WRITE PreviewRecord
008673         GO TO 1300-WRITE-PREVIEW-LINE-EXIT
008674     END-IF
008675     ADD 1 TO WS-Preview-Count
008676     IF LastLoginDate IS NUMERIC AND LastLoginDate > 0
008677         COMPUTE WS-Days-Inactive =
008678             FUNCTION INTEGER-OF-DATE(WS-Run-Date)
008679             - FUNCTION INTEGER-OF-DATE(LastLoginDate)
008680     ELSE
008681         MOVE ZERO TO WS-Days-Inactive
008682     END-IF
008683     MOVE WS-Days-Inactive TO WS-Days-Inactive-Disp
008684     MOVE SPACES TO PreviewRecord
008685     CALL "NameFmt" USING GivenName, FamilyName, WS-Full-Name
008686     STRING UserId " " UserName " " WS-Full-Name(1:30) " "
008687         CountryCode " LAST SEEN " LastLoginDate " ("
008688         WS-Days-Inactive-Disp " DAYS)" DELIMITED BY SIZE
008689         INTO PreviewRecord
008690     WRITE PreviewRecord
008691     .
008692 1300-WRITE-PREVIEW-LINE-EXIT.
008693     EXIT.
008694
008695 1500-CHECK-SIGN-OFF.
008696     MOVE "N" TO WS-Approval-Ok
008697     OPEN INPUT ApprovalFile
008698     IF WS-No-Approval-File
008699         DISPLAY "NO PURGE PREVIEW ON FILE (PURGAPPR.DAT)."
008700         GO TO 1500-CHECK-SIGN-OFF-EXIT
008701     END-IF
008702     READ ApprovalFile
008703         AT END
008704             CONTINUE
008705         NOT AT END
008706             IF ApprovalRecord = WS-Run-Date
008707                 SET WS-Approval-Is-Good TO TRUE
008708             ELSE
008709                 DISPLAY "PREVIEW ON FILE IS FROM "
008710                     ApprovalRecord " - RUN A FRESH PREVIEW "
008711                     "TODAY."
008712             END-IF
008713     END-READ
008714     CLOSE ApprovalFile
008715     IF WS-Approval-Is-Good
008716         DISPLAY "Supervisor initials to sign off the "
008717             "preview: "
008718         ACCEPT WS-Supervisor-Initials
008719         IF WS-Supervisor-Initials = SPACES
008720             MOVE "N" TO WS-Approval-Ok
008721             DISPLAY "NO INITIALS GIVEN - SIGN-OFF REFUSED."
008722         ELSE
008723             PERFORM 1600-LOG-SIGN-OFF
008724                 THRU 1600-LOG-SIGN-OFF-EXIT
008725         END-IF
008726     END-IF
008727     .
008728 1500-CHECK-SIGN-OFF-EXIT.
008729     EXIT.
008730
008731 1600-LOG-SIGN-OFF.
008732     ACCEPT WS-Run-Time FROM TIME
008733     OPEN EXTEND SignOffFile
008734     IF WS-Signoff-Missing
008735         OPEN OUTPUT SignOffFile
008736     END-IF
008737     MOVE SPACES TO SignOffRecord
008738     STRING WS-Supervisor-Initials " SIGNED OFF PURGE PREVIEW "
008739         WS-Run-Date " " WS-Run-Time DELIMITED BY SIZE
008740         INTO SignOffRecord
008741     WRITE SignOffRecord
008742     CLOSE SignOffFile
008743     .
008744 1600-LOG-SIGN-OFF-EXIT.
008745     EXIT.
008746
008800 2000-COPY-ACTIVE-USERS.
008900     READ UserDatabase NEXT RECORD
009000         AT END SET EndOfUserDb TO TRUE
009100     END-READ
009200     PERFORM UNTIL EndOfUserDb
009225         MOVE "N" TO WS-Lgl-Held
009250         IF UserId NOT = WS-Trailer-Id AND AccountIsInactive
009275             MOVE "S" TO WS-Lgl-Request
009300             CALL "LglChk" USING WS-Lgl-Request, UserId,
009325                 WS-Program-Name, WS-Lgl-Held, WS-Lgl-Case-Ref
009350             IF WS-Lgl-Is-Held
009375                 ADD 1 TO WS-Held-Count
009400             END-IF
009425         END-IF
009450         EVALUATE TRUE
009475             WHEN UserId = WS-Trailer-Id
009500                 CONTINUE
009525             WHEN AccountIsInactive AND NOT WS-Lgl-Is-Held
009550                 MOVE WS-Run-Date TO ARC-Purge-Date
009560                 MOVE UserRecord TO ARC-Record-Image
009570                 WRITE ArchiveRecord

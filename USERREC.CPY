000395* widening taught us what a record-length change costs, so
000396* new fields are carved out of it without another conversion.
000397* UserExpd converts a pre-expansion 87-byte file into this
000398* layout; UserExp2 widens a 115-byte file to the 250-byte
000399* record once the first expansion area was used up.
000404* DeactReasonCode carries WHY an account was deactivated,
000410* validated against the RSNCODE.DAT reference file (RsnMnt /
000416* RsnVal): set from the queued request at UserDeact approval,
000476* value in Hash. UserSignon re-hashes a legacy record to the
000482* current format on its next good sign-on, and PwMigRpt
000488* reports how many legacy records remain.
000490* SecondFactorFlag "Y" makes UserSignon demand a one-time
000493* passcode, sent at once to the account's Email (NotifyNow),
000496* after the good password; set and cleared in UserMaint.
000499* AccountEndDate (YYYYMMDD) is the last day a fixed-term
000502* (contractor) account may be used; zero or non-numeric means
000505* no end date. Captured at entry, maintained in UserMaint,
000508* and enforced by the nightly TermSweep, which warns ahead of
000511* the date and deactivates the account on it (reason "END").
000514* EmailStatus "U" marks an Email the mail gateway bounced as
000517* undeliverable (NotifyBnc: a hard bounce, or soft bounces up
000520* to the limit, counted in EmailSoftBounces); EmailBounceDate
000523* is the day of the last bounce. NotifyFmt sends nothing to an
000526* undeliverable address; a corrected Email in UserMaint clears
000529* all three. Space/non-numeric reads as deliverable, none.
000532* AccountType classifies the account: H (or space, as every
000535* record captured before the field existed) = a named person,
000538* S = service (a program's identity), M = shared mailbox or
000541* team account, P = privileged administration. Anything but
000544* human must carry a current OwnerEmpId (entry and UserMaint
000547* enforce it through EmpVal). Service accounts are exempt
000550* from the UserDorm sweep but must have their owner re-
000553* confirmed yearly: OwnerConfirmDate (YYYYMMDD) is the day
000556* the owner last confirmed, and the nightly SvcConf report
000559* lists the ones falling due. Privileged accounts work to
000562* the tighter PwPolicy expiry and minimum length.
000565* AccountStatus "S" marks an account suspended for a leave of
000568* absence (SUSPEND.DAT register, SuspMnt): the nightly SuspSwp
000571* sets it on the leave start date, remembering the status it
000574* replaced, and puts that status back on the return date.
000577* UserSignon refuses a suspended account; UserDorm skips it.
000579* GivenName and FamilyName hold the account holder's name,
000581* thirty characters each. They replaced the ten-character
000583* RealName, whose bytes after UserName are now unused:
000585* UserNmCnv moved each old value into FamilyName and set
000587* NameReviewFlag "R" so the split can be checked by hand.
000589* UserMaint shows the flag, and any name keyed there or
000591* applied from the HR feed clears it.
000593*--------------------------------------------------------------
000595 01  UserRecord.
000600     88  EndOfUserDb         VALUE HIGH-VALUES.
000700     02  UserId              PIC 9(08).
000800     02  UserNames.
000900         03  UserName        PIC X(05).
001000         03  FILLER          PIC X(10).
001010         03  Email           PIC X(30).
001020         03  LastLoginDate   PIC 9(08).
001100     02  UserPassword.
001700         88  AccountIsInactive   VALUE "I".
001710         88  AccountIsLocked     VALUE "L".
001720         88  AccountIsPending    VALUE "P".
001760         88  AccountIsSuspended  VALUE "S".
001800     02  FailedLoginCount    PIC 9(02).
001900     02  LastChangedStamp    PIC 9(14).
002000     02  PasswordSetDate     PIC 9(08).
002400     02  HashExt             PIC X(10).
002500     02  OwnerEmpId          PIC 9(05).
002600     02  DeactReasonCode     PIC X(03).
002700     02  SecondFactorFlag    PIC X(01).
002710         88  SecondFactorRequired VALUE "Y".
002720     02  AccountEndDate      PIC 9(08).
002721     02  EmailStatus         PIC X(01).
002722         88  EmailIsUndeliverable VALUE "U".
002723     02  EmailSoftBounces    PIC 9(02).
002724     02  EmailBounceDate     PIC 9(08).
002725     02  AccountType         PIC X(01).
002726         88  AccountIsHuman      VALUE "H" " ".
002727         88  AccountIsService    VALUE "S".
002728         88  AccountIsShared     VALUE "M".
002729         88  AccountIsPrivileged VALUE "P".
002730         88  AccountTypeIsValid  VALUE "H" "S" "M" "P".
002731     02  OwnerConfirmDate    PIC 9(08).
002732     02  GivenName           PIC X(30).
002742     02  FamilyName          PIC X(30).
002752     02  NameReviewFlag      PIC X(01).
002762         88  NameNeedsReview     VALUE "R".
002772     02  FILLER              PIC X(46).

001300*     as the exports exclude them)
001400*   - every USRHIST.DAT change row
001500*   - every USRNOTES.DAT note
001510*   - every USRACCS.DAT entitlement, held or revoked
001532*   - every CONTPREF.DAT contact preference (the changes
001554*     themselves are on USRHIST.DAT, so they show in the
001576*     change history as CONTACT-PREF rows)
001580*   - every DISCLOG.DAT disclosure that carried the id: the
001590*     outbound file, business date and recipient system
001592*   - every TICKET.DAT helpdesk ticket raised about the
001594*     account, open or closed
001596*   - every TERMREG.DAT terminal the account has signed on
001598*     from, with when it was first and last used
001600*   - every USRARCH.DAT purge image
001650*   - optionally, the account as it stood at a given moment
001660*     (shared AsOfBld rebuild, as UserAsOf prints it)
001700*   - every SUITEAUD.LOG event whose detail mentions the id
001800* with a cover sheet recording who produced the pack and
001900* when, and the DSRCASE.DAT case the pack answers if there is
001950* one. UserErase handles the right to erasure; this is the
002000* far more frequent right of access. Runs under a shared
002100* lock claim - it only reads.
002200*--------------------------------------------------------------
002500* DATE       INIT DESCRIPTION
002600* ---------- ---- -------------------------------------------
002700* 2026-09-01 JWG  Original version.
002710* 2026-10-15 JWG  The pack now carries an entitlements
002720*                 section: every USRACCS.DAT application role
002730*                 the account holds or once held, with who
002740*                 granted and revoked it and when.
002741* 2026-10-15 JWG  USERREC widened to 250 bytes; the renamed copy
002742*                 of the record layout carries the new second-
002743*                 factor and end-date fields.
002744* 2026-10-15 JWG  The renamed copy of the record layout carries
002745*                 the new Email bounce fields (EmailStatus,
002746*                 EmailSoftBounces, EmailBounceDate).
002747* 2026-10-15 JWG  The renamed copy of the record layout carries
002748*                 the new AccountType and OwnerConfirmDate
002749*                 fields.
002759* 2026-10-15 JWG  The pack now carries a contact-preferences
002769*                 section from CONTPREF.DAT: each message type
002779*                 the account has chosen on, with the source and
002789*                 who recorded it and when.
002790* 2026-10-15 JWG  A run can now be made against a DSRCASE.DAT
002791*                 data-subject access case (shared DsrCase
002792*                 routine): the case must be open, verified and
002793*                 name the UserId, the cover sheet carries the
002794*                 case number, and the case is closed with the
002795*                 SARPACK.TXT run as its evidence reference.
002796* 2026-10-15 JWG  The pack now carries a disclosures section
002797*                 from the DISCLOG.DAT disclosure log: every
002798*                 outbound extract that carried the account,
002799*                 with its date, file and recipient.
002810* 2026-10-15 JWG  The operator now signs on with their EmpId
002821*                 (AuthChk, operator level). The account's
002832*                 CountryCode - from USERS.DATA, or the latest
002843*                 USRARCH.DAT image of a purged account - must
002854*                 fall in the operator's region scope (shared
002865*                 ScopeChk check) before any pack is produced;
002876*                 a refusal is logged and ends the run RC 8.
002880* 2026-10-15 JWG  Each pack produced is journalled to
002884*                 READJRNL.DAT through ReadJrnl.
002885* 2026-10-15 JWG  An as-of date and time may be given: the pack
002886*                 then carries a point-in-time section, every
002887*                 field as it stood then and when it last
002888*                 changed, rebuilt by the shared AsOfBld routine.
002890* 2026-10-15 JWG  USERREC suspended-status flag added to the
002892*                 REPLACING list.
002901* 2026-10-15 JWG  The UserId is keyed in its nine-digit form and
002910*                 verified through the shared IdChk routine; a
002919*                 wrong check digit is refused before any read.
002928* 2026-10-15 JWG  The pack shows GivenName/FamilyName in place
002937*                 of the retired RealName.
002946* 2026-10-15 JWG  The pack now carries a helpdesk-tickets
002955*                 section from TICKET.DAT (through its UserId
002964*                 key) and a known-terminals section from
002973*                 TERMREG.DAT.
002982*--------------------------------------------------------------
002991 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS NoteKey
004600         FILE STATUS IS WS-Notes-Status.
004610     SELECT EntitlementFile ASSIGN TO DYNAMIC WS-P-USRACCS-DAT
004620         ORGANIZATION IS INDEXED
004630         ACCESS MODE IS DYNAMIC
004640         RECORD KEY IS EntitlementKey
004650         FILE STATUS IS WS-Entitlement-Status.
004658     SELECT PrefFile ASSIGN TO DYNAMIC WS-P-CONTPREF-DAT
004666         ORGANIZATION IS INDEXED
004674         ACCESS MODE IS DYNAMIC
004682         RECORD KEY IS ContPrefKey
004690         FILE STATUS IS WS-Pref-Status.
004692     SELECT DiscFile ASSIGN TO DYNAMIC WS-P-DISCLOG-DAT
004694         ORGANIZATION IS INDEXED
004695         ACCESS MODE IS DYNAMIC
004696         RECORD KEY IS DiscLogKey
004697         ALTERNATE RECORD KEY IS DL-UserId WITH DUPLICATES
004698         FILE STATUS IS WS-Disc-Status.
004705     SELECT TicketFile ASSIGN TO DYNAMIC WS-P-TICKET-DAT
004712         ORGANIZATION IS INDEXED
004719         ACCESS MODE IS DYNAMIC
004726         RECORD KEY IS TK-Ticket-Id
004733         ALTERNATE RECORD KEY IS TK-UserId WITH DUPLICATES
004740         FILE STATUS IS WS-Ticket-Status.
004747     SELECT TermRegFile ASSIGN TO DYNAMIC WS-P-TERMREG-DAT
004754         ORGANIZATION IS INDEXED
004761         ACCESS MODE IS DYNAMIC
004768         RECORD KEY IS TRM-Key
004775         FILE STATUS IS WS-TermReg-Status.
004782     SELECT ArchiveFile ASSIGN TO DYNAMIC WS-P-USRARCH-DAT
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-Archive-Status.
005000     SELECT SuiteAuditFile ASSIGN TO DYNAMIC WS-P-SUITEAUD-LOG
006300
006400 FD  NotesFile.
006500     COPY "USRNOTES.CPY".
006510
006520 FD  EntitlementFile.
006530     COPY "USRACCS.CPY".
006547
006564 FD  PrefFile.
006581     COPY "CONTPREF.CPY".
006590
006591 FD  DiscFile.
006592     COPY "DISCLOG.CPY".
006600
006614 FD  TicketFile.
006628     COPY "TICKET.CPY".
006642
006656 FD  TermRegFile.
006670     COPY "TERMREG.CPY".
006684
006700 FD  ArchiveFile.
006800     COPY "USRARCH.CPY".
006900
008800     88  WS-History-Missing      VALUE "35".
008900 01  WS-Notes-Status         PIC XX.
009000     88  WS-Notes-Missing        VALUE "35".
009010 01  WS-Entitlement-Status   PIC XX.
009020     88  WS-Entitlement-Missing  VALUE "35".
009046 01  WS-Pref-Status          PIC XX.
009072     88  WS-Pref-Missing         VALUE "35".
009080 01  WS-Disc-Status          PIC XX.
009090     88  WS-Disc-Missing         VALUE "35".
009092 01  WS-Ticket-Status        PIC XX.
009094     88  WS-Ticket-Missing       VALUE "35".
009096 01  WS-TermReg-Status       PIC XX.
009098     88  WS-TermReg-Missing      VALUE "35".
009100 01  WS-Archive-Status       PIC XX.
009200     88  WS-Archive-Missing      VALUE "35".
009300 01  WS-Audit-Status         PIC XX.
009600     88  WS-End-Of-Input         VALUE "Y".
009700 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
009800 01  WS-Sar-Id               PIC 9(08).
009820 01  WS-Keyed-UserId         PIC X(09).
009840 01  WS-Id-Verify            PIC X(01) VALUE "V".
009860 01  WS-Id-Check             PIC X(01).
009880     88  WS-Id-Accepted          VALUE "Y".
009900 01  WS-Sar-Id-Text          PIC X(08).
010000 01  WS-Run-Date             PIC 9(08).
010100 01  WS-Run-Time             PIC 9(08).
010200 01  WS-Operator-Initials    PIC X(10).
010210 01  WS-Auth-EmpId           PIC 9(05).
010220 01  WS-Auth-Role            PIC X(01) VALUE "O".
010230 01  WS-Auth-Granted         PIC X(01).
010240     88  WS-Auth-Was-Granted     VALUE "Y".
010250 01  WS-Scope-Country        PIC X(02).
010260 01  WS-Scope-Mode           PIC X(01) VALUE "C".
010270 01  WS-Scope-Result         PIC X(01).
010280     88  WS-Scope-Ok             VALUE "Y".
010300 01  WS-Section-Count        PIC 9(05) COMP.
010400 01  WS-Count-Disp           PIC ZZZZ9.
010500 01  WS-Scan-Hit             PIC 9(04) COMP.
010514 01  WS-Dsr-Request          PIC X(01).
010528 01  WS-Dsr-Case-Id          PIC 9(06).
010542 01  WS-Dsr-Type             PIC X(01) VALUE "A".
010556 01  WS-Dsr-Ref              PIC X(30).
010570 01  WS-Dsr-Result           PIC X(01).
010584     88  WS-Dsr-Case-Ok          VALUE "Y" "P".
010585 01  WS-Asof-Date            PIC 9(08).
010586 01  WS-Asof-Time            PIC X(06).
010587 01  WS-Fld-Index            PIC 9(02) COMP.
010588 01  WS-Fld-Offset           PIC 9(03) COMP.
010589 01  WS-Fld-Length           PIC 9(02) COMP.
010590 01  WS-Show-Value           PIC X(30).
010591 01  WS-Show-Changed         PIC X(19).
010592 01  WS-Show-Stamp           PIC 9(14).
010593 01  WS-Show-Stamp-Parts REDEFINES WS-Show-Stamp.
010594     02  WS-Show-Year        PIC X(04).
010595     02  WS-Show-Month       PIC X(02).
010596     02  WS-Show-Day         PIC X(02).
010597     02  WS-Show-Hour        PIC X(02).
010598     02  WS-Show-Minute      PIC X(02).
010599     02  WS-Show-Second      PIC X(02).
010600     COPY "ASOFFLD.CPY".
010601     COPY "ASOFVIEW.CPY".
010650
010700     COPY "USERREC.CPY" REPLACING
010800         ==UserRecord==        BY ==ArchUserRecord==
010900         ==EndOfUserDb==       BY ==EndOfArchImage==
011000         ==UserId==            BY ==ArchUserId==
011100         ==UserNames==         BY ==ArchUserNames==
011200         ==UserName==          BY ==ArchUserName==
011400         ==Email==             BY ==ArchEmail==
011500         ==LastLoginDate==     BY ==ArchLastLoginDate==
011600         ==UserPassword==      BY ==ArchUserPassword==
012200         ==AccountIsInactive== BY ==ArchIsInactive==
012300         ==AccountIsLocked==   BY ==ArchIsLocked==
012400         ==AccountIsPending==  BY ==ArchIsPending==
012450         ==AccountIsSuspended== BY ==ArchIsSuspended==
012500         ==FailedLoginCount==  BY ==ArchFailedCount==
012600         ==LastChangedStamp==  BY ==ArchLastChanged==
012700         ==PasswordSetDate==   BY ==ArchPasswordSet==
012900         ==HashIsCurrent==     BY ==ArchHashCurrent==
013000         ==HashExt==           BY ==ArchHashExt==
013100         ==OwnerEmpId==        BY ==ArchOwnerEmpId==
013110         ==DeactReasonCode==   BY ==ArchDeactReason==
013111         ==SecondFactorFlag==  BY ==ArchFactorFlag==
013112         ==SecondFactorRequired== BY ==ArchFactorRequired==
013113         ==AccountEndDate==    BY ==ArchEndDate==
013114         ==EmailStatus==       BY ==ArchEmailStatus==
013115         ==EmailIsUndeliverable== BY ==ArchEmailUndeliv==
013116         ==EmailSoftBounces==  BY ==ArchSoftBounces==
013117         ==EmailBounceDate==   BY ==ArchBounceDate==
013118         ==AccountType==       BY ==ArchAccountType==
013119         ==AccountIsHuman==    BY ==ArchIsHuman==
013120         ==AccountIsService==  BY ==ArchIsService==
013121         ==AccountIsShared==   BY ==ArchIsShared==
013122         ==AccountIsPrivileged== BY ==ArchIsPrivileged==
013123         ==AccountTypeIsValid== BY ==ArchTypeIsValid==
013124         ==OwnerConfirmDate==  BY ==ArchOwnerConfirm==
013139         ==GivenName==         BY ==ArchGivenName==
013154         ==FamilyName==        BY ==ArchFamilyName==
013169         ==NameReviewFlag==    BY ==ArchNameReview==
013184         ==NameNeedsReview==   BY ==ArchNameNeedsReview==.
013200
013300 01  WS-Lock-Request         PIC X.
013400 01  WS-Lock-Granted         PIC X.
013600 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
013700 01  WS-P-USRHIST-DAT       PIC X(30) VALUE "USRHIST.DAT".
013800 01  WS-P-USRNOTES-DAT      PIC X(30) VALUE "USRNOTES.DAT".
013810 01  WS-P-USRACCS-DAT       PIC X(30) VALUE "USRACCS.DAT".
013855 01  WS-P-CONTPREF-DAT      PIC X(30) VALUE "CONTPREF.DAT".
013860 01  WS-P-DISCLOG-DAT       PIC X(30) VALUE "DISCLOG.DAT".
013873 01  WS-P-TICKET-DAT        PIC X(30) VALUE "TICKET.DAT".
013886 01  WS-P-TERMREG-DAT       PIC X(30) VALUE "TERMREG.DAT".
013900 01  WS-P-USRARCH-DAT       PIC X(30) VALUE "USRARCH.DAT".
014000 01  WS-P-SUITEAUD-LOG      PIC X(30) VALUE "SUITEAUD.LOG".
014100 01  WS-P-SARPACK-TXT       PIC X(30) VALUE "SARPACK.TXT".
015400     CALL "EnvName" USING WS-P-USERS-DATA
015500     CALL "EnvName" USING WS-P-USRHIST-DAT
015600     CALL "EnvName" USING WS-P-USRNOTES-DAT
015610     CALL "EnvName" USING WS-P-USRACCS-DAT
015655     CALL "EnvName" USING WS-P-CONTPREF-DAT
015660     CALL "EnvName" USING WS-P-DISCLOG-DAT
015673     CALL "EnvName" USING WS-P-TICKET-DAT
015686     CALL "EnvName" USING WS-P-TERMREG-DAT
015700     CALL "EnvName" USING WS-P-USRARCH-DAT
015800     CALL "EnvName" USING WS-P-SUITEAUD-LOG
015900     CALL "EnvName" USING WS-P-SARPACK-TXT
016100     DISPLAY "==========================="
016200     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
016300     ACCEPT WS-Run-Time FROM TIME
016310     DISPLAY "Enter your employee id (5 digits): "
016320     ACCEPT WS-Auth-EmpId
016330     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
016340         WS-Program-Name, WS-Auth-Granted
016350     IF NOT WS-Auth-Was-Granted
016360         MOVE 8 TO RETURN-CODE
016370         STOP RUN
016380     END-IF
016400     DISPLAY "Enter your initials: "
016500     ACCEPT WS-Operator-Initials
016533     DISPLAY "Enter UserId (9 digits, check digit last): "
016566     ACCEPT WS-Keyed-UserId
016599     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
016632         WS-Sar-Id, WS-Id-Check
016665     IF NOT WS-Id-Accepted
016698         MOVE 8 TO RETURN-CODE
016731         STOP RUN
016764     END-IF
016800     IF WS-Sar-Id = ZERO OR WS-Sar-Id = WS-Trailer-Id
016900         DISPLAY "UserId must not be blank, zero, or 99999999."
017000         STOP RUN
017100     END-IF
017200     MOVE WS-Sar-Id TO WS-Sar-Id-Text
017201     PERFORM 1400-CHECK-SCOPE THRU 1400-CHECK-SCOPE-EXIT
017202     IF NOT WS-Scope-Ok
017203         MOVE 8 TO RETURN-CODE
017204         STOP RUN
017205     END-IF
017209     DISPLAY "Data-subject case number (0 if none): "
017218     ACCEPT WS-Dsr-Case-Id
017227     IF WS-Dsr-Case-Id NOT = ZERO
017236         MOVE "V" TO WS-Dsr-Request
017245         PERFORM 1500-CASE-CALL THRU 1500-CASE-CALL-EXIT
017254         IF NOT WS-Dsr-Case-Ok
017263             MOVE 8 TO RETURN-CODE
017272             STOP RUN
017281         END-IF
017290     END-IF
017291     DISPLAY "As-of date for a point-in-time view (0 if none): "
017292     ACCEPT WS-Asof-Date
017293     IF WS-Asof-Date NOT = ZERO
017294         IF FUNCTION TEST-DATE-YYYYMMDD(WS-Asof-Date) NOT = 0
017295                 OR WS-Asof-Date > WS-Run-Date
017296             DISPLAY "Not a valid date on or before today."
017297             MOVE 8 TO RETURN-CODE
017298             STOP RUN
017299         END-IF
017300         DISPLAY "As-of time (HHMMSS, blank = end of day): "
017301         ACCEPT WS-Asof-Time
017302         IF WS-Asof-Time = SPACES
017303             MOVE "235959" TO WS-Asof-Time
017304         END-IF
017305         IF WS-Asof-Time IS NOT NUMERIC
017306                 OR WS-Asof-Time(1:2) > "23"
017307                 OR WS-Asof-Time(3:2) > "59"
017308                 OR WS-Asof-Time(5:2) > "59"
017309             DISPLAY "Not a valid time of day."
017310             MOVE 8 TO RETURN-CODE
017311             STOP RUN
017312         END-IF
017313     END-IF
017314     MOVE "S" TO WS-Lock-Request
017400     CALL "UserLock" USING WS-Lock-Request,
017500         WS-Program-Name, WS-Lock-Granted
017600     IF NOT WS-Lock-Was-Granted
018100     PERFORM 1000-COVER-SHEET THRU 1000-COVER-SHEET-EXIT
018200     PERFORM 2000-ACCOUNT-SECTION
018300         THRU 2000-ACCOUNT-SECTION-EXIT
018310     IF WS-Asof-Date NOT = ZERO
018320         PERFORM 2500-ASOF-SECTION THRU 2500-ASOF-SECTION-EXIT
018330     END-IF
018400     PERFORM 3000-HISTORY-SECTION
018500         THRU 3000-HISTORY-SECTION-EXIT
018600     PERFORM 4000-NOTES-SECTION THRU 4000-NOTES-SECTION-EXIT
018610     PERFORM 4500-ENTITLEMENT-SECTION
018620         THRU 4500-ENTITLEMENT-SECTION-EXIT
018646     PERFORM 4700-PREFERENCE-SECTION
018672         THRU 4700-PREFERENCE-SECTION-EXIT
018680     PERFORM 4800-DISCLOSURE-SECTION
018690         THRU 4800-DISCLOSURE-SECTION-EXIT
018692     PERFORM 4850-TICKET-SECTION THRU 4850-TICKET-SECTION-EXIT
018694     PERFORM 4870-TERMINAL-SECTION
018696         THRU 4870-TERMINAL-SECTION-EXIT
018700     PERFORM 5000-ARCHIVE-SECTION
018800         THRU 5000-ARCHIVE-SECTION-EXIT
018900     PERFORM 6000-AUDIT-SECTION THRU 6000-AUDIT-SECTION-EXIT
019100         TO PackRecord
019200     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
019300     CLOSE PackFile
019310     CALL "ReadJrnl" USING WS-Auth-EmpId, WS-Sar-Id,
019320         WS-Program-Name
019400     MOVE "R" TO WS-Lock-Request
019500     CALL "UserLock" USING WS-Lock-Request,
019600         WS-Program-Name, WS-Lock-Granted
019700     DISPLAY "PACK WRITTEN TO SARPACK.TXT."
019709     IF WS-Dsr-Case-Id NOT = ZERO
019718         MOVE SPACES TO WS-Dsr-Ref
019727         STRING "SARPACK.TXT " WS-Run-Date " " WS-Run-Time(1:6)
019736             DELIMITED BY SIZE INTO WS-Dsr-Ref
019745         MOVE "C" TO WS-Dsr-Request
019754         PERFORM 1500-CASE-CALL THRU 1500-CASE-CALL-EXIT
019763         IF NOT WS-Dsr-Case-Ok
019772             MOVE 4 TO WS-Eoj-Return-Code
019781         END-IF
019790     END-IF
019800     CALL "EndMsg" USING WS-Program-Name,
019900         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
020000         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
021000     STRING "DATA HELD FOR USERID " WS-Sar-Id
021100         DELIMITED BY SIZE INTO PackRecord
021200     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
021214     IF WS-Dsr-Case-Id NOT = ZERO
021228         MOVE SPACES TO PackRecord
021242         STRING "IN ANSWER TO DATA-SUBJECT CASE " WS-Dsr-Case-Id
021256             DELIMITED BY SIZE INTO PackRecord
021270         PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
021284     END-IF
021300     MOVE SPACES TO PackRecord
021400     STRING "PRODUCED BY " WS-Operator-Initials " ON "
021500         WS-Run-Date " AT " WS-Run-Time
022500 1000-COVER-SHEET-EXIT.
022600     EXIT.
022700
022702*--------------------------------------------------------------
022704* Validates the case before the pack (V) and closes it with the
022706* pack reference after (C), through the shared DsrCase routine.
022708*--------------------------------------------------------------
022710 1500-CASE-CALL.
022712     CALL "DsrCase" USING WS-Dsr-Request, WS-Dsr-Case-Id,
022714         WS-Dsr-Type, WS-Sar-Id, WS-Dsr-Ref,
022716         WS-Operator-Initials, WS-Program-Name, WS-Dsr-Result
022718     EVALUATE WS-Dsr-Result
022720         WHEN "Y"
022722             IF WS-Dsr-Request = "C"
022724                 DISPLAY "CASE " WS-Dsr-Case-Id " CLOSED."
022726             END-IF
022728         WHEN "P"
022730             DISPLAY "CASE " WS-Dsr-Case-Id " RECORDED - OTHER "
022732                 "USERIDS ON IT STILL TO ANSWER."
022734         WHEN "N"
022736             DISPLAY "CASE " WS-Dsr-Case-Id
022737                 " IS NOT ON DSRCASE.DAT."
022738         WHEN "T"
022740             DISPLAY "CASE " WS-Dsr-Case-Id
022741                 " IS NOT AN ACCESS CASE."
022742         WHEN "X"
022744             DISPLAY "CASE " WS-Dsr-Case-Id " IS NO LONGER OPEN."
022746         WHEN "I"
022748             DISPLAY "CASE " WS-Dsr-Case-Id " - THE REQUESTER'S "
022750                 "IDENTITY IS NOT YET VERIFIED."
022752         WHEN "U"
022754             DISPLAY "CASE " WS-Dsr-Case-Id
022756                 " DOES NOT NAME USERID " WS-Sar-Id "."
022758         WHEN "D"
022760             DISPLAY "CASE " WS-Dsr-Case-Id
022762                 " WAS ALREADY ANSWERED FOR USERID " WS-Sar-Id "."
022764         WHEN OTHER
022766             DISPLAY "DSRCASE.DAT WILL NOT OPEN - CASE NOT "
022768                 "RECORDED."
022770     END-EVALUATE
022772     .
022774 1500-CASE-CALL-EXIT.
022775     EXIT.
022777
022779*--------------------------------------------------------------
022781* The account's CountryCode decides whose region it is in: the
022783* live record's, or for a purged account the latest archive
022785* image's. With neither, the account has no country and only
022787* an operator scoped to every region may produce its pack.
022789*--------------------------------------------------------------
022791 1400-CHECK-SCOPE.
022793     MOVE SPACES TO WS-Scope-Country
022795     OPEN INPUT UserDatabase
022797     IF WS-File-Status = "00"
022799         MOVE WS-Sar-Id TO UserId
022801         READ UserDatabase
022803             NOT INVALID KEY
022805                 MOVE CountryCode TO WS-Scope-Country
022807         END-READ
022809         CLOSE UserDatabase
022811     END-IF
022813     IF WS-Scope-Country = SPACES
022815         PERFORM 1450-ARCHIVE-COUNTRY
022817             THRU 1450-ARCHIVE-COUNTRY-EXIT
022819     END-IF
022821     CALL "ScopeChk" USING WS-Auth-EmpId, WS-Sar-Id,
022823         WS-Scope-Country, WS-Program-Name, WS-Scope-Mode,
022825         WS-Scope-Result
022827     .
022829 1400-CHECK-SCOPE-EXIT.
022831     EXIT.
022833
022835 1450-ARCHIVE-COUNTRY.
022837     MOVE "N" TO WS-Eof-Switch
022839     OPEN INPUT ArchiveFile
022841     IF WS-Archive-Status NOT = "00"
022843         GO TO 1450-ARCHIVE-COUNTRY-EXIT
022845     END-IF
022847     READ ArchiveFile
022849         AT END SET WS-End-Of-Input TO TRUE
022851     END-READ
022853     PERFORM UNTIL WS-End-Of-Input
022855         MOVE ARC-Record-Image TO ArchUserRecord
022857         IF ArchUserId = WS-Sar-Id
022859             MOVE ArchCountryCode TO WS-Scope-Country
022861         END-IF
022863         READ ArchiveFile
022865             AT END SET WS-End-Of-Input TO TRUE
022867         END-READ
022869     END-PERFORM
022871     CLOSE ArchiveFile
022873     .
022875 1450-ARCHIVE-COUNTRY-EXIT.
022877     EXIT.
022879
022881 2000-ACCOUNT-SECTION.
022900     MOVE "-- ACCOUNT RECORD --" TO PackRecord
023000     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
023100     OPEN INPUT UserDatabase
025000
025100 2100-PRINT-ACCOUNT.
025200     MOVE SPACES TO PackRecord
025300     STRING "   USERNAME " UserName "  GIVEN NAME " GivenName
025400         DELIMITED BY SIZE INTO PackRecord
025420     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
025440     MOVE SPACES TO PackRecord
025460     STRING "   FAMILY NAME " FamilyName
025480         DELIMITED BY SIZE INTO PackRecord
025500     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
025600     MOVE SPACES TO PackRecord
025700     STRING "   EMAIL " Email DELIMITED BY SIZE
027000     .
027100 2100-PRINT-ACCOUNT-EXIT.
027200     EXIT.
027210
027220*--------------------------------------------------------------
027230* The account as it stood at the as-of point, one line per
027240* field with when it last changed; salt and hash withheld.
027250*--------------------------------------------------------------
027260 2500-ASOF-SECTION.
027270     MOVE WS-Sar-Id TO AV-UserId
027280     MOVE WS-Asof-Date TO AV-Stamp(1:8)
027290     MOVE WS-Asof-Time TO AV-Stamp(9:6)
027300     CALL "AsOfBld" USING AsOfView
027310     MOVE AV-Stamp TO WS-Show-Stamp
027320     PERFORM 2900-FORMAT-STAMP THRU 2900-FORMAT-STAMP-EXIT
027330     MOVE SPACES TO PackRecord
027340     STRING "-- ACCOUNT AS AT " WS-Show-Changed " --"
027350         DELIMITED BY SIZE INTO PackRecord
027360     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
027370     EVALUATE TRUE
027380         WHEN AV-Not-Yet
027390             MOVE "   (ACCOUNT NOT YET CREATED AT THAT POINT)"
027400                 TO PackRecord
027410             PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
027420             GO TO 2500-ASOF-SECTION-EXIT
027430         WHEN AV-Unknown
027440             MOVE "   (NO RECORD OF THIS ACCOUNT ON FILE)"
027450                 TO PackRecord
027460             PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
027470             GO TO 2500-ASOF-SECTION-EXIT
027480         WHEN AV-Dropped
027490             MOVE "   (ACCOUNT ALREADY REMOVED - AS LAST HELD)"
027500                 TO PackRecord
027510             PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
027520     END-EVALUATE
027530     PERFORM VARYING WS-Fld-Index FROM 1 BY 1
027540             UNTIL WS-Fld-Index > WS-Asof-Field-Count
027550         PERFORM 2600-ASOF-FIELD THRU 2600-ASOF-FIELD-EXIT
027560     END-PERFORM
027570     .
027580 2500-ASOF-SECTION-EXIT.
027590     EXIT.
027600
027610 2600-ASOF-FIELD.
027620     MOVE WS-Asof-Fld-Offset(WS-Fld-Index) TO WS-Fld-Offset
027630     MOVE WS-Asof-Fld-Length(WS-Fld-Index) TO WS-Fld-Length
027640     MOVE SPACES TO WS-Show-Value
027650     IF WS-Asof-Fld-Secret(WS-Fld-Index)
027660         MOVE "(WITHHELD)" TO WS-Show-Value
027670     ELSE
027680         MOVE AV-Image(WS-Fld-Offset:WS-Fld-Length)
027690             TO WS-Show-Value
027700     END-IF
027710     IF AV-Field-Stamp(WS-Fld-Index) = ZERO
027720         MOVE "NOT RECORDED" TO WS-Show-Changed
027730     ELSE
027740         MOVE AV-Field-Stamp(WS-Fld-Index) TO WS-Show-Stamp
027750         PERFORM 2900-FORMAT-STAMP THRU 2900-FORMAT-STAMP-EXIT
027760     END-IF
027770     MOVE SPACES TO PackRecord
027780     STRING "   " WS-Asof-Fld-Name(WS-Fld-Index) " "
027790         WS-Show-Value " " WS-Show-Changed " "
027800         AV-Field-Flag(WS-Fld-Index)
027810         DELIMITED BY SIZE INTO PackRecord
027820     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
027830     .
027840 2600-ASOF-FIELD-EXIT.
027850     EXIT.
027860
027870 2900-FORMAT-STAMP.
027880     MOVE SPACES TO WS-Show-Changed
027890     STRING WS-Show-Year "-" WS-Show-Month "-" WS-Show-Day " "
027900         WS-Show-Hour ":" WS-Show-Minute ":" WS-Show-Second
027910         DELIMITED BY SIZE INTO WS-Show-Changed
027920     .
027930 2900-FORMAT-STAMP-EXIT.
027940     EXIT.
027947
027954 3000-HISTORY-SECTION.
027961     MOVE "-- CHANGE HISTORY --" TO PackRecord
027968     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
027975     MOVE 0 TO WS-Section-Count
027982     MOVE "N" TO WS-Eof-Switch
027989     OPEN INPUT HistoryFile
028000     IF WS-History-Missing
028100         MOVE "   (NO HISTORY FILE)" TO PackRecord
028200         PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
036100 4000-NOTES-SECTION-EXIT.
036200     EXIT.
036300
036310 4500-ENTITLEMENT-SECTION.
036311     MOVE "-- APPLICATION ENTITLEMENTS --" TO PackRecord
036312     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
036313     MOVE 0 TO WS-Section-Count
036314     MOVE "N" TO WS-Eof-Switch
036315     OPEN INPUT EntitlementFile
036316     IF WS-Entitlement-Missing
036317         MOVE "   (NO ENTITLEMENT FILE)" TO PackRecord
036318         PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
036319         GO TO 4500-ENTITLEMENT-SECTION-EXIT
036320     END-IF
036321     MOVE WS-Sar-Id TO ENT-UserId
036322     MOVE LOW-VALUES TO ENT-Code
036323     START EntitlementFile KEY IS >= EntitlementKey
036324         INVALID KEY
036325             SET WS-End-Of-Input TO TRUE
036326     END-START
036327     PERFORM UNTIL WS-End-Of-Input
036328         READ EntitlementFile NEXT RECORD
036329             AT END SET WS-End-Of-Input TO TRUE
036330         END-READ
036331         IF NOT WS-End-Of-Input
036332             IF ENT-UserId = WS-Sar-Id
036333                 MOVE SPACES TO PackRecord
036334                 STRING "   " ENT-App-Code "/" ENT-Role-Code
036335                     " STATUS " ENT-Status " GRANTED "
036336                     ENT-Granted-Date " BY " ENT-Granted-By
036337                     " REVOKED " ENT-Revoked-Date " BY "
036338                     ENT-Revoked-By DELIMITED BY SIZE
036339                     INTO PackRecord
036340                 PERFORM 9000-PUT-LINE
036341                     THRU 9000-PUT-LINE-EXIT
036342                 ADD 1 TO WS-Section-Count
036343             ELSE
036344                 SET WS-End-Of-Input TO TRUE
036345             END-IF
036346         END-IF
036347     END-PERFORM
036348     CLOSE EntitlementFile
036349     IF WS-Section-Count = 0
036350         MOVE "   (NO ENTITLEMENTS)" TO PackRecord
036351         PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
036352     END-IF
036353     .
036354 4500-ENTITLEMENT-SECTION-EXIT.
036355     EXIT.
036357
036359 4700-PREFERENCE-SECTION.
036361     MOVE "-- CONTACT PREFERENCES --" TO PackRecord
036363     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
036365     MOVE 0 TO WS-Section-Count
036367     MOVE "N" TO WS-Eof-Switch
036369     OPEN INPUT PrefFile
036371     IF WS-Pref-Missing
036373         MOVE "   (NO PREFERENCE FILE)" TO PackRecord
036375         PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
036377         GO TO 4700-PREFERENCE-SECTION-EXIT
036379     END-IF
036381     MOVE WS-Sar-Id TO CP-UserId
036383     MOVE LOW-VALUES TO CP-Msg-Type
036385     START PrefFile KEY IS >= ContPrefKey
036387         INVALID KEY
036389             SET WS-End-Of-Input TO TRUE
036391     END-START
036393     PERFORM UNTIL WS-End-Of-Input
036395         READ PrefFile NEXT RECORD
036397             AT END SET WS-End-Of-Input TO TRUE
036399         END-READ
036401         IF NOT WS-End-Of-Input
036403             IF CP-UserId = WS-Sar-Id
036405                 MOVE SPACES TO PackRecord
036407                 STRING "   " CP-Msg-Type " SEND " CP-Choice
036409                     " SOURCE " CP-Source " ON "
036411                     CP-Changed-Date " BY " CP-Changed-By
036413                     DELIMITED BY SIZE
036415                     INTO PackRecord
036417                 PERFORM 9000-PUT-LINE
036419                     THRU 9000-PUT-LINE-EXIT
036421                 ADD 1 TO WS-Section-Count
036423             ELSE
036425                 SET WS-End-Of-Input TO TRUE
036427             END-IF
036429         END-IF
036431     END-PERFORM
036433     CLOSE PrefFile
036435     IF WS-Section-Count = 0
036437         MOVE "   (NO PREFERENCES - ALL MESSAGES SENT)"
036439             TO PackRecord
036441         PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
036443     END-IF
036445     .
036447 4700-PREFERENCE-SECTION-EXIT.
036449     EXIT.
036450
036452*--------------------------------------------------------------
036454* Every disclosure that carried the account, off the DISCLOG
036456* alternate key: business date, file, recipient and form.
036458*--------------------------------------------------------------
036460 4800-DISCLOSURE-SECTION.
036462     MOVE "-- DISCLOSURES --" TO PackRecord
036464     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
036466     MOVE 0 TO WS-Section-Count
036468     MOVE "N" TO WS-Eof-Switch
036470     OPEN INPUT DiscFile
036472     IF WS-Disc-Missing
036474         MOVE "   (NO DISCLOSURE LOG)" TO PackRecord
036476         PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
036478         GO TO 4800-DISCLOSURE-SECTION-EXIT
036480     END-IF
036482     MOVE WS-Sar-Id TO DL-UserId
036484     START DiscFile KEY IS = DL-UserId
036486         INVALID KEY
036488             SET WS-End-Of-Input TO TRUE
036490     END-START
036492     PERFORM UNTIL WS-End-Of-Input
036494         READ DiscFile NEXT RECORD
036496             AT END SET WS-End-Of-Input TO TRUE
036498         END-READ
036500         IF NOT WS-End-Of-Input
036502             IF DL-UserId = WS-Sar-Id
036504                 MOVE SPACES TO PackRecord
036506                 STRING "   " DL-Bus-Date " " DL-File-Name
036508                     " TO " DL-Recipient " FORM " DL-Form
036510                     " DISCLOSURE " DL-Disc-Id
036512                     DELIMITED BY SIZE
036514                     INTO PackRecord
036516                 PERFORM 9000-PUT-LINE
036518                     THRU 9000-PUT-LINE-EXIT
036520                 ADD 1 TO WS-Section-Count
036522             ELSE
036524                 SET WS-End-Of-Input TO TRUE
036526             END-IF
036528         END-IF
036530     END-PERFORM
036532     CLOSE DiscFile
036534     IF WS-Section-Count = 0
036536         MOVE "   (NO DISCLOSURES ON THE LOG)" TO PackRecord
036538         PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
036540     END-IF
036542     .
036544 4800-DISCLOSURE-SECTION-EXIT.
036546     EXIT.
036547
036548*--------------------------------------------------------------
036549* Every helpdesk ticket raised about the account, off the
036550* TICKET alternate key: when and by whom it was opened, its
036551* category and status, and when it was closed.
036552*--------------------------------------------------------------
036553 4850-TICKET-SECTION.
036554     MOVE "-- HELPDESK TICKETS --" TO PackRecord
036555     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
036556     MOVE 0 TO WS-Section-Count
036557     MOVE "N" TO WS-Eof-Switch
036558     OPEN INPUT TicketFile
036559     IF WS-Ticket-Missing
036560         MOVE "   (NO TICKET REGISTER)" TO PackRecord
036561         PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
036562         GO TO 4850-TICKET-SECTION-EXIT
036563     END-IF
036564     MOVE WS-Sar-Id TO TK-UserId
036565     START TicketFile KEY IS = TK-UserId
036566         INVALID KEY
036567             SET WS-End-Of-Input TO TRUE
036568     END-START
036569     PERFORM UNTIL WS-End-Of-Input
036570         READ TicketFile NEXT RECORD
036571             AT END SET WS-End-Of-Input TO TRUE
036572         END-READ
036573         IF NOT WS-End-Of-Input
036574             IF TK-UserId = WS-Sar-Id AND NOT TK-Is-Control
036575                 MOVE SPACES TO PackRecord
036576                 STRING "   TICKET " TK-Ticket-Id
036577                     " OPENED " TK-Opened-Date
036578                     " BY " TK-Opened-By
036579                     " CATEGORY " TK-Category
036580                     " STATUS " TK-Status
036581                     DELIMITED BY SIZE
036582                     INTO PackRecord
036583                 PERFORM 9000-PUT-LINE
036584                     THRU 9000-PUT-LINE-EXIT
036585                 MOVE SPACES TO PackRecord
036586                 STRING "      " TK-Summary
036587                     DELIMITED BY SIZE
036588                     INTO PackRecord
036589                 PERFORM 9000-PUT-LINE
036590                     THRU 9000-PUT-LINE-EXIT
036591                 IF TK-Is-Closed
036592                     MOVE SPACES TO PackRecord
036593                     STRING "      CLOSED " TK-Closed-Date
036594                         " BY " TK-Closed-By " "
036595                         TK-Resolution
036596                         DELIMITED BY SIZE
036597                         INTO PackRecord
036598                     PERFORM 9000-PUT-LINE
036599                         THRU 9000-PUT-LINE-EXIT
036600                 END-IF
036601                 ADD 1 TO WS-Section-Count
036602             ELSE
036603                 SET WS-End-Of-Input TO TRUE
036604             END-IF
036605         END-IF
036606     END-PERFORM
036607     CLOSE TicketFile
036608     IF WS-Section-Count = 0
036609         MOVE "   (NO TICKETS)" TO PackRecord
036610         PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
036611     END-IF
036612     .
036613 4850-TICKET-SECTION-EXIT.
036614     EXIT.
036615
036616*--------------------------------------------------------------
036617* Every terminal the account is known to have signed on from,
036618* with its first and last use and the number of sign-ons.
036619*--------------------------------------------------------------
036620 4870-TERMINAL-SECTION.
036621     MOVE "-- KNOWN TERMINALS --" TO PackRecord
036622     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
036623     MOVE 0 TO WS-Section-Count
036624     MOVE "N" TO WS-Eof-Switch
036625     OPEN INPUT TermRegFile
036626     IF WS-TermReg-Missing
036627         MOVE "   (NO TERMINAL REGISTER)" TO PackRecord
036628         PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
036629         GO TO 4870-TERMINAL-SECTION-EXIT
036630     END-IF
036631     MOVE WS-Sar-Id TO TRM-UserId
036632     MOVE LOW-VALUES TO TRM-Terminal
036633     START TermRegFile KEY IS >= TRM-Key
036634         INVALID KEY
036635             SET WS-End-Of-Input TO TRUE
036636     END-START
036637     PERFORM UNTIL WS-End-Of-Input
036638         READ TermRegFile NEXT RECORD
036639             AT END SET WS-End-Of-Input TO TRUE
036640         END-READ
036641         IF NOT WS-End-Of-Input
036642             IF TRM-UserId = WS-Sar-Id
036643                 MOVE TRM-Use-Count TO WS-Count-Disp
036644                 MOVE SPACES TO PackRecord
036645                 STRING "   " TRM-Terminal
036646                     " FIRST " TRM-First-Date " " TRM-First-Time
036647                     " LAST " TRM-Last-Date " " TRM-Last-Time
036648                     " SIGN-ONS " WS-Count-Disp
036649                     DELIMITED BY SIZE
036650                     INTO PackRecord
036651                 PERFORM 9000-PUT-LINE
036652                     THRU 9000-PUT-LINE-EXIT
036653                 ADD 1 TO WS-Section-Count
036654             ELSE
036655                 SET WS-End-Of-Input TO TRUE
036656             END-IF
036657         END-IF
036658     END-PERFORM
036659     CLOSE TermRegFile
036660     IF WS-Section-Count = 0
036661         MOVE "   (NO TERMINALS)" TO PackRecord
036662         PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
036663     END-IF
036664     .
036665 4870-TERMINAL-SECTION-EXIT.
036666     EXIT.
036667
036668 5000-ARCHIVE-SECTION.
036669     MOVE "-- PURGE-ARCHIVE IMAGES --" TO PackRecord
036670     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
036700     MOVE 0 TO WS-Section-Count
036800     MOVE "N" TO WS-Eof-Switch
036900     OPEN INPUT ArchiveFile
038000         IF ArchUserId = WS-Sar-Id
038100             MOVE SPACES TO PackRecord
038200             STRING "   PURGED " ARC-Purge-Date " "
038300                 ArchUserName " " ArchFamilyName " "
038400                 ArchEmail DELIMITED BY SIZE
038500                 INTO PackRecord
038600             PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT

001800*     purge archive are dropped the same way (rebuilt without
001900*     them), so UserArch can neither show nor restore the
002000*     erased individual afterwards
002011*   - the account's password history (PWHIST.DAT) and its
002022*     rows on the per-account registers go too: entitlements
002033*     (USRACCS.DAT), contact preferences (CONTPREF.DAT), the
002044*     pseudonym token (PSDVAULT.DAT), helpdesk tickets
002055*     (TICKET.DAT), known terminals (TERMREG.DAT), sign-on
002066*     sessions (SESSION.DAT), the risk score (RISKREG.DAT),
002077*     leave-of-absence rows (SUSPEND.DAT), a reactivation
002088*     request (REACTQ.DAT) and a mover review (MOVREV.DAT)
002100* The action itself is evidenced by a deletion certificate
002200* appended to USRERASE.TXT: who ran it, when, which account.
002300* The certificate carries only the UserId, never the personal
004020*                 before/after images to USRJRNL.DAT through
004040*                 the shared UserJrnl routine, feeding the
004060*                 UserFwd forward recovery.
004061* 2026-10-15 JWG  USERREC widened to 250 bytes for the account end
004062*                 date; the full-record images and trailer layout
004063*                 here are sized to match.
004066* 2026-10-15 JWG  An account under an active legal hold on
004069*                 LGLHOLD.DAT (shared LglChk routine) is no
004072*                 longer erased: the skip is an I exception and
004075*                 a LGLSKIP.DAT line, and the run ends RC 4.
004076* 2026-10-15 JWG  An erasure can now be made against a
004077*                 DSRCASE.DAT data-subject erasure case (shared
004078*                 DsrCase routine): the case must be open,
004079*                 verified and name the UserId, the certificate
004080*                 carries the case number, and the case is
004081*                 closed with the certificate as its evidence.
004083* 2026-10-15 JWG  The UserId is keyed in its nine-digit form and
004085*                 verified through the shared IdChk routine; a
004087*                 wrong check digit is refused before any read.
004088* 2026-10-15 JWG  Shows the holder's name through the shared
004089*                 NameFmt routine in place of the retired
004090*                 RealName.
004091* 2026-10-15 JWG  The account's rows on USRACCS, CONTPREF,
004092*                 PSDVAULT, TICKET, TERMREG, SESSION, RISKREG,
004093*                 SUSPEND, REACTQ and MOVREV are erased too, each
004094*                 by a keyed delete like PWHIST.DAT's, and the
004095*                 certificate counts every file it was taken off.
004096*--------------------------------------------------------------
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
006100         FILE STATUS IS WS-Archive-Status.
006200     SELECT NewArchiveFile ASSIGN TO DYNAMIC WS-P-USRARCH-NEW
006300         ORGANIZATION IS LINE SEQUENTIAL.
006301     SELECT EntitlementFile ASSIGN TO DYNAMIC WS-P-USRACCS-DAT
006302         ORGANIZATION IS INDEXED
006303         ACCESS MODE IS DYNAMIC
006304         RECORD KEY IS EntitlementKey
006305         FILE STATUS IS WS-Entitlement-Status.
006306     SELECT PrefFile ASSIGN TO DYNAMIC WS-P-CONTPREF-DAT
006307         ORGANIZATION IS INDEXED
006308         ACCESS MODE IS DYNAMIC
006309         RECORD KEY IS ContPrefKey
006310         FILE STATUS IS WS-Pref-Status.
006311     SELECT VaultFile ASSIGN TO DYNAMIC WS-P-PSDVAULT-DAT
006312         ORGANIZATION IS INDEXED
006313         ACCESS MODE IS DYNAMIC
006314         RECORD KEY IS PV-UserId
006315         ALTERNATE RECORD KEY IS PV-Token
006316         FILE STATUS IS WS-Vault-Status.
006317     SELECT TicketFile ASSIGN TO DYNAMIC WS-P-TICKET-DAT
006318         ORGANIZATION IS INDEXED
006319         ACCESS MODE IS DYNAMIC
006320         RECORD KEY IS TK-Ticket-Id
006321         ALTERNATE RECORD KEY IS TK-UserId WITH DUPLICATES
006322         FILE STATUS IS WS-Ticket-Status.
006323     SELECT TermRegFile ASSIGN TO DYNAMIC WS-P-TERMREG-DAT
006324         ORGANIZATION IS INDEXED
006325         ACCESS MODE IS DYNAMIC
006326         RECORD KEY IS TRM-Key
006327         FILE STATUS IS WS-TermReg-Status.
006328     SELECT SessionFile ASSIGN TO DYNAMIC WS-P-SESSION-DAT
006329         ORGANIZATION IS INDEXED
006330         ACCESS MODE IS DYNAMIC
006331         RECORD KEY IS SES-Key
006332         FILE STATUS IS WS-Session-Status.
006333     SELECT RiskFile ASSIGN TO DYNAMIC WS-P-RISKREG-DAT
006334         ORGANIZATION IS INDEXED
006335         ACCESS MODE IS DYNAMIC
006336         RECORD KEY IS RR-UserId
006337         FILE STATUS IS WS-Risk-Status.
006338     SELECT SuspendFile ASSIGN TO DYNAMIC WS-P-SUSPEND-DAT
006339         ORGANIZATION IS INDEXED
006340         ACCESS MODE IS DYNAMIC
006341         RECORD KEY IS LV-Key
006342         FILE STATUS IS WS-Suspend-Status.
006343     SELECT ReactQueue ASSIGN TO DYNAMIC WS-P-REACTQ-DAT
006344         ORGANIZATION IS INDEXED
006345         ACCESS MODE IS DYNAMIC
006346         RECORD KEY IS RQ-UserId
006347         FILE STATUS IS WS-React-Status.
006348     SELECT MoverReviewFile ASSIGN TO DYNAMIC WS-P-MOVREV-DAT
006349         ORGANIZATION IS INDEXED
006350         ACCESS MODE IS DYNAMIC
006351         RECORD KEY IS MVR-UserId
006352         FILE STATUS IS WS-Mover-Status.
006400     SELECT CertificateFile ASSIGN TO DYNAMIC WS-P-USRERASE-TXT
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-Certificate-Status.
007400     02  TR-Filler-1         PIC X(12).
007500     02  TR-Record-Count     PIC 9(09).
007600     02  TR-Run-Date         PIC 9(08).
007700     02  FILLER              PIC X(213).
007800
007900 FD  NotesFile.
008000     COPY "USRNOTES.CPY".
010200         ==ARC-Purge-Date==    BY ==NEWA-Purge-Date==
010300         ==ARC-Record-Image==  BY ==NEWA-Record-Image==.
010400
010403 FD  EntitlementFile.
010406     COPY "USRACCS.CPY".
010409
010412 FD  PrefFile.
010415     COPY "CONTPREF.CPY".
010418
010421 FD  VaultFile.
010424     COPY "PSDVAULT.CPY".
010427
010430 FD  TicketFile.
010433     COPY "TICKET.CPY".
010436
010439 FD  TermRegFile.
010442     COPY "TERMREG.CPY".
010445
010448 FD  SessionFile.
010451     COPY "SESSION.CPY".
010454
010457 FD  RiskFile.
010460     COPY "RISKREG.CPY".
010463
010466 FD  SuspendFile.
010469     COPY "SUSPEND.CPY".
010472
010475 FD  ReactQueue.
010478     COPY "REACTQ.CPY".
010481
010484 FD  MoverReviewFile.
010487     COPY "MOVREV.CPY".
010490
010500 FD  CertificateFile.
010600 01  CertificateRecord       PIC X(100).
010700
011210 01  WS-PwHist-Status        PIC XX.
011220     88  WS-PwHist-Missing       VALUE "35".
011230 01  WS-PwHist-Erased        PIC 9(05) COMP VALUE 0.
011231 01  WS-Entitlement-Status   PIC XX.
011232     88  WS-Entitlement-Missing  VALUE "35".
011233 01  WS-Pref-Status          PIC XX.
011234     88  WS-Pref-Missing         VALUE "35".
011235 01  WS-Vault-Status         PIC XX.
011236     88  WS-Vault-Missing        VALUE "35".
011237 01  WS-Ticket-Status        PIC XX.
011238     88  WS-Ticket-Missing       VALUE "35".
011239 01  WS-TermReg-Status       PIC XX.
011240     88  WS-TermReg-Missing      VALUE "35".
011241 01  WS-Session-Status       PIC XX.
011242     88  WS-Session-Missing      VALUE "35".
011243 01  WS-Risk-Status          PIC XX.
011244     88  WS-Risk-Missing         VALUE "35".
011245 01  WS-Suspend-Status       PIC XX.
011246     88  WS-Suspend-Missing      VALUE "35".
011247 01  WS-React-Status         PIC XX.
011248     88  WS-React-Missing        VALUE "35".
011249 01  WS-Mover-Status         PIC XX.
011250     88  WS-Mover-Missing        VALUE "35".
011251*--------------------------------------------------------------
011252* Rows taken off each per-account register, in certificate
011253* order; the names are the files the rows came off.
011254*--------------------------------------------------------------
011255 01  WS-Register-Names.
011256     02  FILLER              PIC X(12) VALUE "PWHIST.DAT".
011257     02  FILLER              PIC X(12) VALUE "USRACCS.DAT".
011258     02  FILLER              PIC X(12) VALUE "CONTPREF.DAT".
011259     02  FILLER              PIC X(12) VALUE "PSDVAULT.DAT".
011260     02  FILLER              PIC X(12) VALUE "TICKET.DAT".
011261     02  FILLER              PIC X(12) VALUE "TERMREG.DAT".
011262     02  FILLER              PIC X(12) VALUE "SESSION.DAT".
011263     02  FILLER              PIC X(12) VALUE "RISKREG.DAT".
011264     02  FILLER              PIC X(12) VALUE "SUSPEND.DAT".
011265     02  FILLER              PIC X(12) VALUE "REACTQ.DAT".
011266     02  FILLER              PIC X(12) VALUE "MOVREV.DAT".
011267 01  WS-Register-Table REDEFINES WS-Register-Names.
011268     02  WS-Register-Name    PIC X(12) OCCURS 11 TIMES.
011269 01  WS-Register-Counts.
011270     02  WS-Register-Erased  PIC 9(05) COMP OCCURS 11 TIMES.
011271 01  WS-Register-Index       PIC 9(02) COMP.
011272 01  WS-Register-Total       PIC 9(05) COMP VALUE 0.
011273 01  WS-Register-Disp        PIC ZZZZ9.
011300 01  WS-History-Status       PIC XX.
011400     88  WS-History-Missing      VALUE "35".
011500 01  WS-Certificate-Status   PIC XX.
012000     88  WS-End-Of-Input         VALUE "Y".
012100 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
012200 01  WS-Erase-Id             PIC 9(08).
012220 01  WS-Keyed-UserId         PIC X(09).
012240 01  WS-Id-Verify            PIC X(01) VALUE "V".
012260 01  WS-Id-Check             PIC X(01).
012280     88  WS-Id-Accepted          VALUE "Y".
012300 01  WS-Operator-Initials    PIC X(10).
012301 01  WS-Retire-Request       PIC X(01).
012302 01  WS-Retire-Source        PIC X(10) VALUE "USERERASE".
012303 01  WS-Retire-Flag          PIC X(01).
012304 01  WS-Jrnl-Action          PIC X(01).
012305 01  WS-Before-Image         PIC X(250).
012306 01  WS-After-Image          PIC X(250).
012310 01  WS-Auth-EmpId           PIC 9(05).
012320 01  WS-Auth-Role            PIC X(01).
012330 01  WS-Auth-Granted         PIC X(01).
013600 01  WS-Lock-Request         PIC X.
013700 01  WS-Lock-Granted         PIC X.
013800     88  WS-Lock-Was-Granted     VALUE "Y".
013820 01  WS-Lgl-Request          PIC X(01).
013840 01  WS-Lgl-Held             PIC X(01).
013860     88  WS-Lgl-Is-Held          VALUE "Y".
013880 01  WS-Lgl-Case-Ref         PIC X(12).
013882 01  WS-Dsr-Request          PIC X(01).
013884 01  WS-Dsr-Case-Id          PIC 9(06).
013886 01  WS-Dsr-Type             PIC X(01) VALUE "E".
013888 01  WS-Dsr-Ref              PIC X(30).
013890 01  WS-Dsr-Result           PIC X(01).
013892     88  WS-Dsr-Case-Ok          VALUE "Y" "P".
013900 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
014000 01  WS-P-USRNOTES-DAT      PIC X(30) VALUE "USRNOTES.DAT".
014100 01  WS-P-USRHIST-DAT       PIC X(30) VALUE "USRHIST.DAT".
014300 01  WS-P-USRARCH-DAT       PIC X(30) VALUE "USRARCH.DAT".
014400 01  WS-P-USRARCH-NEW       PIC X(30) VALUE "USRARCH.NEW".
014410 01  WS-P-PWHIST-DAT        PIC X(30) VALUE "PWHIST.DAT".
014418 01  WS-P-USRACCS-DAT       PIC X(30) VALUE "USRACCS.DAT".
014426 01  WS-P-CONTPREF-DAT      PIC X(30) VALUE "CONTPREF.DAT".
014434 01  WS-P-PSDVAULT-DAT      PIC X(30) VALUE "PSDVAULT.DAT".
014442 01  WS-P-TICKET-DAT        PIC X(30) VALUE "TICKET.DAT".
014450 01  WS-P-TERMREG-DAT       PIC X(30) VALUE "TERMREG.DAT".
014458 01  WS-P-SESSION-DAT       PIC X(30) VALUE "SESSION.DAT".
014466 01  WS-P-RISKREG-DAT       PIC X(30) VALUE "RISKREG.DAT".
014474 01  WS-P-SUSPEND-DAT       PIC X(30) VALUE "SUSPEND.DAT".
014482 01  WS-P-REACTQ-DAT        PIC X(30) VALUE "REACTQ.DAT".
014490 01  WS-P-MOVREV-DAT        PIC X(30) VALUE "MOVREV.DAT".
014500 01  WS-P-USRERASE-TXT      PIC X(30) VALUE "USRERASE.TXT".
014600 01  WS-Eoj-Start-Time       PIC 9(08).
014700 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
014800 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
014900 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
015000 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
015050 01  WS-Full-Name            PIC X(61).
015100 01  WS-Program-Name         PIC X(20) VALUE "USERERASE".
015200
015300 PROCEDURE DIVISION.
016300     CALL "EnvName" USING WS-P-USRARCH-NEW
016400     CALL "EnvName" USING WS-P-USRERASE-TXT
016410     CALL "EnvName" USING WS-P-PWHIST-DAT
016418     CALL "EnvName" USING WS-P-USRACCS-DAT
016426     CALL "EnvName" USING WS-P-CONTPREF-DAT
016434     CALL "EnvName" USING WS-P-PSDVAULT-DAT
016442     CALL "EnvName" USING WS-P-TICKET-DAT
016450     CALL "EnvName" USING WS-P-TERMREG-DAT
016458     CALL "EnvName" USING WS-P-SESSION-DAT
016466     CALL "EnvName" USING WS-P-RISKREG-DAT
016474     CALL "EnvName" USING WS-P-SUSPEND-DAT
016482     CALL "EnvName" USING WS-P-REACTQ-DAT
016490     CALL "EnvName" USING WS-P-MOVREV-DAT
016500     MOVE "C" TO WS-Lock-Request
016600     CALL "UserLock" USING WS-Lock-Request,
016700         WS-Program-Name, WS-Lock-Granted
017493     END-IF
017500     DISPLAY "Enter your initials: "
017600     ACCEPT WS-Operator-Initials
017641     DISPLAY "Enter UserId to erase (9 digits, check digit "
017682         "last): "
017723     ACCEPT WS-Keyed-UserId
017764     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
017805         WS-Erase-Id, WS-Id-Check
017846     IF NOT WS-Id-Accepted OR WS-Erase-Id = ZERO
017887             OR WS-Erase-Id = WS-Trailer-Id
017928         IF WS-Id-Accepted
017969             DISPLAY "UserId must not be blank, zero, or "
018010                 "99999999."
018051         END-IF
018100     ELSE
018120         PERFORM 1500-TAKE-CASE THRU 1500-TAKE-CASE-EXIT
018140         IF WS-Dsr-Case-Ok
018200             PERFORM 2000-ERASE-ACCOUNT
018300                 THRU 2000-ERASE-ACCOUNT-EXIT
018320         ELSE
018340             MOVE 8 TO WS-Eoj-Return-Code
018360         END-IF
018400     END-IF
018500     MOVE "R" TO WS-Lock-Request
018600     CALL "UserLock" USING WS-Lock-Request,
019100         WS-Eoj-Return-Code
019200     MOVE WS-Eoj-Return-Code TO RETURN-CODE
019300     STOP RUN.
019301
019302
019303*--------------------------------------------------------------
019304* The data-subject case the erasure answers, if any. It is
019305* checked before anything is touched; a case that cannot be
019306* answered stops the run with the account left as it is.
019307*--------------------------------------------------------------
019308 1500-TAKE-CASE.
019309     MOVE "Y" TO WS-Dsr-Result
019310     DISPLAY "Data-subject case number (0 if none): "
019311     ACCEPT WS-Dsr-Case-Id
019312     IF WS-Dsr-Case-Id = ZERO
019313         GO TO 1500-TAKE-CASE-EXIT
019314     END-IF
019315     MOVE "V" TO WS-Dsr-Request
019316     PERFORM 1600-CASE-CALL THRU 1600-CASE-CALL-EXIT
019317     .
019318 1500-TAKE-CASE-EXIT.
019319     EXIT.
019320
019321*--------------------------------------------------------------
019322* Validates the case (V) or closes it with the certificate
019323* reference (C), through the shared DsrCase routine.
019324*--------------------------------------------------------------
019325 1600-CASE-CALL.
019326     CALL "DsrCase" USING WS-Dsr-Request, WS-Dsr-Case-Id,
019327         WS-Dsr-Type, WS-Erase-Id, WS-Dsr-Ref,
019328         WS-Operator-Initials, WS-Program-Name, WS-Dsr-Result
019329     EVALUATE WS-Dsr-Result
019330         WHEN "Y"
019331             IF WS-Dsr-Request = "C"
019332                 DISPLAY "CASE " WS-Dsr-Case-Id " CLOSED."
019333             END-IF
019334         WHEN "P"
019335             DISPLAY "CASE " WS-Dsr-Case-Id " RECORDED - OTHER "
019336                 "USERIDS ON IT STILL TO ANSWER."
019337         WHEN "N"
019338             DISPLAY "CASE " WS-Dsr-Case-Id
019339                 " IS NOT ON DSRCASE.DAT."
019340         WHEN "T"
019341             DISPLAY "CASE " WS-Dsr-Case-Id
019342                 " IS NOT AN ERASURE CASE."
019343         WHEN "X"
019344             DISPLAY "CASE " WS-Dsr-Case-Id " IS NO LONGER OPEN."
019345         WHEN "I"
019346             DISPLAY "CASE " WS-Dsr-Case-Id " - THE REQUESTER'S "
019347                 "IDENTITY IS NOT YET VERIFIED."
019348         WHEN "U"
019349             DISPLAY "CASE " WS-Dsr-Case-Id
019350                 " DOES NOT NAME USERID " WS-Erase-Id "."
019351         WHEN "D"
019402             DISPLAY "CASE " WS-Dsr-Case-Id
019404                 " WAS ALREADY ANSWERED FOR USERID "
019405                 WS-Erase-Id "."
019406         WHEN OTHER
019408             DISPLAY "DSRCASE.DAT WILL NOT OPEN - CASE NOT "
019410                 "RECORDED."
019412     END-EVALUATE
019414     .
019416 1600-CASE-CALL-EXIT.
019418     EXIT.
019420
019500 2000-ERASE-ACCOUNT.
019600     OPEN I-O UserDatabase
019700     IF WS-File-Not-Found
020600             CLOSE UserDatabase
020700             GO TO 2000-ERASE-ACCOUNT-EXIT
020800     END-READ
020808     MOVE "S" TO WS-Lgl-Request
020816     CALL "LglChk" USING WS-Lgl-Request, WS-Erase-Id,
020824         WS-Program-Name, WS-Lgl-Held, WS-Lgl-Case-Ref
020832     IF WS-Lgl-Is-Held
020840         DISPLAY "UserId " WS-Erase-Id " is under legal hold "
020848             "(case " WS-Lgl-Case-Ref ") - nothing erased."
020856         ADD 1 TO WS-Eoj-Rejected-Count
020864         MOVE 4 TO WS-Eoj-Return-Code
020872         CLOSE UserDatabase
020880         GO TO 2000-ERASE-ACCOUNT-EXIT
020888     END-IF
020894     CALL "NameFmt" USING GivenName, FamilyName, WS-Full-Name
020900     DISPLAY "About to erase " UserId " " UserName " "
021000         FUNCTION TRIM(WS-Full-Name) " - confirm (Y/N)? "
021100     ACCEPT WS-Confirm-Reply
021200     IF NOT WS-Erase-Confirmed
021300         DISPLAY "Erasure abandoned - nothing removed."
022100     PERFORM 2200-ERASE-NOTES THRU 2200-ERASE-NOTES-EXIT
022200     PERFORM 2300-ERASE-HISTORY THRU 2300-ERASE-HISTORY-EXIT
022250     PERFORM 2600-ERASE-PWHIST THRU 2600-ERASE-PWHIST-EXIT
022275     PERFORM 2700-ERASE-REGISTERS THRU 2700-ERASE-REGISTERS-EXIT
022300     PERFORM 2500-ERASE-ARCHIVE THRU 2500-ERASE-ARCHIVE-EXIT
022400     PERFORM 2400-PRINT-CERTIFICATE
022500         THRU 2400-PRINT-CERTIFICATE-EXIT
022510     IF WS-Dsr-Case-Id NOT = ZERO
022520         MOVE SPACES TO WS-Dsr-Ref
022530         STRING "USRERASE.TXT " WS-Run-Date " " WS-Run-Time(1:6)
022540             DELIMITED BY SIZE INTO WS-Dsr-Ref
022550         MOVE "C" TO WS-Dsr-Request
022560         PERFORM 1600-CASE-CALL THRU 1600-CASE-CALL-EXIT
022570         IF NOT WS-Dsr-Case-Ok
022580             MOVE 4 TO WS-Eoj-Return-Code
022590         END-IF
022595     END-IF
022600     DISPLAY "UserId ", WS-Erase-Id, " erased. NOTES REMOVED: "
022700         WS-Notes-Erased " HISTORY ROWS REMOVED: "
022800         WS-Hist-Erased " ARCHIVE IMAGES REMOVED: "
022900         WS-Arch-Erased
022950     DISPLAY "REGISTER ROWS REMOVED: " WS-Register-Total
023000     .
023100 2000-ERASE-ACCOUNT-EXIT.
023200     EXIT.
035880     .
035890 2600-ERASE-PWHIST-EXIT.
035900     EXIT.
035901
035902*--------------------------------------------------------------
035903* The per-account registers, each a keyed delete of the
035904* account's rows in the PWHIST.DAT manner; a register not
035905* yet created has nothing to erase. The counts, PWHIST.DAT's
035906* first, go on the certificate.
035907*--------------------------------------------------------------
035908 2700-ERASE-REGISTERS.
035909     PERFORM VARYING WS-Register-Index FROM 1 BY 1
035910             UNTIL WS-Register-Index > 11
035911         MOVE 0 TO WS-Register-Erased(WS-Register-Index)
035912     END-PERFORM
035913     MOVE WS-PwHist-Erased TO WS-Register-Erased(1)
035914     PERFORM 2710-ERASE-ENTITLEMENTS
035915         THRU 2710-ERASE-ENTITLEMENTS-EXIT
035916     PERFORM 2715-ERASE-PREFERENCES
035917         THRU 2715-ERASE-PREFERENCES-EXIT
035918     PERFORM 2720-ERASE-VAULT THRU 2720-ERASE-VAULT-EXIT
035919     PERFORM 2725-ERASE-TICKETS THRU 2725-ERASE-TICKETS-EXIT
035920     PERFORM 2730-ERASE-TERMINALS THRU 2730-ERASE-TERMINALS-EXIT
035921     PERFORM 2735-ERASE-SESSIONS THRU 2735-ERASE-SESSIONS-EXIT
035922     PERFORM 2740-ERASE-RISK THRU 2740-ERASE-RISK-EXIT
035923     PERFORM 2745-ERASE-SUSPEND THRU 2745-ERASE-SUSPEND-EXIT
035924     PERFORM 2750-ERASE-REACTIVATION
035925         THRU 2750-ERASE-REACTIVATION-EXIT
035926     PERFORM 2755-ERASE-MOVER-REVIEW
035927         THRU 2755-ERASE-MOVER-REVIEW-EXIT
035928     MOVE 0 TO WS-Register-Total
035929     PERFORM VARYING WS-Register-Index FROM 1 BY 1
035930             UNTIL WS-Register-Index > 11
035931         ADD WS-Register-Erased(WS-Register-Index)
035932             TO WS-Register-Total
035933     END-PERFORM
035934     .
035935 2700-ERASE-REGISTERS-EXIT.
035936     EXIT.
035937
035938 2710-ERASE-ENTITLEMENTS.
035939     MOVE "N" TO WS-Eof-Switch
035940     OPEN I-O EntitlementFile
035941     IF WS-Entitlement-Missing
035942         GO TO 2710-ERASE-ENTITLEMENTS-EXIT
035943     END-IF
035944     MOVE WS-Erase-Id TO ENT-UserId
035945     MOVE LOW-VALUES TO ENT-Code
035946     START EntitlementFile KEY IS >= EntitlementKey
035947         INVALID KEY
035948             SET WS-End-Of-Input TO TRUE
035949     END-START
035950     PERFORM UNTIL WS-End-Of-Input
035951         READ EntitlementFile NEXT RECORD
035952             AT END SET WS-End-Of-Input TO TRUE
035953         END-READ
035954         IF NOT WS-End-Of-Input
035955             IF ENT-UserId = WS-Erase-Id
035956                 DELETE EntitlementFile
035957                 ADD 1 TO WS-Register-Erased(2)
035958             ELSE
035959                 SET WS-End-Of-Input TO TRUE
035960             END-IF
035961         END-IF
035962     END-PERFORM
035963     CLOSE EntitlementFile
035964     .
035965 2710-ERASE-ENTITLEMENTS-EXIT.
035966     EXIT.
035967
035968 2715-ERASE-PREFERENCES.
035969     MOVE "N" TO WS-Eof-Switch
035970     OPEN I-O PrefFile
035971     IF WS-Pref-Missing
035972         GO TO 2715-ERASE-PREFERENCES-EXIT
035973     END-IF
035974     MOVE WS-Erase-Id TO CP-UserId
035975     MOVE LOW-VALUES TO CP-Msg-Type
035976     START PrefFile KEY IS >= ContPrefKey
035977         INVALID KEY
035978             SET WS-End-Of-Input TO TRUE
035979     END-START
035980     PERFORM UNTIL WS-End-Of-Input
035981         READ PrefFile NEXT RECORD
035982             AT END SET WS-End-Of-Input TO TRUE
035983         END-READ
035984         IF NOT WS-End-Of-Input
035985             IF CP-UserId = WS-Erase-Id
035986                 DELETE PrefFile
035987                 ADD 1 TO WS-Register-Erased(3)
035988             ELSE
035989                 SET WS-End-Of-Input TO TRUE
035990             END-IF
035991         END-IF
035992     END-PERFORM
035993     CLOSE PrefFile
035994     .
035995 2715-ERASE-PREFERENCES-EXIT.
035996     EXIT.
035997
035998*--------------------------------------------------------------
035999* Without its vault row the account's token can no longer be
036000* turned back into the individual by PsdInq.
036001*--------------------------------------------------------------
036002 2720-ERASE-VAULT.
036003     OPEN I-O VaultFile
036004     IF WS-Vault-Missing
036005         GO TO 2720-ERASE-VAULT-EXIT
036006     END-IF
036007     MOVE WS-Erase-Id TO PV-UserId
036008     READ VaultFile
036009         NOT INVALID KEY
036010             DELETE VaultFile
036011             ADD 1 TO WS-Register-Erased(4)
036012     END-READ
036013     CLOSE VaultFile
036014     .
036015 2720-ERASE-VAULT-EXIT.
036016     EXIT.
036017
036018*--------------------------------------------------------------
036019* Tickets are keyed on their own number; the account's are
036020* found through the UserId alternate key.
036021*--------------------------------------------------------------
036022 2725-ERASE-TICKETS.
036023     MOVE "N" TO WS-Eof-Switch
036024     OPEN I-O TicketFile
036025     IF WS-Ticket-Missing
036026         GO TO 2725-ERASE-TICKETS-EXIT
036027     END-IF
036028     MOVE WS-Erase-Id TO TK-UserId
036029     START TicketFile KEY IS = TK-UserId
036030         INVALID KEY
036031             SET WS-End-Of-Input TO TRUE
036032     END-START
036033     PERFORM UNTIL WS-End-Of-Input
036034         READ TicketFile NEXT RECORD
036035             AT END SET WS-End-Of-Input TO TRUE
036036         END-READ
036037         IF NOT WS-End-Of-Input
036038             IF TK-UserId = WS-Erase-Id AND NOT TK-Is-Control
036039                 DELETE TicketFile
036040                 ADD 1 TO WS-Register-Erased(5)
036041             ELSE
036042                 SET WS-End-Of-Input TO TRUE
036043             END-IF
036044         END-IF
036045     END-PERFORM
036046     CLOSE TicketFile
036047     .
036048 2725-ERASE-TICKETS-EXIT.
036049     EXIT.
036050
036051 2730-ERASE-TERMINALS.
036052     MOVE "N" TO WS-Eof-Switch
036053     OPEN I-O TermRegFile
036054     IF WS-TermReg-Missing
036055         GO TO 2730-ERASE-TERMINALS-EXIT
036056     END-IF
036057     MOVE WS-Erase-Id TO TRM-UserId
036058     MOVE LOW-VALUES TO TRM-Terminal
036059     START TermRegFile KEY IS >= TRM-Key
036060         INVALID KEY
036061             SET WS-End-Of-Input TO TRUE
036062     END-START
036063     PERFORM UNTIL WS-End-Of-Input
036064         READ TermRegFile NEXT RECORD
036065             AT END SET WS-End-Of-Input TO TRUE
036066         END-READ
036067         IF NOT WS-End-Of-Input
036068             IF TRM-UserId = WS-Erase-Id
036069                 DELETE TermRegFile
036070                 ADD 1 TO WS-Register-Erased(6)
036071             ELSE
036072                 SET WS-End-Of-Input TO TRUE
036073             END-IF
036074         END-IF
036075     END-PERFORM
036076     CLOSE TermRegFile
036077     .
036078 2730-ERASE-TERMINALS-EXIT.
036079     EXIT.
036080
036081 2735-ERASE-SESSIONS.
036082     MOVE "N" TO WS-Eof-Switch
036083     OPEN I-O SessionFile
036084     IF WS-Session-Missing
036085         GO TO 2735-ERASE-SESSIONS-EXIT
036086     END-IF
036087     MOVE WS-Erase-Id TO SES-UserId
036088     MOVE ZERO TO SES-Start-Date
036089     MOVE ZERO TO SES-Start-Time
036090     START SessionFile KEY IS >= SES-Key
036091         INVALID KEY
036092             SET WS-End-Of-Input TO TRUE
036093     END-START
036094     PERFORM UNTIL WS-End-Of-Input
036095         READ SessionFile NEXT RECORD
036096             AT END SET WS-End-Of-Input TO TRUE
036097         END-READ
036098         IF NOT WS-End-Of-Input
036099             IF SES-UserId = WS-Erase-Id
036100                 DELETE SessionFile
036101                 ADD 1 TO WS-Register-Erased(7)
036102             ELSE
036103                 SET WS-End-Of-Input TO TRUE
036104             END-IF
036105         END-IF
036106     END-PERFORM
036107     CLOSE SessionFile
036108     .
036109 2735-ERASE-SESSIONS-EXIT.
036110     EXIT.
036111
036112 2740-ERASE-RISK.
036113     OPEN I-O RiskFile
036114     IF WS-Risk-Missing
036115         GO TO 2740-ERASE-RISK-EXIT
036116     END-IF
036117     MOVE WS-Erase-Id TO RR-UserId
036118     READ RiskFile
036119         NOT INVALID KEY
036120             DELETE RiskFile
036121             ADD 1 TO WS-Register-Erased(8)
036122     END-READ
036123     CLOSE RiskFile
036124     .
036125 2740-ERASE-RISK-EXIT.
036126     EXIT.
036127
036128*--------------------------------------------------------------
036129* A leave row is keyed under the owning employee, which may
036130* have changed since, so the small register is read through
036131* for the account's rows; the suspension headers themselves
036132* (UserId zero) belong to the employee and are left alone.
036133*--------------------------------------------------------------
036134 2745-ERASE-SUSPEND.
036135     MOVE "N" TO WS-Eof-Switch
036136     OPEN I-O SuspendFile
036137     IF WS-Suspend-Missing
036138         GO TO 2745-ERASE-SUSPEND-EXIT
036139     END-IF
036140     MOVE ZERO TO LV-EmpId
036141     MOVE ZERO TO LV-UserId
036142     START SuspendFile KEY IS >= LV-Key
036143         INVALID KEY
036144             SET WS-End-Of-Input TO TRUE
036145     END-START
036146     PERFORM UNTIL WS-End-Of-Input
036147         READ SuspendFile NEXT RECORD
036148             AT END SET WS-End-Of-Input TO TRUE
036149         END-READ
036150         IF NOT WS-End-Of-Input
036151             IF LV-UserId = WS-Erase-Id
036152                 DELETE SuspendFile
036153                 ADD 1 TO WS-Register-Erased(9)
036154             END-IF
036155         END-IF
036156     END-PERFORM
036157     CLOSE SuspendFile
036158     .
036159 2745-ERASE-SUSPEND-EXIT.
036160     EXIT.
036161
036162 2750-ERASE-REACTIVATION.
036163     OPEN I-O ReactQueue
036164     IF WS-React-Missing
036165         GO TO 2750-ERASE-REACTIVATION-EXIT
036166     END-IF
036167     MOVE WS-Erase-Id TO RQ-UserId
036168     READ ReactQueue
036169         NOT INVALID KEY
036170             DELETE ReactQueue
036171             ADD 1 TO WS-Register-Erased(10)
036172     END-READ
036173     CLOSE ReactQueue
036174     .
036175 2750-ERASE-REACTIVATION-EXIT.
036176     EXIT.
036177
036178 2755-ERASE-MOVER-REVIEW.
036179     OPEN I-O MoverReviewFile
036180     IF WS-Mover-Missing
036181         GO TO 2755-ERASE-MOVER-REVIEW-EXIT
036182     END-IF
036183     MOVE WS-Erase-Id TO MVR-UserId
036184     READ MoverReviewFile
036185         NOT INVALID KEY
036186             DELETE MoverReviewFile
036187             ADD 1 TO WS-Register-Erased(11)
036188     END-READ
036189     CLOSE MoverReviewFile
036190     .
036191 2755-ERASE-MOVER-REVIEW-EXIT.
036192     EXIT.
036193
036194 2400-PRINT-CERTIFICATE.
036195     ACCEPT WS-Run-Time FROM TIME
036196     OPEN EXTEND CertificateFile
036197     IF WS-Certificate-Missing
036200         OPEN OUTPUT CertificateFile
036300     END-IF
036400     MOVE SPACES TO CertificateRecord
036900     STRING "ACCOUNT " WS-Erase-Id " ERASED FROM USERS.DATA"
037000         DELIMITED BY SIZE INTO CertificateRecord
037100     WRITE CertificateRecord
037110     IF WS-Dsr-Case-Id NOT = ZERO
037120         MOVE SPACES TO CertificateRecord
037130         STRING "IN ANSWER TO DATA-SUBJECT CASE " WS-Dsr-Case-Id
037140             DELIMITED BY SIZE INTO CertificateRecord
037150         WRITE CertificateRecord
037160     END-IF
037200     MOVE SPACES TO CertificateRecord
037300     MOVE WS-Notes-Erased TO WS-Notes-Erased-Disp
037400     MOVE WS-Hist-Erased TO WS-Hist-Erased-Disp
037800         "  ARCHIVE IMAGES REMOVED: " WS-Arch-Erased-Disp
037900         DELIMITED BY SIZE INTO CertificateRecord
038000     WRITE CertificateRecord
038006     MOVE SPACES TO CertificateRecord
038012     MOVE "ACCOUNT ROWS REMOVED FROM THE PER-ACCOUNT REGISTERS:"
038018         TO CertificateRecord
038024     WRITE CertificateRecord
038030     PERFORM VARYING WS-Register-Index FROM 1 BY 1
038036             UNTIL WS-Register-Index > 11
038042         MOVE WS-Register-Erased(WS-Register-Index)
038048             TO WS-Register-Disp
038054         MOVE SPACES TO CertificateRecord
038060         STRING "  " WS-Register-Name(WS-Register-Index)
038066             "  " WS-Register-Disp
038072             DELIMITED BY SIZE INTO CertificateRecord
038078         WRITE CertificateRecord
038084     END-PERFORM
038100     MOVE SPACES TO CertificateRecord
038200     MOVE "BACKUP GENERATIONS STILL HOLDING THE ACCOUNT"
038300         TO CertificateRecord

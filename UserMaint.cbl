000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Account maintenance: reads a USERS.DATA record by UserId and
000866* presents every non-key profile field - UserName, GivenName,
000932* FamilyName,
001000* Email, CountryCode, OwnerEmpId, the sign-on second-factor
001010* flag, the fixed-term account end date - on one full-screen
001050* panel, preloaded with the current values and edited in
001100* place. The panel re-presents on a validation failure with
001200* the error named and everything else still keyed, so fixing
001300* one field never means re-keying the rest. Validations are
001400* the ones SeqFileExample applies at entry (no blank names,
001500* CountryCode through CtryVal, UserName/Email uniqueness
001600* through the alternate indexes); every accepted change is
001700* written to USRHIST.DAT and journalled to USRJRNL.DAT.
001710* An Email the mail gateway bounced is flagged on the panel;
001720* keying a corrected one clears the bounce marks.
001730* The account type is kept here too: anything but a human
001740* account must carry a current owning employee (EmpVal), and
001750* the panel's confirm byte records the owner's yearly re-
001760* confirmation of a service account (SvcConf chases them).
001900*--------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*--------------------------------------------------------------
004500*                 the keyed data, and an action byte to apply
004600*                 or quit. The operators live here for hours
004700*                 a day - the panel is for them.
004710* 2026-10-15 JWG  The SecondFactorFlag (UserSignon one-time
004720*                 passcode) is set and cleared on the panel,
004730*                 with the change written to USRHIST.DAT.
004731* 2026-10-15 JWG  USERREC widened to 250 bytes. The account end
004732*                 date of a fixed-term account is maintained on
004733*                 the panel (0 = none, otherwise not before
004734*                 today), with the change written to USRHIST.DAT;
004735*                 the nightly TermSweep acts on it.
004736* 2026-10-15 JWG  An Email marked undeliverable by the bounce-back
004737*                 step is flagged on the panel message line; a
004738*                 corrected Email clears the bounce status and
004739*                 counts, with the status change written to
004740*                 USRHIST.DAT.
004741* 2026-10-15 JWG  Account type maintained on the panel; a
004742*                 service, shared or privileged account must
004743*                 name a current owning employee. A confirm
004744*                 byte records the owner's re-confirmation of a
004745*                 non-human account, and a new owner or type
004746*                 stamps it too; changes go to USRHIST.DAT.
004750* 2026-10-15 JWG  The operator now signs on with their EmpId
004752*                 (AuthChk, operator level). An account outside
004754*                 the operator's region scope is refused and
004756*                 logged through the shared ScopeChk check, and
004758*                 a CountryCode may not be moved to a region
004760*                 outside that scope either.
004762* 2026-10-15 JWG  The suite-wide exclusive lock is no longer
004764*                 held for the session: each account is
004766*                 reserved on its own through UserResv while
004768*                 its panel is up, so other updaters carry on.
004770*                 An apply re-reads the record first, and if
004772*                 its LastChangedStamp has moved since the
004774*                 panel was loaded the apply is refused and
004776*                 the panel re-presented with the new values.
004778* 2026-10-15 JWG  An account can be maintained under a
004780*                 TICKET.DAT helpdesk ticket about it: the
004782*                 ticket is checked before the panel comes up
004784*                 and an applied change recorded against it,
004786*                 through the shared TktLink routine.
004789* 2026-10-15 JWG  The UserId is keyed in its nine-digit form and
004792*                 verified through the shared IdChk routine; a
004795*                 wrong check digit is refused before any read.
004810* 2026-10-15 JWG  RealName replaced on the panel by GivenName
004825*                 and FamilyName (thirty characters each,
004840*                 family required); a name carried over by
004855*                 UserNmCnv is flagged on the panel until a
004870*                 name is keyed or NAME OK is set to Y.
004885*--------------------------------------------------------------
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
006700     88  WS-File-Not-Found   VALUE "35".
006800 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
006900 01  WS-Maint-Id             PIC 9(08).
006920 01  WS-Keyed-UserId         PIC X(09).
006940 01  WS-Id-Verify            PIC X(01) VALUE "V".
006960 01  WS-Id-Check             PIC X(01).
006980     88  WS-Id-Accepted          VALUE "Y".
007000 01  WS-Pnl-UserName         PIC X(05).
007040 01  WS-Pnl-Given-Name       PIC X(30).
007080 01  WS-Pnl-Family-Name      PIC X(30).
007120 01  WS-Pnl-Name-Ok          PIC X(01).
007160     88  WS-Pnl-Name-Confirmed   VALUE "Y".
007200 01  WS-Pnl-Email            PIC X(30).
007300 01  WS-Pnl-Country          PIC XX.
007400 01  WS-Pnl-Owner            PIC 9(05).
007410 01  WS-Pnl-Factor           PIC X(01).
007420 01  WS-Current-Factor       PIC X(01).
007430 01  WS-Pnl-End-Date         PIC 9(08).
007440 01  WS-Current-End-Date     PIC 9(08).
007450 01  WS-Today                PIC 9(08).
007451 01  WS-Pnl-Type             PIC X(01).
007452     88  WS-Pnl-Type-Is-Human    VALUE "H".
007453     88  WS-Pnl-Type-Is-Valid    VALUE "H" "S" "M" "P".
007454 01  WS-Current-Type         PIC X(01).
007455 01  WS-Pnl-Confirm          PIC X(01).
007456     88  WS-Pnl-Confirm-Owner    VALUE "Y".
007457 01  WS-Current-Confirm      PIC 9(08).
007458 01  WS-Current-Owner        PIC 9(05).
007459 01  WS-Owner-Ok             PIC X(01).
007460 01  WS-Owner-Name           PIC X(30).
007461 01  WS-Owner-Department     PIC X(15).
007500 01  WS-Pnl-Action           PIC X(01).
007600     88  WS-Pnl-Apply            VALUE "A" "a".
007700     88  WS-Pnl-Quit             VALUE "Q" "q".
008300 01  WS-Dup-Switch           PIC X.
008400     88  WS-Is-Duplicate         VALUE "Y".
008500     88  WS-Is-Unique            VALUE "N".
008600 01  WS-Saved-Record         PIC X(250).
008700 01  WS-Operator-Initials    PIC X(10).
008800 01  WS-Hist-Field-Name      PIC X(12).
008900 01  WS-Hist-Old-Value       PIC X(30).
009500 01  WS-Ctry-Region          PIC X(15).
009550 01  WS-Email-Ok             PIC X(01).
009600 01  WS-Jrnl-Action          PIC X(01).
009700 01  WS-Before-Image         PIC X(250).
009800 01  WS-After-Image          PIC X(250).
009900 01  WS-More-Maint           PIC X VALUE "Y".
010000     88  WS-Another-Maint        VALUE "Y" "y".
010100 01  WS-Resv-Request         PIC X.
010200 01  WS-Resv-Granted         PIC X.
010300     88  WS-Resv-Was-Granted     VALUE "Y".
010305 01  WS-Read-Stamp           PIC X(14).
010310 01  WS-Auth-EmpId           PIC 9(05).
010320 01  WS-Auth-Role            PIC X(01) VALUE "O".
010330 01  WS-Auth-Granted         PIC X(01).
010340     88  WS-Auth-Was-Granted     VALUE "Y".
010350 01  WS-Scope-Check          PIC X(01) VALUE "C".
010360 01  WS-Scope-Filter         PIC X(01) VALUE "F".
010370 01  WS-Scope-Result         PIC X(01).
010380     88  WS-Scope-Ok             VALUE "Y".
010382 01  WS-Tkt-Request          PIC X(01).
010384 01  WS-Tkt-Id               PIC 9(08).
010386 01  WS-Tkt-Action           PIC X(30)
010388                             VALUE "ACCOUNT DETAILS UPDATED".
010390 01  WS-Tkt-Result           PIC X(01).
010392     88  WS-Tkt-Ok               VALUE "Y".
010400 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
010500 01  WS-Eoj-Start-Time       PIC 9(08).
010600 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
011800     02  LINE 3  COLUMN 19 PIC 9(08) FROM WS-Maint-Id.
011900     02  LINE 5  COLUMN 5  VALUE "USERNAME   :".
012000     02  LINE 5  COLUMN 19 PIC X(05) USING WS-Pnl-UserName.
012042     02  LINE 6  COLUMN 5  VALUE "GIVEN NAME :".
012084     02  LINE 6  COLUMN 19 PIC X(30) USING WS-Pnl-Given-Name.
012126     02  LINE 7  COLUMN 5  VALUE "FAMILY NAME:".
012168     02  LINE 7  COLUMN 19 PIC X(30) USING WS-Pnl-Family-Name.
012210     02  LINE 7  COLUMN 51 VALUE "NAME OK (Y/N):".
012252     02  LINE 7  COLUMN 66 PIC X(01) USING WS-Pnl-Name-Ok.
012300     02  LINE 8  COLUMN 5  VALUE "EMAIL      :".
012400     02  LINE 8  COLUMN 19 PIC X(30) USING WS-Pnl-Email.
012500     02  LINE 9  COLUMN 5  VALUE "COUNTRYCODE:".
012600     02  LINE 9  COLUMN 19 PIC XX USING WS-Pnl-Country.
012700     02  LINE 10 COLUMN 5  VALUE "OWNER EMPID:".
012800     02  LINE 10 COLUMN 19 PIC 9(05) USING WS-Pnl-Owner.
012810     02  LINE 11 COLUMN 5  VALUE "2ND FACTOR :".
012820     02  LINE 11 COLUMN 19 PIC X(01) USING WS-Pnl-Factor.
012830     02  LINE 11 COLUMN 22 VALUE "(Y/N)".
012840     02  LINE 12 COLUMN 5  VALUE "END DATE   :".
012850     02  LINE 12 COLUMN 19 PIC 9(08) USING WS-Pnl-End-Date.
012860     02  LINE 12 COLUMN 29 VALUE "(YYYYMMDD, 0 = NONE)".
012870     02  LINE 13 COLUMN 5  VALUE "ACCT TYPE  :".
012871     02  LINE 13 COLUMN 19 PIC X(01) USING WS-Pnl-Type.
012872     02  LINE 13 COLUMN 22
012873         VALUE "(H=HUMAN S=SERVICE M=SHARED P=PRIVILEGED)".
012874     02  LINE 14 COLUMN 5  VALUE "OWNER CONF :".
012875     02  LINE 14 COLUMN 19 PIC 9(08) FROM WS-Current-Confirm.
012876     02  LINE 14 COLUMN 29 VALUE "RE-CONFIRM (Y/N):".
012877     02  LINE 14 COLUMN 47 PIC X(01) USING WS-Pnl-Confirm.
012900     02  LINE 16 COLUMN 5
013000         VALUE "ACTION (A=APPLY Q=QUIT):".
013100     02  LINE 16 COLUMN 31 PIC X(01) USING WS-Pnl-Action.
013200     02  LINE 18 COLUMN 5  PIC X(60) FROM WS-Panel-Message.
013300
013400 PROCEDURE DIVISION.
013500
013700     CALL "PreDefMsg" USING WS-Program-Name
013800     ACCEPT WS-Eoj-Start-Time FROM TIME
013900     CALL "EnvName" USING WS-P-USERS-DATA
013910     DISPLAY "Enter your employee id (5 digits): "
013920     ACCEPT WS-Auth-EmpId
013930     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
013940         WS-Program-Name, WS-Auth-Granted
013950     IF NOT WS-Auth-Was-Granted
013960         MOVE 8 TO RETURN-CODE
013970         STOP RUN
013980     END-IF
014700     OPEN I-O UserDatabase
014800     IF WS-File-Not-Found
014900         DISPLAY "USERS.DATA NOT FOUND - NOTHING TO MAINTAIN."
015500             UNTIL NOT WS-Another-Maint
015600         CLOSE UserDatabase
015700     END-IF
016100     CALL "EndMsg" USING WS-Program-Name,
016200         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
016300         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
016600     STOP RUN.
016700
016800 2000-MAINTAIN-ACCOUNT.
016841     DISPLAY "Enter UserId to maintain (9 digits, check digit "
016882         "last): "
016923     ACCEPT WS-Keyed-UserId
016964     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
017005         WS-Maint-Id, WS-Id-Check
017046     IF NOT WS-Id-Accepted OR WS-Maint-Id = ZERO
017087             OR WS-Maint-Id = WS-Trailer-Id
017128         IF WS-Id-Accepted
017169             DISPLAY "UserId must not be blank, zero, or "
017210                 "99999999."
017251         END-IF
017300     ELSE
017310         MOVE "A" TO WS-Resv-Request
017320         CALL "UserResv" USING WS-Resv-Request, WS-Maint-Id,
017330             WS-Program-Name, WS-Operator-Initials,
017340             WS-Resv-Granted
017350         IF NOT WS-Resv-Was-Granted
017360             ADD 1 TO WS-Eoj-Rejected-Count
017370             GO TO 2000-MAINTAIN-ACCOUNT-NEXT
017380         END-IF
017400         MOVE WS-Maint-Id TO UserId
017500         READ UserDatabase
017600             INVALID KEY
017700                 DISPLAY "UserId ", WS-Maint-Id,
017800                     " not found on file."
017900             NOT INVALID KEY
017910                 CALL "ScopeChk" USING WS-Auth-EmpId, UserId,
017920                     CountryCode, WS-Program-Name,
017930                     WS-Scope-Check, WS-Scope-Result
017940                 IF WS-Scope-Ok
017950                     PERFORM 2050-TAKE-TICKET
017960                         THRU 2050-TAKE-TICKET-EXIT
017970                 END-IF
017980                 IF WS-Scope-Ok
017985                         AND (WS-Tkt-Id = ZERO OR WS-Tkt-Ok)
018000                     MOVE UserRecord TO WS-Before-Image
018100                     PERFORM 2100-EDIT-ON-PANEL
018200                         THRU 2100-EDIT-ON-PANEL-EXIT
018210                 ELSE
018220                     ADD 1 TO WS-Eoj-Rejected-Count
018230                 END-IF
018300         END-READ
018310         MOVE "R" TO WS-Resv-Request
018320         CALL "UserResv" USING WS-Resv-Request, WS-Maint-Id,
018330             WS-Program-Name, WS-Operator-Initials,
018340             WS-Resv-Granted
018400     END-IF
018450     .
018460 2000-MAINTAIN-ACCOUNT-NEXT.
018500     DISPLAY "Maintain another account (Y/N)? "
018600     ACCEPT WS-More-Maint
018700     .
018800 2000-MAINTAIN-ACCOUNT-EXIT.
018900     EXIT.
018902
018904*--------------------------------------------------------------
018906* The helpdesk ticket the maintenance is done under (zero =
018908* none) must be open and about this account, or the panel is
018910* not put up.
018912*--------------------------------------------------------------
018914 2050-TAKE-TICKET.
018916     DISPLAY "Helpdesk ticket (8 digits, 0 = none): "
018918     ACCEPT WS-Tkt-Id
018920     IF WS-Tkt-Id = ZERO
018922         GO TO 2050-TAKE-TICKET-EXIT
018924     END-IF
018926     MOVE "V" TO WS-Tkt-Request
018928     PERFORM 2060-TICKET-CALL THRU 2060-TICKET-CALL-EXIT
018930     IF NOT WS-Tkt-Ok
018932         DISPLAY "UserId ", WS-Maint-Id, " not maintained."
018934         ADD 1 TO WS-Eoj-Rejected-Count
018936     END-IF
018938     .
018940 2050-TAKE-TICKET-EXIT.
018942     EXIT.
018944
018946*--------------------------------------------------------------
018948* Validates the ticket before the panel (V) and records an
018950* applied change against it (R), through the shared TktLink
018952* routine.
018954*--------------------------------------------------------------
018956 2060-TICKET-CALL.
018958     CALL "TktLink" USING WS-Tkt-Request, WS-Tkt-Id,
018960         WS-Maint-Id, WS-Tkt-Action, WS-Program-Name,
018962         WS-Tkt-Result
018964     EVALUATE WS-Tkt-Result
018966         WHEN "Y"
018968             CONTINUE
018970         WHEN "N"
018972             DISPLAY "TICKET " WS-Tkt-Id " IS NOT ON TICKET.DAT."
018974         WHEN "X"
018976             DISPLAY "TICKET " WS-Tkt-Id " IS NO LONGER OPEN."
018978         WHEN "U"
018980             DISPLAY "TICKET " WS-Tkt-Id
018982                 " IS ABOUT ANOTHER USERID."
018984         WHEN OTHER
018986             DISPLAY "TICKET.DAT WILL NOT OPEN - TICKET NOT "
018988                 "RECORDED."
018990     END-EVALUATE
018992     .
018994 2060-TICKET-CALL-EXIT.
018996     EXIT.
019000
019100*--------------------------------------------------------------
019200* The panel is preloaded from the record and re-presented on
019600* replaced.
019700*--------------------------------------------------------------
019800 2100-EDIT-ON-PANEL.
019810     PERFORM 2150-LOAD-PANEL THRU 2150-LOAD-PANEL-EXIT
019820     MOVE "A" TO WS-Pnl-Action
019830     MOVE SPACES TO WS-Panel-Message
019840     IF NameNeedsReview
019850         MOVE "NAME AWAITS REVIEW - CHECK GIVEN/FAMILY, NAME OK Y"
019860             TO WS-Panel-Message
019870     END-IF
019872     IF EmailIsUndeliverable
019874         MOVE "EMAIL BOUNCED AS UNDELIVERABLE - PLEASE CORRECT"
019876             TO WS-Panel-Message
019878     END-IF
019880     MOVE "N" TO WS-Panel-State
019890     PERFORM UNTIL WS-Panel-Settled
019891         DISPLAY Maint-Panel
019892         ACCEPT Maint-Panel
019893         IF WS-Pnl-Quit
019894             SET WS-Panel-Settled TO TRUE
019895             DISPLAY "No fields changed - record left as "
019896                 "it was."
019897         ELSE
019898             PERFORM 2200-VALIDATE-PANEL
019899                 THRU 2200-VALIDATE-PANEL-EXIT
019900             IF WS-Panel-Message = SPACES
019901                 PERFORM 2250-CHECK-STAMP
019902                     THRU 2250-CHECK-STAMP-EXIT
019903             END-IF
019904             IF WS-Panel-Message = SPACES
019905                 PERFORM 2300-APPLY-PANEL
019906                     THRU 2300-APPLY-PANEL-EXIT
019907                 SET WS-Panel-Settled TO TRUE
019908             END-IF
019909         END-IF
019910     END-PERFORM
019911     .
019912 2100-EDIT-ON-PANEL-EXIT.
019913     EXIT.
019914
019915*--------------------------------------------------------------
019916* The panel fields and the current values they are compared
019917* against at apply time, both from the record as read. The
019918* record's LastChangedStamp is kept to prove at apply time
019919* that nobody has rewritten it since.
019920*--------------------------------------------------------------
019921 2150-LOAD-PANEL.
019922     MOVE LastChangedStamp TO WS-Read-Stamp
019930     MOVE UserName TO WS-Pnl-UserName
019951     MOVE GivenName TO WS-Pnl-Given-Name
019972     MOVE FamilyName TO WS-Pnl-Family-Name
019993     IF NameNeedsReview
020014         MOVE "N" TO WS-Pnl-Name-Ok
020035     ELSE
020056         MOVE "Y" TO WS-Pnl-Name-Ok
020077     END-IF
020100     MOVE Email TO WS-Pnl-Email
020200     MOVE CountryCode TO WS-Pnl-Country
020300     IF OwnerEmpId IS NUMERIC
020500     ELSE
020600         MOVE ZERO TO WS-Pnl-Owner
020700     END-IF
020705     MOVE WS-Pnl-Owner TO WS-Current-Owner
020710     IF SecondFactorRequired
020720         MOVE "Y" TO WS-Current-Factor
020730     ELSE
020740         MOVE "N" TO WS-Current-Factor
020750     END-IF
020760     MOVE WS-Current-Factor TO WS-Pnl-Factor
020770     IF AccountEndDate IS NUMERIC
020780         MOVE AccountEndDate TO WS-Current-End-Date
020790     ELSE
020791         MOVE ZERO TO WS-Current-End-Date
020792     END-IF
020793     MOVE WS-Current-End-Date TO WS-Pnl-End-Date
020794     IF AccountIsHuman
020795         MOVE "H" TO WS-Current-Type
020796     ELSE
020797         MOVE AccountType TO WS-Current-Type
020798     END-IF
020799     MOVE WS-Current-Type TO WS-Pnl-Type
020800     IF OwnerConfirmDate IS NUMERIC
020801         MOVE OwnerConfirmDate TO WS-Current-Confirm
020802     ELSE
020803         MOVE ZERO TO WS-Current-Confirm
020804     END-IF
020805     MOVE "N" TO WS-Pnl-Confirm
022800     .
022900 2150-LOAD-PANEL-EXIT.
023000     EXIT.
023100
023200 2200-VALIDATE-PANEL.
023600             TO WS-Panel-Message
023700         GO TO 2200-VALIDATE-PANEL-EXIT
023800     END-IF
023900     IF WS-Pnl-Family-Name = SPACES
024000         MOVE "FAMILY NAME MUST NOT BE BLANK"
024100             TO WS-Panel-Message
024200         GO TO 2200-VALIDATE-PANEL-EXIT
024300     END-IF
024316     MOVE FUNCTION UPPER-CASE(WS-Pnl-Name-Ok) TO WS-Pnl-Name-Ok
024332     IF WS-Pnl-Name-Ok NOT = "Y" AND WS-Pnl-Name-Ok NOT = "N"
024348         MOVE "NAME OK MUST BE Y OR N" TO WS-Panel-Message
024364         GO TO 2200-VALIDATE-PANEL-EXIT
024380     END-IF
024400     IF WS-Pnl-Email = SPACES
024500         MOVE "EMAIL MUST NOT BE BLANK" TO WS-Panel-Message
024600         GO TO 2200-VALIDATE-PANEL-EXIT
027210                 TO WS-Panel-Message
027300             GO TO 2200-VALIDATE-PANEL-EXIT
027400         END-IF
027410         CALL "ScopeChk" USING WS-Auth-EmpId, UserId,
027420             WS-Pnl-Country, WS-Program-Name,
027430             WS-Scope-Filter, WS-Scope-Result
027440         IF NOT WS-Scope-Ok
027450             MOVE "COUNTRYCODE IS OUTSIDE YOUR REGION SCOPE"
027460                 TO WS-Panel-Message
027470             GO TO 2200-VALIDATE-PANEL-EXIT
027480         END-IF
027500     END-IF
027510     MOVE FUNCTION UPPER-CASE(WS-Pnl-Factor) TO WS-Pnl-Factor
027520     IF WS-Pnl-Factor NOT = "Y" AND WS-Pnl-Factor NOT = "N"
027530         MOVE "2ND FACTOR MUST BE Y OR N" TO WS-Panel-Message
027540         GO TO 2200-VALIDATE-PANEL-EXIT
027550     END-IF
027560     ACCEPT WS-Today FROM DATE YYYYMMDD
027570     IF WS-Pnl-End-Date NOT = WS-Current-End-Date
027580             AND WS-Pnl-End-Date NOT = ZERO
027590             AND WS-Pnl-End-Date < WS-Today
027591         MOVE "END DATE MUST BE 0 OR NOT BEFORE TODAY"
027592             TO WS-Panel-Message
027593         GO TO 2200-VALIDATE-PANEL-EXIT
027594     END-IF
027595     MOVE FUNCTION UPPER-CASE(WS-Pnl-Type) TO WS-Pnl-Type
027596     IF NOT WS-Pnl-Type-Is-Valid
027597         MOVE "ACCOUNT TYPE MUST BE H, S, M OR P"
027598             TO WS-Panel-Message
027599         GO TO 2200-VALIDATE-PANEL-EXIT
027600     END-IF
027601     MOVE FUNCTION UPPER-CASE(WS-Pnl-Confirm) TO WS-Pnl-Confirm
027602     IF WS-Pnl-Confirm NOT = "Y" AND WS-Pnl-Confirm NOT = "N"
027603         MOVE "RE-CONFIRM MUST BE Y OR N" TO WS-Panel-Message
027604         GO TO 2200-VALIDATE-PANEL-EXIT
027605     END-IF
027606     IF WS-Pnl-Type-Is-Human
027607         IF WS-Pnl-Confirm-Owner
027608             MOVE "A HUMAN ACCOUNT HAS NO OWNER TO RE-CONFIRM"
027609                 TO WS-Panel-Message
027610         END-IF
027611         GO TO 2200-VALIDATE-PANEL-EXIT
027612     END-IF
027613     CALL "EmpVal" USING WS-Pnl-Owner, WS-Owner-Ok,
027614         WS-Owner-Name, WS-Owner-Department
027615     IF WS-Owner-Ok NOT = "Y"
027616         MOVE "NON-HUMAN ACCOUNT NEEDS A CURRENT OWNER EMPID"
027617             TO WS-Panel-Message
027618         GO TO 2200-VALIDATE-PANEL-EXIT
027619     END-IF
027620     .
027700 2200-VALIDATE-PANEL-EXIT.
027800     EXIT.
027810
027820*--------------------------------------------------------------
027830* The record is read again just before the apply. If another
027840* updater has rewritten it since the panel was loaded (the
027850* reservation timed out and was taken over), applying the
027860* panel would silently put back what they changed - so the
027870* apply is refused and the panel re-presented from the record
027880* as it now stands, for the operator to re-key against.
027890*--------------------------------------------------------------
027900 2250-CHECK-STAMP.
027910     MOVE UserRecord TO WS-Saved-Record
027920     READ UserDatabase
027930         INVALID KEY
027940             DISPLAY "UserId ", WS-Maint-Id, " is no longer on "
027950                 "file - nothing applied."
027960             MOVE "ACCOUNT NO LONGER ON FILE" TO WS-Panel-Message
027970             SET WS-Panel-Settled TO TRUE
027980             GO TO 2250-CHECK-STAMP-EXIT
027990     END-READ
028000     IF LastChangedStamp = WS-Read-Stamp
028010         MOVE WS-Saved-Record TO UserRecord
028020         GO TO 2250-CHECK-STAMP-EXIT
028030     END-IF
028040     MOVE UserRecord TO WS-Before-Image
028050     PERFORM 2150-LOAD-PANEL THRU 2150-LOAD-PANEL-EXIT
028060     MOVE "CHANGED BY ANOTHER UPDATER - RELOADED, PLEASE RE-KEY"
028070         TO WS-Panel-Message
028080     ADD 1 TO WS-Eoj-Rejected-Count
028090     .
028095 2250-CHECK-STAMP-EXIT.
028096     EXIT.
028097
028098 2300-APPLY-PANEL.
028100     MOVE "N" TO WS-Record-Changed
028200     IF WS-Pnl-UserName NOT = UserName
028300         MOVE "USERNAME" TO WS-Hist-Field-Name
028800             THRU 2400-WRITE-HISTORY-EXIT
028900         SET WS-Was-Changed TO TRUE
029000     END-IF
029100     IF WS-Pnl-Given-Name NOT = GivenName
029200         MOVE "GIVENNAME" TO WS-Hist-Field-Name
029300         MOVE GivenName TO WS-Hist-Old-Value
029400         MOVE WS-Pnl-Given-Name TO WS-Hist-New-Value
029500         MOVE WS-Pnl-Given-Name TO GivenName
029600         PERFORM 2400-WRITE-HISTORY
029700             THRU 2400-WRITE-HISTORY-EXIT
029800         SET WS-Was-Changed TO TRUE
029850         SET WS-Pnl-Name-Confirmed TO TRUE
029900     END-IF
029905     IF WS-Pnl-Family-Name NOT = FamilyName
029910         MOVE "FAMILYNAME" TO WS-Hist-Field-Name
029915         MOVE FamilyName TO WS-Hist-Old-Value
029920         MOVE WS-Pnl-Family-Name TO WS-Hist-New-Value
029925         MOVE WS-Pnl-Family-Name TO FamilyName
029930         PERFORM 2400-WRITE-HISTORY
029935             THRU 2400-WRITE-HISTORY-EXIT
029940         SET WS-Was-Changed TO TRUE
029945         SET WS-Pnl-Name-Confirmed TO TRUE
029950     END-IF
029955     IF NameNeedsReview AND WS-Pnl-Name-Confirmed
029960         MOVE "NAMEREVIEW" TO WS-Hist-Field-Name
029965         MOVE NameReviewFlag TO WS-Hist-Old-Value
029970         MOVE SPACES TO WS-Hist-New-Value
029975         MOVE SPACE TO NameReviewFlag
029980         PERFORM 2400-WRITE-HISTORY
029985             THRU 2400-WRITE-HISTORY-EXIT
029990         SET WS-Was-Changed TO TRUE
029995     END-IF
030000     IF WS-Pnl-Email NOT = Email
030100         MOVE "EMAIL" TO WS-Hist-Field-Name
030200         MOVE Email TO WS-Hist-Old-Value
030400         MOVE WS-Pnl-Email TO Email
030500         PERFORM 2400-WRITE-HISTORY
030600             THRU 2400-WRITE-HISTORY-EXIT
030610         IF EmailStatus NOT = SPACE
030620             MOVE "EMAILSTATUS" TO WS-Hist-Field-Name
030630             MOVE EmailStatus TO WS-Hist-Old-Value
030640             MOVE SPACES TO WS-Hist-New-Value
030650             PERFORM 2400-WRITE-HISTORY
030660                 THRU 2400-WRITE-HISTORY-EXIT
030670         END-IF
030680         MOVE SPACE TO EmailStatus
030690         MOVE ZERO TO EmailSoftBounces
030691         MOVE ZERO TO EmailBounceDate
030700         SET WS-Was-Changed TO TRUE
030800     END-IF
030900     IF WS-Pnl-Country NOT = CountryCode
032400             THRU 2400-WRITE-HISTORY-EXIT
032500         SET WS-Was-Changed TO TRUE
032600     END-IF
032610     IF WS-Pnl-Factor NOT = WS-Current-Factor
032620         MOVE "SECONDFACTOR" TO WS-Hist-Field-Name
032630         MOVE WS-Current-Factor TO WS-Hist-Old-Value
032640         MOVE WS-Pnl-Factor TO WS-Hist-New-Value
032650         MOVE WS-Pnl-Factor TO SecondFactorFlag
032660         PERFORM 2400-WRITE-HISTORY
032670             THRU 2400-WRITE-HISTORY-EXIT
032680         SET WS-Was-Changed TO TRUE
032690     END-IF
032691     IF WS-Pnl-End-Date NOT = WS-Current-End-Date
032692         MOVE "ENDDATE" TO WS-Hist-Field-Name
032693         MOVE WS-Current-End-Date TO WS-Hist-Old-Value
032694         MOVE WS-Pnl-End-Date TO WS-Hist-New-Value
032695         MOVE WS-Pnl-End-Date TO AccountEndDate
032696         PERFORM 2400-WRITE-HISTORY
032697             THRU 2400-WRITE-HISTORY-EXIT
032698         SET WS-Was-Changed TO TRUE
032699     END-IF
032700     IF WS-Pnl-Type NOT = WS-Current-Type
032701         MOVE "ACCOUNTTYPE" TO WS-Hist-Field-Name
032702         MOVE WS-Current-Type TO WS-Hist-Old-Value
032703         MOVE WS-Pnl-Type TO WS-Hist-New-Value
032704         MOVE WS-Pnl-Type TO AccountType
032705         PERFORM 2400-WRITE-HISTORY
032706             THRU 2400-WRITE-HISTORY-EXIT
032707         SET WS-Was-Changed TO TRUE
032708     END-IF
032709     PERFORM 2350-STAMP-OWNER-CONFIRM
032710         THRU 2350-STAMP-OWNER-CONFIRM-EXIT
032711     IF WS-Was-Changed
032712         CALL "TimeStamp" USING LastChangedStamp
032713         REWRITE UserRecord
032714         MOVE "R" TO WS-Jrnl-Action
032715         MOVE UserRecord TO WS-After-Image
032716         CALL "UserJrnl" USING WS-Program-Name,
032717             WS-Jrnl-Action, WS-Before-Image,
032718             WS-After-Image
032719         DISPLAY "UserId ", WS-Maint-Id, " updated."
032861         IF WS-Tkt-Id NOT = ZERO
033003             MOVE "R" TO WS-Tkt-Request
033145             PERFORM 2060-TICKET-CALL THRU 2060-TICKET-CALL-EXIT
033287         END-IF
033429     ELSE
033571         DISPLAY "No fields changed - record left as it was."
033713     END-IF
033855     .
034000 2300-APPLY-PANEL-EXIT.
034100     EXIT.
034101
034102*--------------------------------------------------------------
034103* A non-human account's owner confirmation is stamped with
034104* today when the operator keys the re-confirm byte, and also
034105* when the owner or the type changes - naming a new owner is
034106* that owner's first confirmation. A human account carries
034107* no confirmation date.
034108*--------------------------------------------------------------
034109 2350-STAMP-OWNER-CONFIRM.
034110     IF WS-Pnl-Type-Is-Human
034111         GO TO 2350-STAMP-OWNER-CONFIRM-EXIT
034112     END-IF
034113     IF WS-Pnl-Confirm-Owner
034114             OR WS-Pnl-Owner NOT = WS-Current-Owner
034115             OR WS-Pnl-Type NOT = WS-Current-Type
034116         IF WS-Current-Confirm NOT = WS-Today
034117             MOVE "OWNERCONFIRM" TO WS-Hist-Field-Name
034118             MOVE WS-Current-Confirm TO WS-Hist-Old-Value
034119             MOVE WS-Today TO WS-Hist-New-Value
034120             MOVE WS-Today TO OwnerConfirmDate
034121             PERFORM 2400-WRITE-HISTORY
034122                 THRU 2400-WRITE-HISTORY-EXIT
034123             SET WS-Was-Changed TO TRUE
034124         END-IF
034125     END-IF
034126     .
034127 2350-STAMP-OWNER-CONFIRM-EXIT.
034128     EXIT.
034200
034300 2400-WRITE-HISTORY.
034400     CALL "HistWrite" USING UserId, WS-Hist-Field-Name,

001700* routine - no re-keying. Runs under a shared UserLock claim:
001800* a reader coexists with other readers and only an updater
001900* shuts it out.
001910* The contact-preference option shows which informational
001932* messages the account receives and records an opt-out or
001954* opt-in through the shared PrefWrite routine, which evidences
001976* it on USRHIST.DAT.
001980* The helpdesk-ticket option opens, updates and closes the
001985* account's TICKET.DAT tickets mid-call, and a note can be
001990* attached under one of them.
002000*--------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*--------------------------------------------------------------
002300* DATE       INIT DESCRIPTION
002400* ---------- ---- -------------------------------------------
002500* 2026-09-01 JWG  Original version.
002510* 2026-10-15 JWG  New menu option lists the application
002520*                 entitlements the account holds on
002530*                 USRACCS.DAT, active and revoked; add-a-
002540*                 note, find and close move down one.
002550* 2026-10-15 JWG  New menu option shows and changes the
002562*                 account's contact preferences on CONTPREF.DAT
002574*                 through PrefWrite; add-a-note, find and close
002586*                 move down one again.
002590* 2026-10-15 JWG  The operator now signs on with their EmpId
002592*                 (AuthChk, operator level). The UserName and
002594*                 Email searches leave out accounts outside
002596*                 the operator's region scope, and an account
002597*                 found by id outside it is refused and logged
002598*                 through the shared ScopeChk check.
002599* 2026-10-15 JWG  Each search match listed and the account
002624*                 landed on are journalled to READJRNL.DAT
002649*                 through ReadJrnl.
002660* 2026-10-15 JWG  The preferences list takes in the new
002665*                 SEC-STATEMNT message type.
002667* 2026-10-15 JWG  New menu option opens, lists, updates
002668*                 (assignment, hold, progress note) and closes
002669*                 the account's helpdesk tickets on TICKET.DAT,
002670*                 each change to SUITEAUD.LOG through AuditLog;
002671*                 add-a-note, find and close move down one and
002672*                 the choice takes two digits. A note can be
002673*                 written under one of the account's open
002674*                 tickets (TktLink), and the notes list shows it.
002676* 2026-10-15 JWG  Status S shown as SUSPENDED (leave of absence).
002678* 2026-10-15 JWG  The UserId is keyed in its nine-digit form and
002680*                 verified through the shared IdChk routine; a
002682*                 wrong check digit is refused before any read.
002684* 2026-10-15 JWG  Shows GivenName/FamilyName (and a name still
002686*                 awaiting review) in place of the retired
002688*                 RealName.
002690* 2026-10-15 JWG  The preferences list takes in the new
002692*                 NEW-TERMINAL message type.
002694*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS DQ-UserId
005100         FILE STATUS IS WS-Deact-Queue-Status.
005110     SELECT EntitlementFile ASSIGN TO DYNAMIC WS-P-USRACCS-DAT
005120         ORGANIZATION IS INDEXED
005130         ACCESS MODE IS DYNAMIC
005140         RECORD KEY IS EntitlementKey
005150         FILE STATUS IS WS-Entitlement-Status.
005158     SELECT PrefFile ASSIGN TO DYNAMIC WS-P-CONTPREF-DAT
005166         ORGANIZATION IS INDEXED
005174         ACCESS MODE IS DYNAMIC
005182         RECORD KEY IS ContPrefKey
005190         FILE STATUS IS WS-Pref-Status.
005192     SELECT TicketFile ASSIGN TO DYNAMIC WS-P-TICKET-DAT
005194         ORGANIZATION IS INDEXED
005195         ACCESS MODE IS DYNAMIC
005196         RECORD KEY IS TK-Ticket-Id
005197         ALTERNATE RECORD KEY IS TK-UserId WITH DUPLICATES
005198         FILE STATUS IS WS-Ticket-Status.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
006300
006400 FD  DeactQueue.
006500     COPY "DEACTQ.CPY".
006510
006520 FD  EntitlementFile.
006530     COPY "USRACCS.CPY".
006547
006564 FD  PrefFile.
006581     COPY "CONTPREF.CPY".
006585
006590 FD  TicketFile.
006595     COPY "TICKET.CPY".
006600
006700 WORKING-STORAGE SECTION.
006800 01  WS-File-Status          PIC XX.
007300     88  WS-Notes-Missing        VALUE "35".
007400 01  WS-Deact-Queue-Status   PIC XX.
007500     88  WS-Deact-Queue-Missing  VALUE "35".
007510 01  WS-Entitlement-Status   PIC XX.
007520     88  WS-Entitlement-Missing  VALUE "35".
007528 01  WS-Pref-Status          PIC XX.
007536 01  WS-Pref-Msg-Type        PIC X(12).
007544 01  WS-Pref-Choice          PIC X(01).
007552 01  WS-Pref-Source          PIC X(01) VALUE "C".
007560 01  WS-Pref-Result          PIC X(01).
007568 01  WS-Pref-Text            PIC X(30).
007576 01  WS-More-Changes         PIC X VALUE "N".
007584     88  WS-Another-Change       VALUE "Y" "y".
007586 01  WS-Ticket-Status        PIC XX.
007588     88  WS-Ticket-Missing       VALUE "35".
007590 01  WS-Ticket-Choice        PIC 9.
007591 01  WS-Entry-Ticket-Id      PIC 9(08).
007592 01  WS-Entry-Category       PIC X(01).
007593 01  WS-Entry-Assign         PIC X(10).
007594 01  WS-Entry-Status         PIC X(01).
007595 01  WS-Entry-Text           PIC X(60).
007596 01  WS-Ticket-Ok            PIC X(01).
007597     88  WS-Ticket-Is-Usable     VALUE "Y".
007598 01  WS-Ticket-Changed       PIC X(01).
007599     88  WS-Ticket-Was-Changed   VALUE "Y".
007600 01  WS-Eof-Switch           PIC X VALUE "N".
007700     88  WS-End-Of-Input         VALUE "Y".
007800 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
007900 01  WS-Find-Choice          PIC 9.
008000 01  WS-Menu-Choice          PIC 9(02).
008100 01  WS-Current-Id           PIC 9(08) VALUE 0.
008200 01  WS-Account-Held         PIC X VALUE "N".
008300     88  WS-Have-An-Account      VALUE "Y".
008400 01  WS-Search-Id            PIC 9(08).
008420 01  WS-Keyed-UserId         PIC X(09).
008440 01  WS-Id-Verify            PIC X(01) VALUE "V".
008460 01  WS-Id-Check             PIC X(01).
008480     88  WS-Id-Accepted          VALUE "Y".
008500 01  WS-Search-UserName      PIC X(05).
008600 01  WS-Search-Email         PIC X(30).
008700 01  WS-Match-Count          PIC 9(05) COMP.
009000 01  WS-Note-Category        PIC X(01).
009100 01  WS-Followup-Reply       PIC X(08).
009200 01  WS-Note-Followup        PIC 9(08).
009210 01  WS-Note-Ticket          PIC 9(08).
009220 01  WS-Tkt-Request          PIC X(01).
009230 01  WS-Tkt-Action           PIC X(30) VALUE "NOTE ADDED".
009240 01  WS-Tkt-Result           PIC X(01).
009250     88  WS-Tkt-Ok               VALUE "Y".
009260 01  WS-Run-Date             PIC 9(08).
009270 01  WS-Run-Time             PIC 9(08).
009280 01  WS-Audit-Event          PIC X(12).
009290 01  WS-Audit-Detail         PIC X(60).
009300 01  WS-Operator-Initials    PIC X(10).
009400 01  WS-Console-State        PIC X VALUE "N".
009500     88  WS-Console-Closing      VALUE "Y".
009600 01  WS-Lock-Request         PIC X.
009700 01  WS-Lock-Granted         PIC X.
009800     88  WS-Lock-Was-Granted     VALUE "Y".
009810 01  WS-Auth-EmpId           PIC 9(05).
009820 01  WS-Auth-Role            PIC X(01) VALUE "O".
009830 01  WS-Auth-Granted         PIC X(01).
009840     88  WS-Auth-Was-Granted     VALUE "Y".
009850 01  WS-Scope-Check          PIC X(01) VALUE "C".
009860 01  WS-Scope-Filter         PIC X(01) VALUE "F".
009870 01  WS-Scope-Result         PIC X(01).
009880     88  WS-Scope-Ok             VALUE "Y".
009900 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
010000 01  WS-P-USRHIST-DAT       PIC X(30) VALUE "USRHIST.DAT".
010100 01  WS-P-USRNOTES-DAT      PIC X(30) VALUE "USRNOTES.DAT".
010200 01  WS-P-DEACTQ-DAT        PIC X(30) VALUE "DEACTQ.DAT".
010210 01  WS-P-USRACCS-DAT       PIC X(30) VALUE "USRACCS.DAT".
010240 01  WS-P-CONTPREF-DAT      PIC X(30) VALUE "CONTPREF.DAT".
010250 01  WS-P-TICKET-DAT        PIC X(30) VALUE "TICKET.DAT".
010270     COPY "NOTIFTYP.CPY".
010300 01  WS-Eoj-Start-Time       PIC 9(08).
010400 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
010500 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
010600 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
010700 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
010750 01  WS-Full-Name            PIC X(61).
010800 01  WS-Program-Name         PIC X(20) VALUE "USERCONS".
010900
011000 PROCEDURE DIVISION.
011600     CALL "EnvName" USING WS-P-USRHIST-DAT
011700     CALL "EnvName" USING WS-P-USRNOTES-DAT
011800     CALL "EnvName" USING WS-P-DEACTQ-DAT
011810     CALL "EnvName" USING WS-P-USRACCS-DAT
011855     CALL "EnvName" USING WS-P-CONTPREF-DAT
011857     CALL "EnvName" USING WS-P-TICKET-DAT
011860     DISPLAY "Enter your employee id (5 digits): "
011865     ACCEPT WS-Auth-EmpId
011870     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
011875         WS-Program-Name, WS-Auth-Granted
011880     IF NOT WS-Auth-Was-Granted
011885         MOVE 8 TO RETURN-CODE
011890         STOP RUN
011895     END-IF
011900     MOVE "S" TO WS-Lock-Request
012000     CALL "UserLock" USING WS-Lock-Request,
012100         WS-Program-Name, WS-Lock-Granted
016600         WHEN OTHER
016700             DISPLAY "Invalid choice."
016800     END-EVALUATE
016810     IF WS-Have-An-Account
016820         CALL "ScopeChk" USING WS-Auth-EmpId, UserId,
016830             CountryCode, WS-Program-Name, WS-Scope-Check,
016840             WS-Scope-Result
016850         IF NOT WS-Scope-Ok
016860             MOVE "N" TO WS-Account-Held
016870             ADD 1 TO WS-Eoj-Rejected-Count
016880         END-IF
016890     END-IF
016900     IF WS-Have-An-Account
017000         ADD 1 TO WS-Eoj-Read-Count
017010         CALL "ReadJrnl" USING WS-Auth-EmpId, UserId,
017020             WS-Program-Name
017046         CALL "NameFmt" USING GivenName, FamilyName,
017072             WS-Full-Name
017100         DISPLAY "ON THE CONSOLE: " UserId " "
017200             FUNCTION TRIM(WS-Full-Name)
017300     END-IF
017400     .
017500 1000-FIND-AN-ACCOUNT-EXIT.
017600     EXIT.
017700
017800 1100-FIND-BY-ID.
017837     DISPLAY "Enter UserId (9 digits, check digit last): "
017874     ACCEPT WS-Keyed-UserId
017911     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
017948         WS-Search-Id, WS-Id-Check
017985     IF NOT WS-Id-Accepted
018022         GO TO 1100-FIND-BY-ID-EXIT
018059     END-IF
018100     IF WS-Search-Id = ZERO OR WS-Search-Id = WS-Trailer-Id
018200         DISPLAY "UserId must not be blank, zero, or 99999999."
018300         GO TO 1100-FIND-BY-ID-EXIT
021700         IF NOT WS-End-Of-Input
021800             IF UserName = WS-Search-UserName
021900                     AND UserId NOT = WS-Trailer-Id
021910                 PERFORM 1400-SCOPE-FILTER
021920                     THRU 1400-SCOPE-FILTER-EXIT
021930             ELSE
021940                 SET WS-End-Of-Input TO TRUE
021950             END-IF
021960             IF NOT WS-End-Of-Input AND WS-Scope-Ok
021970                 CALL "NameFmt" USING GivenName, FamilyName,
021980                     WS-Full-Name
021990                 DISPLAY UserId " " WS-Full-Name(1:30) " "
022000                     Email
022010                 CALL "ReadJrnl" USING WS-Auth-EmpId, UserId,
022020                     WS-Program-Name
022100                 MOVE UserId TO WS-Current-Id
022200                 SET WS-Have-An-Account TO TRUE
022300                 ADD 1 TO WS-Match-Count
022600             END-IF
022700         END-IF
022800     END-PERFORM
025700         IF NOT WS-End-Of-Input
025800             IF Email = WS-Search-Email
025900                     AND UserId NOT = WS-Trailer-Id
025910                 PERFORM 1400-SCOPE-FILTER
025920                     THRU 1400-SCOPE-FILTER-EXIT
025930             ELSE
025940                 SET WS-End-Of-Input TO TRUE
025950             END-IF
025960             IF NOT WS-End-Of-Input AND WS-Scope-Ok
025970                 CALL "NameFmt" USING GivenName, FamilyName,
025980                     WS-Full-Name
025990                 DISPLAY UserId " " WS-Full-Name(1:30) " "
026000                     UserName
026010                 CALL "ReadJrnl" USING WS-Auth-EmpId, UserId,
026020                     WS-Program-Name
026100                 MOVE UserId TO WS-Current-Id
026200                 SET WS-Have-An-Account TO TRUE
026300                 ADD 1 TO WS-Match-Count
026600             END-IF
026700         END-IF
026800     END-PERFORM
027900     .
028000 1300-FIND-BY-EMAIL-EXIT.
028100     EXIT.
028110
028120*--------------------------------------------------------------
028130* A search hit outside the operator's region scope is simply
028140* not listed - quietly, so a common UserName does not fill
028150* EXCEPTS.DAT with refusals nobody asked for.
028160*--------------------------------------------------------------
028170 1400-SCOPE-FILTER.
028180     CALL "ScopeChk" USING WS-Auth-EmpId, UserId, CountryCode,
028190         WS-Program-Name, WS-Scope-Filter, WS-Scope-Result
028195     .
028196 1400-SCOPE-FILTER-EXIT.
028197     EXIT.
028200
028300 2000-RUN-CONSOLE.
028400     IF NOT WS-Have-An-Account
029500     DISPLAY "2. Change history"
029600     DISPLAY "3. Notes"
029700     DISPLAY "4. Pending deactivation request"
029800     DISPLAY "5. Application entitlements"
029860     DISPLAY "6. Contact preferences"
029900     DISPLAY "7. Helpdesk tickets"
029920     DISPLAY "8. Add a note"
029980     DISPLAY "9. Find another account"
030040     DISPLAY "10. Close the console"
030100     DISPLAY "Enter choice: "
030200     ACCEPT WS-Menu-Choice
030300     EVALUATE WS-Menu-Choice
031400             PERFORM 6000-SHOW-PENDING-REQUEST
031500                 THRU 6000-SHOW-PENDING-REQUEST-EXIT
031600         WHEN 5
031610             PERFORM 8000-SHOW-ENTITLEMENTS
031620                 THRU 8000-SHOW-ENTITLEMENTS-EXIT
031630         WHEN 6
031647             PERFORM 9000-CONTACT-PREFERENCES
031664                 THRU 9000-CONTACT-PREFERENCES-EXIT
031681         WHEN 7
031685             PERFORM 9500-HELPDESK-TICKETS
031690                 THRU 9500-HELPDESK-TICKETS-EXIT
031695         WHEN 8
031700             PERFORM 7000-ADD-A-NOTE
031800                 THRU 7000-ADD-A-NOTE-EXIT
031900         WHEN 9
032000             PERFORM 1000-FIND-AN-ACCOUNT
032100                 THRU 1000-FIND-AN-ACCOUNT-EXIT
032200         WHEN 10
032300             SET WS-Console-Closing TO TRUE
032400         WHEN OTHER
032500             DISPLAY "Invalid choice."
034500             MOVE "LOCKED" TO WS-Status-Text
034600         WHEN AccountIsPending
034700             MOVE "PENDING" TO WS-Status-Text
034733         WHEN AccountIsSuspended
034766             MOVE "SUSPENDED" TO WS-Status-Text
034800         WHEN OTHER
034900             MOVE "UNKNOWN" TO WS-Status-Text
035000     END-EVALUATE
035100     DISPLAY "========================================"
035200     DISPLAY "USERID:        " UserId
035300     DISPLAY "USERNAME:      " UserName
035333     DISPLAY "GIVEN NAME:    " GivenName
035366     DISPLAY "FAMILY NAME:   " FamilyName
035399     IF NameNeedsReview
035432         DISPLAY "               (NAME AWAITING REVIEW)"
035465     END-IF
035500     DISPLAY "EMAIL:         " Email
035600     DISPLAY "LAST LOGIN:    " LastLoginDate
035700     DISPLAY "COUNTRYCODE:   " CountryCode
042400             IF NOTE-UserId = WS-Current-Id
042500                 DISPLAY NOTE-Seq " " NOTE-Date " "
042600                     NOTE-Operator " CAT " NOTE-Category
042650                 IF NOTE-Ticket-Id IS NUMERIC
042660                         AND NOTE-Ticket-Id > 0
042670                     DISPLAY "    TICKET " NOTE-Ticket-Id
042680                 END-IF
042700                 DISPLAY "    " NOTE-Text
042800                 ADD 1 TO WS-Match-Count
042900             ELSE
048000             MOVE WS-Followup-Reply TO WS-Note-Followup
048100         END-IF
048200     END-IF
048210     DISPLAY "Helpdesk ticket (8 digits, 0 = none): "
048220     ACCEPT WS-Note-Ticket
048230     IF WS-Note-Ticket NOT = ZERO
048240         MOVE "V" TO WS-Tkt-Request
048250         PERFORM 7100-TICKET-CALL THRU 7100-TICKET-CALL-EXIT
048260         IF NOT WS-Tkt-Ok
048270             DISPLAY "Nothing written."
048280             ADD 1 TO WS-Eoj-Rejected-Count
048290             GO TO 7000-ADD-A-NOTE-EXIT
048292         END-IF
048294     END-IF
048300     CALL "NoteWrite" USING WS-Current-Id, WS-Note-Text,
048400         WS-Operator-Initials, WS-Note-Category,
048500         WS-Note-Followup, WS-Note-Ticket
048600     ADD 1 TO WS-Eoj-Written-Count
048700     DISPLAY "Note attached to UserId " WS-Current-Id "."
048710     IF WS-Note-Ticket NOT = ZERO
048720         MOVE "R" TO WS-Tkt-Request
048730         PERFORM 7100-TICKET-CALL THRU 7100-TICKET-CALL-EXIT
048740     END-IF
048800     .
048900 7000-ADD-A-NOTE-EXIT.
049000     EXIT.
049005
049010*--------------------------------------------------------------
049015* Validates the helpdesk ticket before the note is written (V)
049020* and records the note against it after (R), through the
049025* shared TktLink routine.
049030*--------------------------------------------------------------
049035 7100-TICKET-CALL.
049040     CALL "TktLink" USING WS-Tkt-Request, WS-Note-Ticket,
049045         WS-Current-Id, WS-Tkt-Action, WS-Program-Name,
049050         WS-Tkt-Result
049055     EVALUATE WS-Tkt-Result
049060         WHEN "Y"
049065             CONTINUE
049070         WHEN "N"
049075             DISPLAY "TICKET " WS-Note-Ticket
049080                 " IS NOT ON TICKET.DAT."
049085         WHEN "X"
049090             DISPLAY "TICKET " WS-Note-Ticket
049095                 " IS NO LONGER OPEN."
049100         WHEN "U"
049105             DISPLAY "TICKET " WS-Note-Ticket
049110                 " IS ABOUT ANOTHER USERID."
049115         WHEN OTHER
049120             DISPLAY "TICKET.DAT WILL NOT OPEN - TICKET NOT "
049125                 "RECORDED."
049130     END-EVALUATE
049135     .
049140 7100-TICKET-CALL-EXIT.
049145     EXIT.
049172
049200 8000-SHOW-ENTITLEMENTS.
049300     MOVE 0 TO WS-Match-Count
049400     MOVE "N" TO WS-Eof-Switch
049500     OPEN INPUT EntitlementFile
049600     IF WS-Entitlement-Missing
049700         DISPLAY "(no entitlement register yet)"
049800         GO TO 8000-SHOW-ENTITLEMENTS-EXIT
049900     END-IF
050000     MOVE WS-Current-Id TO ENT-UserId
050100     MOVE LOW-VALUES TO ENT-Code
050200     START EntitlementFile KEY IS >= EntitlementKey
050300         INVALID KEY
050400             SET WS-End-Of-Input TO TRUE
050500     END-START
050600     PERFORM UNTIL WS-End-Of-Input
050700         READ EntitlementFile NEXT RECORD
050800             AT END SET WS-End-Of-Input TO TRUE
050900         END-READ
051000         IF NOT WS-End-Of-Input
051100             IF ENT-UserId = WS-Current-Id
051200                 IF ENT-Is-Active
051300                     DISPLAY ENT-App-Code "/" ENT-Role-Code
051400                         " ACTIVE  GRANTED " ENT-Granted-Date
051500                         " BY " ENT-Granted-By
051600                 ELSE
051700                     DISPLAY ENT-App-Code "/" ENT-Role-Code
051800                         " REVOKED " ENT-Revoked-Date
051900                         " BY " ENT-Revoked-By
052000                         " RSN " ENT-Revoke-Reason
052100                 END-IF
052200                 ADD 1 TO WS-Match-Count
052300             ELSE
052400                 SET WS-End-Of-Input TO TRUE
052500             END-IF
052600         END-IF
052700     END-PERFORM
052800     CLOSE EntitlementFile
052900     IF WS-Match-Count = 0
053000         DISPLAY "(no entitlements on record)"
053100     END-IF
053200     .
053300 8000-SHOW-ENTITLEMENTS-EXIT.
053400     EXIT.
053501
053602*--------------------------------------------------------------
053703* Every NOTIFTYP message type with what the account gets: the
053804* security-critical ones are always sent; an informational one
053905* is sent unless the register holds an opt-out. Changes go
054006* through PrefWrite, which refuses the security-critical types.
054107*--------------------------------------------------------------
054208 9000-CONTACT-PREFERENCES.
054309     DISPLAY "CONTACT PREFERENCES"
054410     DISPLAY "-------------------"
054511     OPEN INPUT PrefFile
054612     PERFORM VARYING WS-Ntype-Idx FROM 1 BY 1
054713             UNTIL WS-Ntype-Idx > 8
054814         PERFORM 9100-SHOW-ONE-PREFERENCE
054915             THRU 9100-SHOW-ONE-PREFERENCE-EXIT
055016     END-PERFORM
055117     IF WS-Pref-Status = "00"
055218         CLOSE PrefFile
055319     END-IF
055420     DISPLAY "Change a preference (Y/N)? "
055521     ACCEPT WS-More-Changes
055622     PERFORM 9200-CHANGE-PREFERENCE
055723         THRU 9200-CHANGE-PREFERENCE-EXIT
055824         UNTIL NOT WS-Another-Change
055925     .
056026 9000-CONTACT-PREFERENCES-EXIT.
056127     EXIT.
056228
056329 9100-SHOW-ONE-PREFERENCE.
056430     IF WS-Ntype-Is-Security(WS-Ntype-Idx)
056531         MOVE "ALWAYS SENT (SECURITY)" TO WS-Pref-Text
056632         GO TO 9100-SHOW-ONE-PREFERENCE-NOW
056733     END-IF
056834     MOVE "SENT" TO WS-Pref-Text
056935     IF WS-Pref-Status NOT = "00"
057036         GO TO 9100-SHOW-ONE-PREFERENCE-NOW
057137     END-IF
057238     MOVE WS-Current-Id TO CP-UserId
057339     MOVE WS-Ntype-Event(WS-Ntype-Idx) TO CP-Msg-Type
057440     READ PrefFile
057541         INVALID KEY
057642             CONTINUE
057743         NOT INVALID KEY
057844             IF CP-Opted-Out
057945                 MOVE SPACES TO WS-Pref-Text
058046                 STRING "OPTED OUT " CP-Changed-Date " BY "
058147                     CP-Changed-By DELIMITED BY SIZE
058248                     INTO WS-Pref-Text
058349                 END-STRING
058450             END-IF
058551     END-READ
058652     .
058753 9100-SHOW-ONE-PREFERENCE-NOW.
058854     DISPLAY "  " WS-Ntype-Event(WS-Ntype-Idx) "  " WS-Pref-Text
058955     .
059056 9100-SHOW-ONE-PREFERENCE-EXIT.
059157     EXIT.
059258
059359 9200-CHANGE-PREFERENCE.
059460     DISPLAY "Message type: "
059561     ACCEPT WS-Pref-Msg-Type
059662     MOVE FUNCTION UPPER-CASE(WS-Pref-Msg-Type)
059663         TO WS-Pref-Msg-Type
059763     DISPLAY "Send it (Y) or opt out (N)? "
059864     ACCEPT WS-Pref-Choice
059965     MOVE FUNCTION UPPER-CASE(WS-Pref-Choice) TO WS-Pref-Choice
060066     CALL "PrefWrite" USING WS-Current-Id, WS-Pref-Msg-Type,
060167         WS-Pref-Choice, WS-Pref-Source, WS-Operator-Initials,
060268         WS-Pref-Result
060369     EVALUATE WS-Pref-Result
060470         WHEN "A"
060571             ADD 1 TO WS-Eoj-Written-Count
060672             DISPLAY "Preference recorded."
060773         WHEN "U"
060874             DISPLAY "Already so - nothing changed."
060975         WHEN "S"
061076             DISPLAY "A security message cannot be opted out of."
061177         WHEN "T"
061278             DISPLAY "Unknown message type."
061379         WHEN "C"
061480             DISPLAY "Answer Y or N."
061581         WHEN OTHER
061682             DISPLAY "CONTPREF.DAT is unavailable - not recorded."
061783     END-EVALUATE
061884     DISPLAY "Change another preference (Y/N)? "
061985     ACCEPT WS-More-Changes
062086     .
062187 9200-CHANGE-PREFERENCE-EXIT.
062288     EXIT.
062388
062488*--------------------------------------------------------------
062588* The account's helpdesk tickets on TICKET.DAT: listed from the
062688* UserId alternate key, opened under the next number off the
062788* control row, updated (assignment, hold or resume, progress
062888* note) and closed with a resolution - one action per visit,
062988* each one audited to SUITEAUD.LOG.
063088*--------------------------------------------------------------
063188 9500-HELPDESK-TICKETS.
063288     OPEN I-O TicketFile
063388     IF WS-Ticket-Missing
063488         OPEN OUTPUT TicketFile
063588         CLOSE TicketFile
063688         OPEN I-O TicketFile
063788     END-IF
063888     IF WS-Ticket-Status NOT = "00"
063988         DISPLAY "TICKET.DAT WILL NOT OPEN (STATUS "
064088             WS-Ticket-Status ") - NOTHING DONE."
064188         GO TO 9500-HELPDESK-TICKETS-EXIT
064288     END-IF
064388     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
064488     ACCEPT WS-Run-Time FROM TIME
064588     DISPLAY "-- HELPDESK TICKETS FOR " WS-Current-Id " --"
064688     DISPLAY "1. List the account's tickets"
064788     DISPLAY "2. Open a ticket"
064888     DISPLAY "3. Update a ticket (assignment, hold, progress)"
064988     DISPLAY "4. Close a ticket"
065088     DISPLAY "Enter choice: "
065188     ACCEPT WS-Ticket-Choice
065288     EVALUATE WS-Ticket-Choice
065388         WHEN 1
065488             PERFORM 9510-LIST-TICKETS
065588                 THRU 9510-LIST-TICKETS-EXIT
065688         WHEN 2
065788             PERFORM 9520-OPEN-TICKET
065888                 THRU 9520-OPEN-TICKET-EXIT
065988         WHEN 3
066088             PERFORM 9530-UPDATE-TICKET
066188                 THRU 9530-UPDATE-TICKET-EXIT
066288         WHEN 4
066388             PERFORM 9540-CLOSE-TICKET
066488                 THRU 9540-CLOSE-TICKET-EXIT
066588         WHEN OTHER
066688             DISPLAY "Invalid choice - nothing done."
066788     END-EVALUATE
066888     CLOSE TicketFile
066988     .
067088 9500-HELPDESK-TICKETS-EXIT.
067188     EXIT.
067288
067388 9510-LIST-TICKETS.
067488     MOVE 0 TO WS-Match-Count
067588     MOVE "N" TO WS-Eof-Switch
067688     MOVE WS-Current-Id TO TK-UserId
067788     START TicketFile KEY IS = TK-UserId
067888         INVALID KEY
067988             SET WS-End-Of-Input TO TRUE
068088     END-START
068188     PERFORM UNTIL WS-End-Of-Input
068288         READ TicketFile NEXT RECORD
068388             AT END SET WS-End-Of-Input TO TRUE
068488         END-READ
068588         IF NOT WS-End-Of-Input
068688             IF TK-UserId = WS-Current-Id
068788                 PERFORM 9515-SHOW-ONE-TICKET
068888                     THRU 9515-SHOW-ONE-TICKET-EXIT
068988             ELSE
069088                 SET WS-End-Of-Input TO TRUE
069188             END-IF
069288         END-IF
069388     END-PERFORM
069488     IF WS-Match-Count = 0
069588         DISPLAY "(no helpdesk tickets on record)"
069688     END-IF
069788     .
069888 9510-LIST-TICKETS-EXIT.
069988     EXIT.
070088
070188 9515-SHOW-ONE-TICKET.
070288     EVALUATE TRUE
070388         WHEN TK-Is-Opened
070488             MOVE "OPEN" TO WS-Status-Text
070588         WHEN TK-Is-On-Hold
070688             MOVE "ON HOLD" TO WS-Status-Text
070788         WHEN TK-Is-Closed
070888             MOVE "CLOSED" TO WS-Status-Text
070988         WHEN OTHER
071088             MOVE "UNKNOWN" TO WS-Status-Text
071188     END-EVALUATE
071288     DISPLAY TK-Ticket-Id " " WS-Status-Text " CAT " TK-Category
071388         " OPENED " TK-Opened-Date " BY " TK-Opened-By
071488         " ASSIGNED " TK-Assigned-To
071588     DISPLAY "    " TK-Summary
071688     IF TK-Action-Count > 0
071788         DISPLAY "    LAST ACTION " TK-Last-Action-Date " "
071888             TK-Last-Action " (" TK-Action-Count " IN ALL)"
071988     END-IF
072088     IF TK-Is-Closed
072188         DISPLAY "    CLOSED " TK-Closed-Date " BY " TK-Closed-By
072288             " - " TK-Resolution
072388     END-IF
072488     ADD 1 TO WS-Match-Count
072588     .
072688 9515-SHOW-ONE-TICKET-EXIT.
072788     EXIT.
072888
072988 9520-OPEN-TICKET.
073088     DISPLAY "Category - P password/token, L lockout, "
073188         "A access, D account details, O other: "
073288     ACCEPT WS-Entry-Category
073388     MOVE FUNCTION UPPER-CASE(WS-Entry-Category)
073488         TO WS-Entry-Category
073588     MOVE WS-Entry-Category TO TK-Category
073688     IF NOT TK-Category-Is-Valid
073788         DISPLAY "Category must be P, L, A, D or O - "
073789             "nothing done."
073888         ADD 1 TO WS-Eoj-Rejected-Count
073988         GO TO 9520-OPEN-TICKET-EXIT
074088     END-IF
074188     DISPLAY "What the caller needs (60 chars): "
074288     ACCEPT WS-Entry-Text
074388     IF WS-Entry-Text = SPACES
074488         DISPLAY "A summary is required - nothing done."
074588         ADD 1 TO WS-Eoj-Rejected-Count
074688         GO TO 9520-OPEN-TICKET-EXIT
074788     END-IF
074888     DISPLAY "Assign to (initials, blank = yourself): "
074988     ACCEPT WS-Entry-Assign
075088     IF WS-Entry-Assign = SPACES
075188         MOVE WS-Operator-Initials TO WS-Entry-Assign
075288     END-IF
075388     PERFORM 9525-NEXT-TICKET-ID THRU 9525-NEXT-TICKET-ID-EXIT
075488     MOVE SPACES TO TicketRecord
075588     MOVE WS-Entry-Ticket-Id TO TK-Ticket-Id
075688     MOVE WS-Current-Id TO TK-UserId
075788     MOVE WS-Entry-Category TO TK-Category
075888     SET TK-Is-Opened TO TRUE
075988     MOVE WS-Run-Date TO TK-Opened-Date
076088     MOVE WS-Run-Time TO TK-Opened-Time
076188     MOVE WS-Operator-Initials TO TK-Opened-By
076288     MOVE WS-Entry-Assign TO TK-Assigned-To
076388     MOVE WS-Entry-Text TO TK-Summary
076488     MOVE ZERO TO TK-Updated-Date
076588     MOVE ZERO TO TK-Update-Count
076688     MOVE ZERO TO TK-Closed-Date
076788     MOVE ZERO TO TK-Closed-Time
076888     MOVE ZERO TO TK-Action-Count
076988     MOVE ZERO TO TK-Last-Action-Date
077088     WRITE TicketRecord
077188         INVALID KEY
077288             DISPLAY "TICKET " WS-Entry-Ticket-Id " COULD NOT BE "
077388                 "WRITTEN - NOTHING DONE."
077488             ADD 1 TO WS-Eoj-Rejected-Count
077588             GO TO 9520-OPEN-TICKET-EXIT
077688     END-WRITE
077788     ADD 1 TO WS-Eoj-Written-Count
077888     DISPLAY "Ticket " TK-Ticket-Id " opened - give the caller "
077988         "this number."
078088     MOVE "TKT-OPEN" TO WS-Audit-Event
078188     MOVE SPACES TO WS-Audit-Detail
078288     STRING "TICKET " TK-Ticket-Id " " TK-UserId " CAT "
078388         TK-Category " ASSIGNED " TK-Assigned-To
078488         DELIMITED BY SIZE INTO WS-Audit-Detail
078588     PERFORM 9560-AUDIT-TICKET THRU 9560-AUDIT-TICKET-EXIT
078688     .
078788 9520-OPEN-TICKET-EXIT.
078888     EXIT.
078988
079088*--------------------------------------------------------------
079188* The next number comes off the control row, which is created
079288* with the first ticket ever opened.
079388*--------------------------------------------------------------
079488 9525-NEXT-TICKET-ID.
079588     MOVE ZERO TO TK-Ticket-Id
079688     READ TicketFile
079788         INVALID KEY
079888             MOVE SPACES TO TicketRecord
079988             MOVE ZERO TO TK-Ticket-Id
080088             MOVE ZERO TO TK-UserId
080188             MOVE ZERO TO TK-Opened-Date
080288             MOVE ZERO TO TK-Opened-Time
080388             MOVE 1 TO TK-Last-Ticket-Id
080488             WRITE TicketRecord
080588         NOT INVALID KEY
080688             ADD 1 TO TK-Last-Ticket-Id
080788             REWRITE TicketRecord
080888     END-READ
080988     MOVE TK-Last-Ticket-Id TO WS-Entry-Ticket-Id
081088     .
081188 9525-NEXT-TICKET-ID-EXIT.
081288     EXIT.
081388
081488 9530-UPDATE-TICKET.
081588     PERFORM 9550-READ-OPEN-TICKET THRU 9550-READ-OPEN-TICKET-EXIT
081688     IF NOT WS-Ticket-Is-Usable
081788         GO TO 9530-UPDATE-TICKET-EXIT
081888     END-IF
081988     MOVE "N" TO WS-Ticket-Changed
082088     DISPLAY "Assigned to " TK-Assigned-To
082188         " - reassign to (blank = unchanged): "
082288     ACCEPT WS-Entry-Assign
082388     IF WS-Entry-Assign NOT = SPACES
082488             AND WS-Entry-Assign NOT = TK-Assigned-To
082588         MOVE WS-Entry-Assign TO TK-Assigned-To
082688         SET WS-Ticket-Was-Changed TO TRUE
082788     END-IF
082888     DISPLAY "Status " TK-Status " - O open, H on hold for the "
082988         "caller (blank = unchanged): "
083088     ACCEPT WS-Entry-Status
083188     MOVE FUNCTION UPPER-CASE(WS-Entry-Status) TO WS-Entry-Status
083288     IF WS-Entry-Status = "O" OR WS-Entry-Status = "H"
083388         IF WS-Entry-Status NOT = TK-Status
083488             MOVE WS-Entry-Status TO TK-Status
083588             SET WS-Ticket-Was-Changed TO TRUE
083688         END-IF
083788     ELSE
083888         IF WS-Entry-Status NOT = SPACE
083988             DISPLAY "Status must be O or H - left as it was."
084088         END-IF
084188     END-IF
084288     DISPLAY "Progress note (60 chars, blank = none): "
084388     ACCEPT WS-Entry-Text
084488     IF WS-Entry-Text NOT = SPACES
084588         MOVE "I" TO WS-Note-Category
084688         MOVE ZERO TO WS-Note-Followup
084788         CALL "NoteWrite" USING WS-Current-Id, WS-Entry-Text,
084888             WS-Operator-Initials, WS-Note-Category,
084988             WS-Note-Followup, TK-Ticket-Id
085088         SET WS-Ticket-Was-Changed TO TRUE
085188     END-IF
085288     IF NOT WS-Ticket-Was-Changed
085388         DISPLAY "Nothing changed on ticket " TK-Ticket-Id "."
085488         GO TO 9530-UPDATE-TICKET-EXIT
085588     END-IF
085688     MOVE WS-Run-Date TO TK-Updated-Date
085788     MOVE WS-Operator-Initials TO TK-Updated-By
085888     ADD 1 TO TK-Update-Count
085988     REWRITE TicketRecord
086088     ADD 1 TO WS-Eoj-Written-Count
086188     DISPLAY "Ticket " TK-Ticket-Id " updated."
086288     MOVE "TKT-UPDATE" TO WS-Audit-Event
086388     MOVE SPACES TO WS-Audit-Detail
086488     STRING "TICKET " TK-Ticket-Id " " TK-UserId " STATUS "
086588         TK-Status " ASSIGNED " TK-Assigned-To
086688         DELIMITED BY SIZE INTO WS-Audit-Detail
086788     PERFORM 9560-AUDIT-TICKET THRU 9560-AUDIT-TICKET-EXIT
086888     .
086988 9530-UPDATE-TICKET-EXIT.
087088     EXIT.
087188
087288 9540-CLOSE-TICKET.
087388     PERFORM 9550-READ-OPEN-TICKET THRU 9550-READ-OPEN-TICKET-EXIT
087488     IF NOT WS-Ticket-Is-Usable
087588         GO TO 9540-CLOSE-TICKET-EXIT
087688     END-IF
087788     DISPLAY "Resolution (40 chars): "
087888     ACCEPT WS-Entry-Text
087988     IF WS-Entry-Text = SPACES
088088         DISPLAY "A resolution is required - ticket left open."
088188         ADD 1 TO WS-Eoj-Rejected-Count
088288         GO TO 9540-CLOSE-TICKET-EXIT
088388     END-IF
088488     SET TK-Is-Closed TO TRUE
088588     MOVE WS-Run-Date TO TK-Closed-Date
088688     MOVE WS-Run-Time TO TK-Closed-Time
088788     MOVE WS-Operator-Initials TO TK-Closed-By
088888     MOVE WS-Entry-Text TO TK-Resolution
088988     REWRITE TicketRecord
089088     ADD 1 TO WS-Eoj-Written-Count
089188     DISPLAY "Ticket " TK-Ticket-Id " closed."
089288     MOVE "TKT-CLOSE" TO WS-Audit-Event
089388     MOVE SPACES TO WS-Audit-Detail
089488     STRING "TICKET " TK-Ticket-Id " " TK-UserId " "
089588         TK-Resolution DELIMITED BY SIZE INTO WS-Audit-Detail
089688     PERFORM 9560-AUDIT-TICKET THRU 9560-AUDIT-TICKET-EXIT
089788     .
089888 9540-CLOSE-TICKET-EXIT.
089988     EXIT.
090088
090188*--------------------------------------------------------------
090288* Reads the ticket keyed in and says whether it can be worked
090388* from this account's console: on file, about this account and
090488* still open. The row is left in the record area.
090588*--------------------------------------------------------------
090688 9550-READ-OPEN-TICKET.
090788     MOVE "N" TO WS-Ticket-Ok
090888     DISPLAY "Ticket number: "
090988     ACCEPT WS-Entry-Ticket-Id
091088     IF WS-Entry-Ticket-Id = ZERO
091188         DISPLAY "Ticket number must not be zero - nothing done."
091288         GO TO 9550-READ-OPEN-TICKET-EXIT
091388     END-IF
091488     MOVE WS-Entry-Ticket-Id TO TK-Ticket-Id
091588     READ TicketFile
091688         INVALID KEY
091788             DISPLAY "Ticket " WS-Entry-Ticket-Id " is not on "
091888                 "file - nothing done."
091988             ADD 1 TO WS-Eoj-Rejected-Count
092088             GO TO 9550-READ-OPEN-TICKET-EXIT
092188     END-READ
092288     IF TK-UserId NOT = WS-Current-Id
092388         DISPLAY "Ticket " WS-Entry-Ticket-Id " is about UserId "
092488             TK-UserId " - find that account to work it."
092588         ADD 1 TO WS-Eoj-Rejected-Count
092688         GO TO 9550-READ-OPEN-TICKET-EXIT
092788     END-IF
092888     IF NOT TK-Is-Open
092988         DISPLAY "Ticket " WS-Entry-Ticket-Id " is closed - "
093088             "nothing done."
093188         ADD 1 TO WS-Eoj-Rejected-Count
093288         GO TO 9550-READ-OPEN-TICKET-EXIT
093388     END-IF
093488     MOVE "Y" TO WS-Ticket-Ok
093588     .
093688 9550-READ-OPEN-TICKET-EXIT.
093788     EXIT.
093888
093988 9560-AUDIT-TICKET.
094088     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
094188         WS-Audit-Detail
094288     .
094388 9560-AUDIT-TICKET-EXIT.
094488     EXIT.

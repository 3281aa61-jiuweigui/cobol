000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BrkGlass.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* The break-glass register (BRKGLASS.DAT, BRKGLASS layout)
000900* for the emergency admin accounts, replacing the sealed
001000* envelope nobody signed for. A supervisor (shared AuthChk
001100* routine) can
001200*   - designate a privileged account: it goes on the
001300*     register sealed, with a fresh PwGen password that is
001400*     shown to nobody;
001500*   - check one out with a reason, an incident reference
001600*     and a window of up to WS-Max-Window-Mins minutes: a
001700*     fresh password is set and shown once, and UserSignon
001800*     accepts the account only until the window closes;
001900*   - check one in: the password is changed again, unseen,
002000*     and the account is sealed;
002100*   - remove a sealed account from the register, or list it.
002200* Every password is set through the SaltGen/PassHash2
002300* machinery with USRJRNL.DAT and USRHIST.DAT evidence; every
002400* event goes to SUITEAUD.LOG through AuditLog and to the
002500* BGLOG.DAT usage log the nightly BgSweep report reads. A
002600* checkout left open past its window is resealed by BgSweep.
002620* The run holds the suite lock shared; each request reserves
002640* just its account through UserResv, and the account is read
002660* again before its password is changed so an update made by
002680* anyone else since it was first read is never overwritten.
002700*--------------------------------------------------------------
002800* MODIFICATION HISTORY
002900*--------------------------------------------------------------
003000* DATE       INIT DESCRIPTION
003100* ---------- ---- -------------------------------------------
003200* 2026-10-15 JWG  Original version.
003225* 2026-10-15 JWG  The UserId is keyed in its nine-digit form and
003250*                 verified through the shared IdChk routine; a
003275*                 wrong check digit is refused before any read.
003278* 2026-10-15 JWG  The run holds the suite lock shared instead
003281*                 of exclusive, and each request reserves just
003284*                 its account through UserResv. The record is
003287*                 read again before the password is changed; if
003290*                 its LastChangedStamp has moved the request is
003293*                 refused rather than overwrite the change.
003300*--------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS UserId
004100         FILE STATUS IS WS-File-Status.
004200     SELECT RegisterFile ASSIGN TO DYNAMIC WS-P-BRKGLASS-DAT
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS BG-UserId
004600         FILE STATUS IS WS-Register-Status.
004700     SELECT BgLogFile ASSIGN TO DYNAMIC WS-P-BGLOG-DAT
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-BgLog-Status.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  UserDatabase.
005400     COPY "USERREC.CPY".
005500
005600 FD  RegisterFile.
005700     COPY "BRKGLASS.CPY".
005800
005900 FD  BgLogFile.
006000     COPY "BGLOG.CPY".
006100
006200 WORKING-STORAGE SECTION.
006300 01  WS-File-Status          PIC XX.
006400     88  WS-File-Not-Found   VALUE "35".
006500 01  WS-Register-Status      PIC XX.
006600     88  WS-Register-Missing     VALUE "35".
006700 01  WS-BgLog-Status         PIC XX.
006800     88  WS-BgLog-Missing        VALUE "35".
006900 01  WS-Eof-Switch           PIC X VALUE "N".
007000     88  WS-End-Of-Register      VALUE "Y".
007100 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
007200 01  WS-Mode-Choice          PIC 9.
007300 01  WS-Entry-UserId         PIC 9(08).
007320 01  WS-Keyed-UserId         PIC X(09).
007340 01  WS-Id-Verify            PIC X(01) VALUE "V".
007360 01  WS-Id-Check             PIC X(01).
007380     88  WS-Id-Accepted          VALUE "Y".
007400 01  WS-Entry-Reason         PIC X(40).
007500 01  WS-Entry-Incident       PIC X(12).
007600 01  WS-Entry-Window         PIC X(03).
007700 01  WS-Entry-Window-Num REDEFINES WS-Entry-Window
007800                             PIC 9(03).
007900 01  WS-Max-Window-Mins      PIC 9(03) VALUE 480.
008000 01  WS-Check-Ok             PIC X(01).
008100     88  WS-Check-Passed         VALUE "Y".
008200 01  WS-New-Password         PIC X(20).
008300 01  WS-Now-Date             PIC 9(08).
008400 01  WS-Now-Time             PIC 9(08).
008500 01  WS-Now-Parts REDEFINES WS-Now-Time.
008600     02  WS-NP-HH            PIC 9(02).
008700     02  WS-NP-MM            PIC 9(02).
008800     02  FILLER              PIC 9(04).
008900 01  WS-Now-HHMM             PIC 9(04).
009000 01  WS-Expiry-Minute        PIC 9(11) COMP.
009100 01  WS-Expiry-Day           PIC 9(09) COMP.
009200 01  WS-Expiry-Rem           PIC 9(04) COMP.
009300 01  WS-Expiry-HH            PIC 9(02).
009400 01  WS-Expiry-MM            PIC 9(02).
009500 01  WS-Log-Event            PIC X(08).
009600 01  WS-Jrnl-Action          PIC X(01).
009700 01  WS-Before-Image         PIC X(250).
009800 01  WS-After-Image          PIC X(250).
009900 01  WS-Hist-Field-Name      PIC X(12).
010000 01  WS-Hist-Old-Value       PIC X(30).
010100 01  WS-Hist-New-Value       PIC X(30).
010200 01  WS-Operator             PIC X(10).
010300 01  WS-Auth-EmpId           PIC 9(05).
010400 01  WS-Auth-Role            PIC X(01).
010500 01  WS-Auth-Granted         PIC X(01).
010600     88  WS-Auth-Was-Granted     VALUE "Y".
010700 01  WS-Lock-Request         PIC X.
010800 01  WS-Lock-Granted         PIC X.
010900     88  WS-Lock-Was-Granted     VALUE "Y".
010911 01  WS-Resv-Request         PIC X.
010922 01  WS-Resv-Granted         PIC X.
010933     88  WS-Resv-Was-Granted     VALUE "Y".
010944 01  WS-Resv-Held            PIC X(01) VALUE "N".
010955     88  WS-Resv-Is-Held         VALUE "Y".
010966 01  WS-Read-Stamp           PIC X(14).
010977 01  WS-Stamp-State          PIC X(01).
010988     88  WS-Stamp-Unmoved        VALUE "Y".
011000 01  WS-Listed-Count         PIC 9(05) COMP VALUE 0.
011100 01  WS-Listed-Disp          PIC ZZZZ9.
011200 01  WS-More-Requests        PIC X VALUE "Y".
011300     88  WS-Another-Request      VALUE "Y" "y".
011400 01  WS-Audit-Event          PIC X(12).
011500 01  WS-Audit-Detail         PIC X(60).
011600 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
011700 01  WS-P-BRKGLASS-DAT      PIC X(30) VALUE "BRKGLASS.DAT".
011800 01  WS-P-BGLOG-DAT         PIC X(30) VALUE "BGLOG.DAT".
011900 01  WS-Eoj-Start-Time       PIC 9(08).
012000 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
012100 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
012200 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
012300 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
012400 01  WS-Program-Name         PIC X(20) VALUE "BRKGLASS".
012500
012600 PROCEDURE DIVISION.
012700
012800 0000-MAINLINE.
012900     CALL "PreDefMsg" USING WS-Program-Name
013000     ACCEPT WS-Eoj-Start-Time FROM TIME
013100     CALL "EnvName" USING WS-P-USERS-DATA
013200     CALL "EnvName" USING WS-P-BRKGLASS-DAT
013300     CALL "EnvName" USING WS-P-BGLOG-DAT
013400     DISPLAY "Operator initials: "
013500     ACCEPT WS-Operator
013600     DISPLAY "Enter your employee id (5 digits): "
013700     ACCEPT WS-Auth-EmpId
013800     MOVE "S" TO WS-Auth-Role
013900     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
014000         WS-Program-Name, WS-Auth-Granted
014100     IF NOT WS-Auth-Was-Granted
014200         MOVE 8 TO RETURN-CODE
014300         STOP RUN
014400     END-IF
014500     MOVE "S" TO WS-Lock-Request
014600     CALL "UserLock" USING WS-Lock-Request,
014700         WS-Program-Name, WS-Lock-Granted
014800     IF NOT WS-Lock-Was-Granted
014900         MOVE 8 TO RETURN-CODE
015000         STOP RUN
015100     END-IF
015200     OPEN I-O UserDatabase
015300     IF WS-File-Not-Found
015400         DISPLAY "USERS.DATA NOT FOUND - NO ACCOUNTS TO "
015500             "REGISTER."
015600         MOVE "R" TO WS-Lock-Request
015700         CALL "UserLock" USING WS-Lock-Request,
015800             WS-Program-Name, WS-Lock-Granted
015900         MOVE 8 TO RETURN-CODE
016000         STOP RUN
016100     END-IF
016200     OPEN I-O RegisterFile
016300     IF WS-Register-Missing
016400         OPEN OUTPUT RegisterFile
016500         CLOSE RegisterFile
016600         OPEN I-O RegisterFile
016700         DISPLAY "BRKGLASS.DAT CREATED - NO ACCOUNTS ON THE "
016800             "REGISTER YET."
016900     END-IF
017000     PERFORM 2000-PROCESS-REQUEST
017100         THRU 2000-PROCESS-REQUEST-EXIT
017200         UNTIL NOT WS-Another-Request
017300     CLOSE RegisterFile
017400     CLOSE UserDatabase
017500     MOVE "R" TO WS-Lock-Request
017600     CALL "UserLock" USING WS-Lock-Request,
017700         WS-Program-Name, WS-Lock-Granted
017800     CALL "EndMsg" USING WS-Program-Name,
017900         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
018000         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
018100         WS-Eoj-Return-Code
018200     MOVE WS-Eoj-Return-Code TO RETURN-CODE
018300     STOP RUN.
018400
018500 2000-PROCESS-REQUEST.
018600     DISPLAY "1. Designate a break-glass account"
018700     DISPLAY "2. Check out a break-glass account"
018800     DISPLAY "3. Check in a break-glass account"
018900     DISPLAY "4. Remove an account from the register"
019000     DISPLAY "5. List the break-glass register"
019100     DISPLAY "Enter choice: "
019200     ACCEPT WS-Mode-Choice
019300     EVALUATE WS-Mode-Choice
019400         WHEN 1
019500             PERFORM 2100-DESIGNATE THRU 2100-DESIGNATE-EXIT
019600         WHEN 2
019700             PERFORM 2200-CHECK-OUT THRU 2200-CHECK-OUT-EXIT
019800         WHEN 3
019900             PERFORM 2300-CHECK-IN THRU 2300-CHECK-IN-EXIT
020000         WHEN 4
020100             PERFORM 2400-REMOVE THRU 2400-REMOVE-EXIT
020200         WHEN 5
020300             PERFORM 2500-LIST-REGISTER
020400                 THRU 2500-LIST-REGISTER-EXIT
020500         WHEN OTHER
020600             DISPLAY "Invalid choice - nothing done."
020700     END-EVALUATE
020714     IF WS-Resv-Is-Held
020728         MOVE "R" TO WS-Resv-Request
020742         CALL "UserResv" USING WS-Resv-Request, WS-Entry-UserId,
020756             WS-Program-Name, WS-Operator, WS-Resv-Granted
020770         MOVE "N" TO WS-Resv-Held
020784     END-IF
020800     DISPLAY "Another break-glass request (Y/N)? "
020900     ACCEPT WS-More-Requests
021000     .
021100 2000-PROCESS-REQUEST-EXIT.
021200     EXIT.
021300
021400 2050-READ-ACCOUNT.
021500     MOVE "N" TO WS-Check-Ok
021537     DISPLAY "Break-glass UserId (9 digits, check digit last): "
021574     ACCEPT WS-Keyed-UserId
021611     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
021648         WS-Entry-UserId, WS-Id-Check
021685     IF NOT WS-Id-Accepted
021722         GO TO 2050-READ-ACCOUNT-EXIT
021759     END-IF
021800     IF WS-Entry-UserId = ZERO OR WS-Entry-UserId = WS-Trailer-Id
021900         DISPLAY "UserId must not be zero or 99999999 - "
022000             "nothing done."
022100         GO TO 2050-READ-ACCOUNT-EXIT
022200     END-IF
022211     MOVE "A" TO WS-Resv-Request
022222     CALL "UserResv" USING WS-Resv-Request, WS-Entry-UserId,
022233         WS-Program-Name, WS-Operator, WS-Resv-Granted
022244     IF NOT WS-Resv-Was-Granted
022255         ADD 1 TO WS-Eoj-Rejected-Count
022266         GO TO 2050-READ-ACCOUNT-EXIT
022277     END-IF
022288     SET WS-Resv-Is-Held TO TRUE
022300     MOVE WS-Entry-UserId TO UserId
022400     READ UserDatabase
022500         INVALID KEY
022600             DISPLAY "UserId " WS-Entry-UserId
022700                 " not found on file - nothing done."
022800             GO TO 2050-READ-ACCOUNT-EXIT
022900     END-READ
023000     MOVE UserRecord TO WS-Before-Image
023050     MOVE LastChangedStamp TO WS-Read-Stamp
023100     MOVE WS-Entry-UserId TO BG-UserId
023200     MOVE "Y" TO WS-Check-Ok
023300     .
023400 2050-READ-ACCOUNT-EXIT.
023500     EXIT.
023503
023506*--------------------------------------------------------------
023509* The prompts can sit unanswered past the reservation timeout,
023512* so the account is read again before its password is
023515* changed: a moved LastChangedStamp means another updater has
023518* been in since, and the request is refused rather than
023521* overwrite them.
023524*--------------------------------------------------------------
023527 2060-RECHECK-STAMP.
023530     MOVE "N" TO WS-Stamp-State
023533     MOVE WS-Entry-UserId TO UserId
023536     READ UserDatabase
023539         INVALID KEY
023542             DISPLAY "UserId " WS-Entry-UserId
023545                 " is no longer on file - nothing done."
023548             ADD 1 TO WS-Eoj-Rejected-Count
023551             GO TO 2060-RECHECK-STAMP-EXIT
023554     END-READ
023557     IF LastChangedStamp NOT = WS-Read-Stamp
023560         DISPLAY "UserId " WS-Entry-UserId " was changed by "
023563             "another updater since it was read - nothing "
023566             "done, please try again."
023569         ADD 1 TO WS-Eoj-Rejected-Count
023572         GO TO 2060-RECHECK-STAMP-EXIT
023575     END-IF
023578     SET WS-Stamp-Unmoved TO TRUE
023581     .
023584 2060-RECHECK-STAMP-EXIT.
023587     EXIT.
023600
023700*--------------------------------------------------------------
023800* Only an active privileged account can be made an emergency
023900* account. It goes on the register already sealed: the
024000* password it had is replaced by one nobody has seen.
024100*--------------------------------------------------------------
024200 2100-DESIGNATE.
024300     PERFORM 2050-READ-ACCOUNT THRU 2050-READ-ACCOUNT-EXIT
024400     IF NOT WS-Check-Passed
024500         GO TO 2100-DESIGNATE-EXIT
024600     END-IF
024700     IF NOT AccountIsPrivileged
024800         DISPLAY "Account " WS-Entry-UserId " is not a "
024900             "privileged account - nothing done."
025000         GO TO 2100-DESIGNATE-EXIT
025100     END-IF
025200     IF NOT AccountIsActive
025300         DISPLAY "Account " WS-Entry-UserId " is not active "
025400             "- nothing done."
025500         GO TO 2100-DESIGNATE-EXIT
025600     END-IF
025700     READ RegisterFile
025800         INVALID KEY
025900             CONTINUE
026000         NOT INVALID KEY
026100             DISPLAY "Account " WS-Entry-UserId " is already "
026200                 "on the register - nothing done."
026300             GO TO 2100-DESIGNATE-EXIT
026400     END-READ
026420     PERFORM 2060-RECHECK-STAMP THRU 2060-RECHECK-STAMP-EXIT
026440     IF NOT WS-Stamp-Unmoved
026460         GO TO 2100-DESIGNATE-EXIT
026480     END-IF
026500     MOVE "BREAK-GLASS SEALED" TO WS-Hist-New-Value
026600     PERFORM 2800-ROTATE-PASSWORD
026700         THRU 2800-ROTATE-PASSWORD-EXIT
026800     MOVE SPACES TO BrkGlassRecord
026900     MOVE WS-Entry-UserId TO BG-UserId
027000     SET BG-Is-Sealed TO TRUE
027100     MOVE WS-Auth-EmpId TO BG-Designated-EmpId
027200     MOVE WS-Now-Date TO BG-Designated-Date
027300     MOVE ZERO TO BG-Out-EmpId
027400     MOVE ZERO TO BG-Out-Date
027500     MOVE ZERO TO BG-Out-Time
027600     MOVE ZERO TO BG-Window-Mins
027700     MOVE ZERO TO BG-Expiry-Date
027800     MOVE ZERO TO BG-Expiry-Time
027900     MOVE ZERO TO BG-Checkout-Count
028000     PERFORM 2850-STAMP-SEALED THRU 2850-STAMP-SEALED-EXIT
028100     WRITE BrkGlassRecord
028200     ADD 1 TO WS-Eoj-Written-Count
028300     DISPLAY "Account " WS-Entry-UserId " is on the "
028400         "break-glass register, sealed."
028500     MOVE "DESIGNAT" TO WS-Log-Event
028600     MOVE "BG-DESIGNATE" TO WS-Audit-Event
028700     PERFORM 2900-LOG-EVENT THRU 2900-LOG-EVENT-EXIT
028800     .
028900 2100-DESIGNATE-EXIT.
029000     EXIT.
029100
029200*--------------------------------------------------------------
029300* Checkout: the account must be sealed and active. The new
029400* password is displayed here once and nowhere else; it works
029500* at UserSignon until the window closes.
029600*--------------------------------------------------------------
029700 2200-CHECK-OUT.
029800     PERFORM 2050-READ-ACCOUNT THRU 2050-READ-ACCOUNT-EXIT
029900     IF NOT WS-Check-Passed
030000         GO TO 2200-CHECK-OUT-EXIT
030100     END-IF
030200     READ RegisterFile
030300         INVALID KEY
030400             DISPLAY "Account " WS-Entry-UserId " is not on "
030500                 "the break-glass register - nothing done."
030600             GO TO 2200-CHECK-OUT-EXIT
030700     END-READ
030800     IF BG-Is-Checked-Out
030900         DISPLAY "Account " WS-Entry-UserId " is already "
031000             "checked out by " BG-Out-By " until "
031100             BG-Expiry-Date " " BG-Expiry-Time
031200             " - nothing done."
031300         GO TO 2200-CHECK-OUT-EXIT
031400     END-IF
031500     IF NOT AccountIsActive
031600         DISPLAY "Account " WS-Entry-UserId " is not active "
031700             "- nothing done."
031800         GO TO 2200-CHECK-OUT-EXIT
031900     END-IF
032000     DISPLAY "Reason for the checkout: "
032100     ACCEPT WS-Entry-Reason
032200     IF WS-Entry-Reason = SPACES
032300         DISPLAY "A reason is required - nothing done."
032400         GO TO 2200-CHECK-OUT-EXIT
032500     END-IF
032600     DISPLAY "Incident reference: "
032700     ACCEPT WS-Entry-Incident
032800     IF WS-Entry-Incident = SPACES
032900         DISPLAY "An incident reference is required - "
033000             "nothing done."
033100         GO TO 2200-CHECK-OUT-EXIT
033200     END-IF
033300     DISPLAY "Window in minutes (up to " WS-Max-Window-Mins
033400         "): "
033500     ACCEPT WS-Entry-Window
033600     IF WS-Entry-Window NOT NUMERIC
033700             OR WS-Entry-Window-Num = 0
033800             OR WS-Entry-Window-Num > WS-Max-Window-Mins
033900         DISPLAY "Not a valid window - nothing done."
034000         GO TO 2200-CHECK-OUT-EXIT
034100     END-IF
034120     PERFORM 2060-RECHECK-STAMP THRU 2060-RECHECK-STAMP-EXIT
034140     IF NOT WS-Stamp-Unmoved
034160         GO TO 2200-CHECK-OUT-EXIT
034180     END-IF
034200     MOVE "BREAK-GLASS CHECKOUT" TO WS-Hist-New-Value
034300     PERFORM 2800-ROTATE-PASSWORD
034400         THRU 2800-ROTATE-PASSWORD-EXIT
034500     COMPUTE WS-Expiry-Minute =
034600         (FUNCTION INTEGER-OF-DATE(WS-Now-Date) * 1440)
034700         + (WS-NP-HH * 60) + WS-NP-MM + WS-Entry-Window-Num
034800     DIVIDE WS-Expiry-Minute BY 1440 GIVING WS-Expiry-Day
034900         REMAINDER WS-Expiry-Rem
035000     DIVIDE WS-Expiry-Rem BY 60 GIVING WS-Expiry-HH
035100         REMAINDER WS-Expiry-MM
035200     SET BG-Is-Checked-Out TO TRUE
035300     MOVE WS-Auth-EmpId TO BG-Out-EmpId
035400     MOVE WS-Operator TO BG-Out-By
035500     MOVE WS-Entry-Reason TO BG-Out-Reason
035600     MOVE WS-Entry-Incident TO BG-Incident-Ref
035700     MOVE WS-Now-Date TO BG-Out-Date
035800     MOVE WS-Now-HHMM TO BG-Out-Time
035900     MOVE WS-Entry-Window-Num TO BG-Window-Mins
036000     COMPUTE BG-Expiry-Date =
036100         FUNCTION DATE-OF-INTEGER(WS-Expiry-Day)
036200     COMPUTE BG-Expiry-Time = (WS-Expiry-HH * 100)
036300         + WS-Expiry-MM
036400     IF BG-Checkout-Count IS NOT NUMERIC
036500         MOVE ZERO TO BG-Checkout-Count
036600     END-IF
036700     ADD 1 TO BG-Checkout-Count
036800     REWRITE BrkGlassRecord
036900     ADD 1 TO WS-Eoj-Written-Count
037000     DISPLAY "=============================================="
037100     DISPLAY "BREAK-GLASS ACCOUNT " WS-Entry-UserId
037200         " CHECKED OUT"
037300     DISPLAY "PASSWORD   : " WS-New-Password
037400     DISPLAY "GOOD UNTIL : " BG-Expiry-Date " " BG-Expiry-Time
037500     DISPLAY "Shown once only - it is changed again at "
037600         "check-in or when the window closes."
037700     DISPLAY "=============================================="
037800     MOVE SPACES TO WS-New-Password
037900     MOVE "CHECKOUT" TO WS-Log-Event
038000     MOVE "BG-CHECKOUT" TO WS-Audit-Event
038100     PERFORM 2900-LOG-EVENT THRU 2900-LOG-EVENT-EXIT
038200     .
038300 2200-CHECK-OUT-EXIT.
038400     EXIT.
038500
038600*--------------------------------------------------------------
038700* Check-in reseals whatever state the account is in: the
038800* password used during the incident stops working at once.
038900*--------------------------------------------------------------
039000 2300-CHECK-IN.
039100     PERFORM 2050-READ-ACCOUNT THRU 2050-READ-ACCOUNT-EXIT
039200     IF NOT WS-Check-Passed
039300         GO TO 2300-CHECK-IN-EXIT
039400     END-IF
039500     READ RegisterFile
039600         INVALID KEY
039700             DISPLAY "Account " WS-Entry-UserId " is not on "
039800                 "the break-glass register - nothing done."
039900             GO TO 2300-CHECK-IN-EXIT
040000     END-READ
040100     IF NOT BG-Is-Checked-Out
040200         DISPLAY "Account " WS-Entry-UserId " is not checked "
040300             "out - nothing done."
040400         GO TO 2300-CHECK-IN-EXIT
040500     END-IF
040520     PERFORM 2060-RECHECK-STAMP THRU 2060-RECHECK-STAMP-EXIT
040540     IF NOT WS-Stamp-Unmoved
040560         GO TO 2300-CHECK-IN-EXIT
040580     END-IF
040600     MOVE "BREAK-GLASS SEALED" TO WS-Hist-New-Value
040700     PERFORM 2800-ROTATE-PASSWORD
040800         THRU 2800-ROTATE-PASSWORD-EXIT
040900     SET BG-Is-Sealed TO TRUE
041000     PERFORM 2850-STAMP-SEALED THRU 2850-STAMP-SEALED-EXIT
041100     REWRITE BrkGlassRecord
041200     ADD 1 TO WS-Eoj-Written-Count
041300     DISPLAY "Account " WS-Entry-UserId " checked in and "
041400         "sealed - the incident password no longer works."
041500     MOVE "CHECKIN" TO WS-Log-Event
041600     MOVE "BG-CHECKIN" TO WS-Audit-Event
041700     PERFORM 2900-LOG-EVENT THRU 2900-LOG-EVENT-EXIT
041800     .
041900 2300-CHECK-IN-EXIT.
042000     EXIT.
042100
042200 2400-REMOVE.
042300     PERFORM 2050-READ-ACCOUNT THRU 2050-READ-ACCOUNT-EXIT
042400     IF NOT WS-Check-Passed
042500         GO TO 2400-REMOVE-EXIT
042600     END-IF
042700     READ RegisterFile
042800         INVALID KEY
042900             DISPLAY "Account " WS-Entry-UserId " is not on "
043000                 "the break-glass register - nothing done."
043100             GO TO 2400-REMOVE-EXIT
043200     END-READ
043300     IF NOT BG-Is-Sealed
043400         DISPLAY "Account " WS-Entry-UserId " is checked out "
043500             "- check it in first."
043600         GO TO 2400-REMOVE-EXIT
043700     END-IF
043800     DELETE RegisterFile
043900     ADD 1 TO WS-Eoj-Written-Count
044000     DISPLAY "Account " WS-Entry-UserId " removed from the "
044100         "register; its password stays sealed until reset."
044200     ACCEPT WS-Now-Date FROM DATE YYYYMMDD
044300     ACCEPT WS-Now-Time FROM TIME
044400     COMPUTE WS-Now-HHMM = (WS-NP-HH * 100) + WS-NP-MM
044500     MOVE "REMOVED" TO WS-Log-Event
044600     MOVE "BG-REMOVE" TO WS-Audit-Event
044700     PERFORM 2900-LOG-EVENT THRU 2900-LOG-EVENT-EXIT
044800     .
044900 2400-REMOVE-EXIT.
045000     EXIT.
045100
045200 2500-LIST-REGISTER.
045300     MOVE 0 TO WS-Listed-Count
045400     MOVE "N" TO WS-Eof-Switch
045500     MOVE 0 TO BG-UserId
045600     START RegisterFile KEY IS >= BG-UserId
045700         INVALID KEY
045800             SET WS-End-Of-Register TO TRUE
045900     END-START
046000     PERFORM UNTIL WS-End-Of-Register
046100         READ RegisterFile NEXT RECORD
046200             AT END SET WS-End-Of-Register TO TRUE
046300         END-READ
046400         IF NOT WS-End-Of-Register
046500             IF BG-Is-Checked-Out
046600                 DISPLAY BG-UserId " OUT    " BG-Out-By
046700                     " " BG-Incident-Ref " UNTIL "
046800                     BG-Expiry-Date " " BG-Expiry-Time
046900                 DISPLAY "         " BG-Out-Reason
047000             ELSE
047100                 DISPLAY BG-UserId " SEALED " BG-Sealed-Date
047200                     " " BG-Sealed-Time " BY " BG-Sealed-By
047300                     " CHECKOUTS " BG-Checkout-Count
047400             END-IF
047500             ADD 1 TO WS-Listed-Count
047600         END-IF
047700     END-PERFORM
047800     MOVE WS-Listed-Count TO WS-Listed-Disp
047900     DISPLAY "BREAK-GLASS ACCOUNTS LISTED: " WS-Listed-Disp
048000     .
048100 2500-LIST-REGISTER-EXIT.
048200     EXIT.
048300
048400*--------------------------------------------------------------
048500* A fresh PwGen password through the SaltGen/PassHash2
048600* machinery, journalled and masked into USRHIST.DAT. The
048700* caller sets the history wording; the plaintext is left in
048800* WS-New-Password for a checkout to show.
048900*--------------------------------------------------------------
049000 2800-ROTATE-PASSWORD.
049100     ACCEPT WS-Now-Date FROM DATE YYYYMMDD
049200     ACCEPT WS-Now-Time FROM TIME
049300     COMPUTE WS-Now-HHMM = (WS-NP-HH * 100) + WS-NP-MM
049400     CALL "PwGen" USING WS-New-Password
049500     CALL "SaltGen" USING Salt
049600     CALL "PassHash2" USING WS-New-Password, Salt, HashExt
049700     MOVE "2" TO HashVersion
049800     MOVE SPACES TO Hash
049900     MOVE WS-Now-Date TO PasswordSetDate
050000     MOVE ZERO TO FailedLoginCount
050100     CALL "TimeStamp" USING LastChangedStamp
050200     REWRITE UserRecord
050300     MOVE "R" TO WS-Jrnl-Action
050400     MOVE UserRecord TO WS-After-Image
050500     CALL "UserJrnl" USING WS-Program-Name, WS-Jrnl-Action,
050600         WS-Before-Image, WS-After-Image
050700     MOVE UserRecord TO WS-Before-Image
050800     MOVE "PASSWORD" TO WS-Hist-Field-Name
050900     MOVE "********" TO WS-Hist-Old-Value
051000     CALL "HistWrite" USING UserId, WS-Hist-Field-Name,
051100         WS-Hist-Old-Value, WS-Hist-New-Value, WS-Operator
051200     .
051300 2800-ROTATE-PASSWORD-EXIT.
051400     EXIT.
051500
051600 2850-STAMP-SEALED.
051700     MOVE WS-Now-Date TO BG-Sealed-Date
051800     MOVE WS-Now-HHMM TO BG-Sealed-Time
051900     MOVE WS-Operator TO BG-Sealed-By
052000     .
052100 2850-STAMP-SEALED-EXIT.
052200     EXIT.
052300
052400*--------------------------------------------------------------
052500* Every register event: one line to BGLOG.DAT for the daily
052600* usage report, one to SUITEAUD.LOG through AuditLog.
052700*--------------------------------------------------------------
052800 2900-LOG-EVENT.
052900     OPEN EXTEND BgLogFile
053000     IF WS-BgLog-Missing
053100         OPEN OUTPUT BgLogFile
053200     END-IF
053300     MOVE WS-Now-Date TO BL-Date
053400     MOVE WS-Now-HHMM TO BL-Time
053500     MOVE BG-UserId TO BL-UserId
053600     MOVE WS-Log-Event TO BL-Event
053700     MOVE WS-Auth-EmpId TO BL-EmpId
053800     MOVE WS-Operator TO BL-Operator
053900     MOVE BG-Incident-Ref TO BL-Incident-Ref
054000     MOVE BG-Expiry-Date TO BL-Expiry-Date
054100     MOVE BG-Expiry-Time TO BL-Expiry-Time
054200     MOVE BG-Out-Reason TO BL-Reason
054300     WRITE BgLogRecord
054400     CLOSE BgLogFile
054500     MOVE SPACES TO WS-Audit-Detail
054600     IF BL-Checked-Out OR BL-Checked-In
054700         STRING BG-UserId " " BG-Incident-Ref " BY "
054800             WS-Operator " UNTIL " BG-Expiry-Date " "
054900             BG-Expiry-Time
055000             DELIMITED BY SIZE INTO WS-Audit-Detail
055100     ELSE
055200         STRING BG-UserId " BY " WS-Operator " ("
055300             WS-Auth-EmpId ")"
055400             DELIMITED BY SIZE INTO WS-Audit-Detail
055500     END-IF
055600     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
055700         WS-Audit-Detail
055800     .
055900 2900-LOG-EVENT-EXIT.
056000     EXIT.

001820*                 admin) is now shown on every listing and
001830*                 maintained on the update path - it drives
001840*                 the shared AuthChk authorization check.
001841* 2026-10-15 JWG  Saving a department change now puts every
001842*                 account the employee owns (other than inactive
001843*                 ones) on the MOVREV.DAT mover-review list with
001844*                 the old and new department, for the new
001845*                 department's supervisor to confirm or revoke in
001846*                 MovRvw.
001847* 2026-10-15 JWG  The leaver action's account queueing moved to
001848*                 the shared LvrQueue routine (same rule, reason
001849*                 LVR), so the HrCensus reconciliation queues
001850*                 leavers exactly as this screen does.
001851* 2026-10-15 JWG  New option 5 maintains an employee's region
001852*                 scope on OPSCOPE.DAT (COUNTRY.DAT regions, or
001853*                 *ALL) for the shared ScopeChk check. Only a
001854*                 security admin (AuthChk) may change it; each
001855*                 grant and revoke goes to SUITEAUD.LOG.
001860* 2026-10-15 JWG  Each employee now carries a manager EmpId
001865*                 (EmpManagerId), maintained on the update path:
001870*                 it must be a current employee and must not
001875*                 close a loop, and each change goes to
001880*                 SUITEAUD.LOG. New option 6 shows a person's
001885*                 reporting line up to the top and their direct
001890*                 reports.
001900*--------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002730         ACCESS MODE IS DYNAMIC
002740         RECORD KEY IS UserId
002750         FILE STATUS IS WS-File-Status.
002792     SELECT MoverReviewFile ASSIGN TO DYNAMIC WS-P-MOVREV-DAT
002793         ORGANIZATION IS INDEXED
002794         ACCESS MODE IS DYNAMIC
002795         RECORD KEY IS MVR-UserId
002796         FILE STATUS IS WS-Mover-Status.
002798     SELECT ScopeFile ASSIGN TO DYNAMIC WS-P-OPSCOPE-DAT
002799         ORGANIZATION IS INDEXED
002809         ACCESS MODE IS DYNAMIC
002819         RECORD KEY IS OpScopeKey
002829         FILE STATUS IS WS-Scope-Status.
002839     SELECT CountryFile ASSIGN TO DYNAMIC WS-P-COUNTRY-DAT
002849         ORGANIZATION IS INDEXED
002859         ACCESS MODE IS DYNAMIC
002869         RECORD KEY IS CTY-Code
002879         FILE STATUS IS WS-Country-Status.
002889
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  ContactFile.
003220 FD  UserDatabase.
003230     COPY "USERREC.CPY".
003240
003280 FD  MoverReviewFile.
003290     COPY "MOVREV.CPY".
003291
003292 FD  ScopeFile.
003293     COPY "OPSCOPE.CPY".
003294
003295 FD  CountryFile.
003296     COPY "CTRYREC.CPY".
003300
003400 WORKING-STORAGE SECTION.
003500 01  WS-Contact-Status       PIC XX.
003600     88  WS-Contact-Not-Found    VALUE "35".
003610 01  WS-File-Status          PIC XX.
003620     88  WS-File-Not-Found       VALUE "35".
003641 01  WS-Mover-Status         PIC XX.
003642     88  WS-Mover-Missing        VALUE "35".
003643 01  WS-Old-Department       PIC X(15).
003644 01  WS-Reviews-Raised       PIC 9(05) COMP.
003645 01  WS-Scope-Status         PIC XX.
003646     88  WS-Scope-Missing        VALUE "35".
003647 01  WS-Country-Status       PIC XX.
003648 01  WS-Scope-EmpId          PIC 9(05).
003649 01  WS-Scope-Action         PIC X(01).
003650     88  WS-Scope-Done           VALUE SPACE "D".
003651 01  WS-Scope-Region         PIC X(15).
003652 01  WS-Scope-Count          PIC 9(03) COMP.
003653 01  WS-Region-Known         PIC X(01).
003654     88  WS-Region-Is-Known      VALUE "Y".
003655 01  WS-Scope-Eof            PIC X(01).
003656     88  WS-Scope-End            VALUE "Y".
003657 01  WS-Auth-EmpId           PIC 9(05).
003658 01  WS-Auth-Role            PIC X(01) VALUE "A".
003659 01  WS-Auth-Granted         PIC X(01).
003660     88  WS-Auth-Was-Granted     VALUE "Y".
003661 01  WS-Operator-Initials    PIC X(10).
003662 01  WS-Audit-Event          PIC X(12).
003663 01  WS-Audit-Detail         PIC X(60).
003664 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
003665 01  WS-Run-Date             PIC 9(08).
003680 01  WS-Queued-Count         PIC 9(05).
003690 01  WS-Leaver-Requestor     PIC X(10) VALUE "EMPMAINT".
003700 01  WS-Eof-Switch           PIC X VALUE "N".
003800     88  WS-End-Of-Directory     VALUE "Y".
004300 01  WS-Reply-Department     PIC X(15).
004310 01  WS-Reply-Role           PIC X(01).
004320 01  WS-Role-Text            PIC X(14).
004326 01  WS-Reply-Manager        PIC X(05).
004332 01  WS-Reply-Manager-Id REDEFINES WS-Reply-Manager
004338                             PIC 9(05).
004344 01  WS-Old-Manager          PIC 9(05).
004350 01  WS-Saved-Employee       PIC X(77).
004356 01  WS-Manager-Ok           PIC X(01).
004362     88  WS-Manager-Is-Ok        VALUE "Y".
004368 01  WS-Walk-Id              PIC 9(05).
004374 01  WS-Walk-Depth           PIC 9(03) COMP.
004380 01  WS-Walk-Limit           PIC 9(03) COMP VALUE 50.
004386 01  WS-Walk-Switch          PIC X(01).
004392     88  WS-Walk-Done            VALUE "Y".
004400 01  WS-Match-Count          PIC 9(05) COMP VALUE 0.
004500 01  WS-More-Requests        PIC X VALUE "Y".
004600     88  WS-Another-Request      VALUE "Y" "y".
004700 01  WS-P-CONTACT-DAT       PIC X(30) VALUE "CONTACT.DAT".
004710 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
004730 01  WS-P-MOVREV-DAT        PIC X(30) VALUE "MOVREV.DAT".
004740 01  WS-P-OPSCOPE-DAT       PIC X(30) VALUE "OPSCOPE.DAT".
004750 01  WS-P-COUNTRY-DAT       PIC X(30) VALUE "COUNTRY.DAT".
004800 01  WS-Eoj-Start-Time       PIC 9(08).
004900 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
005000 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
005900     ACCEPT WS-Eoj-Start-Time FROM TIME
006000     CALL "EnvName" USING WS-P-CONTACT-DAT
006010     CALL "EnvName" USING WS-P-USERS-DATA
006030     CALL "EnvName" USING WS-P-MOVREV-DAT
006040     CALL "EnvName" USING WS-P-OPSCOPE-DAT
006050     CALL "EnvName" USING WS-P-COUNTRY-DAT
006100     OPEN I-O ContactFile
006200     IF WS-Contact-Not-Found
006300         DISPLAY "CONTACT.DAT NOT FOUND - NO DIRECTORY TO "
008100     DISPLAY "2. Browse a department"
008200     DISPLAY "3. Update an employee"
008300     DISPLAY "4. Mark an employee as a leaver"
008310     DISPLAY "5. Maintain an employee's region scope"
008355     DISPLAY "6. Show an employee's reporting line"
008400     DISPLAY "Enter choice: "
008500     ACCEPT WS-Mode-Choice
008600     EVALUATE WS-Mode-Choice
009600         WHEN 4
009700             PERFORM 2400-MARK-LEAVER
009800                 THRU 2400-MARK-LEAVER-EXIT
009810         WHEN 5
009820             PERFORM 2500-MAINTAIN-SCOPE
009830                 THRU 2500-MAINTAIN-SCOPE-EXIT
009847         WHEN 6
009864             PERFORM 2600-SHOW-REPORTING-LINE
009881                 THRU 2600-SHOW-REPORTING-LINE-EXIT
009900         WHEN OTHER
010000             DISPLAY "Invalid choice - nothing done."
010100     END-EVALUATE
012900     ELSE
013000         DISPLAY " (CURRENT)"
013100     END-IF
013125     IF NOT EmpHasNoManager
013150         DISPLAY "      REPORTS TO " EmpManagerId
013175     END-IF
013200     .
013300 2150-SHOW-EMPLOYEE-EXIT.
013400     EXIT.
017600             GO TO 2300-UPDATE-EMPLOYEE-EXIT
017700     END-READ
017800     PERFORM 2150-SHOW-EMPLOYEE THRU 2150-SHOW-EMPLOYEE-EXIT
017850     MOVE EmpDepartment TO WS-Old-Department
017875     MOVE EmpManagerId TO WS-Old-Manager
017900     DISPLAY "Blank reply keeps the current value."
018000     DISPLAY "New name: "
018100     ACCEPT WS-Reply-Name
018966         WHEN OTHER
018967             DISPLAY "Role must be O, S or A - left as it was."
018968     END-EVALUATE
018973     DISPLAY "New manager (5-digit employee id, 0 = none): "
018978     ACCEPT WS-Reply-Manager
018983     IF WS-Reply-Manager NOT = SPACES
018988         PERFORM 2350-CHECK-MANAGER THRU 2350-CHECK-MANAGER-EXIT
018993     END-IF
019000     REWRITE EmployeeRecord
019100     ADD 1 TO WS-Eoj-Written-Count
019200     DISPLAY "Employee " WS-Lookup-Id " updated."
019210     IF EmpDepartment NOT = WS-Old-Department
019220         PERFORM 2700-RAISE-MOVER-REVIEWS
019230             THRU 2700-RAISE-MOVER-REVIEWS-EXIT
019240     END-IF
019255     IF EmpManagerId NOT = WS-Old-Manager
019270         PERFORM 2380-AUDIT-MANAGER THRU 2380-AUDIT-MANAGER-EXIT
019285     END-IF
019300     .
019400 2300-UPDATE-EMPLOYEE-EXIT.
019500     EXIT.
019501
019502*--------------------------------------------------------------
019503* A new manager must be in the directory, current, not the
019504* employee themself, and must not already report (however far
019505* up) to the employee - that would close a loop. The walk up
019506* from the new manager stops at the top of the tree; a line
019507* longer than WS-Walk-Limit can only be a loop already on file
019508* and is refused the same way. Reading the other entries uses
019509* the record area, so the employee being updated is saved and
019510* put back. A refused manager leaves the old one in place.
019511*--------------------------------------------------------------
019512 2350-CHECK-MANAGER.
019513     IF WS-Reply-Manager NOT NUMERIC
019514         DISPLAY "Manager must be a 5-digit employee id - left "
019515             "as it was."
019516         GO TO 2350-CHECK-MANAGER-EXIT
019517     END-IF
019518     IF WS-Reply-Manager-Id = ZERO
019519         MOVE ZERO TO EmpManagerId
019520         GO TO 2350-CHECK-MANAGER-EXIT
019521     END-IF
019522     IF WS-Reply-Manager-Id = WS-Lookup-Id
019523         DISPLAY "An employee cannot be their own manager - left "
019524             "as it was."
019525         GO TO 2350-CHECK-MANAGER-EXIT
019526     END-IF
019527     MOVE EmployeeRecord TO WS-Saved-Employee
019528     MOVE "Y" TO WS-Manager-Ok
019529     MOVE WS-Reply-Manager-Id TO EmpId
019530     READ ContactFile
019531         INVALID KEY
019532             DISPLAY "Employee " WS-Reply-Manager-Id
019533                 " is not in the directory - manager left as it "
019534                 "was."
019535             MOVE "N" TO WS-Manager-Ok
019536     END-READ
019537     IF WS-Manager-Is-Ok AND EmpHasLeft
019538         DISPLAY "Employee " WS-Reply-Manager-Id
019539             " has left - manager left as it was."
019540         MOVE "N" TO WS-Manager-Ok
019541     END-IF
019542     IF WS-Manager-Is-Ok
019543         MOVE 0 TO WS-Walk-Depth
019544         MOVE "N" TO WS-Walk-Switch
019545         PERFORM 2360-WALK-UP-ONE THRU 2360-WALK-UP-ONE-EXIT
019546             UNTIL WS-Walk-Done
019547     END-IF
019548     MOVE WS-Saved-Employee TO EmployeeRecord
019549     IF WS-Manager-Is-Ok
019550         MOVE WS-Reply-Manager-Id TO EmpManagerId
019551     END-IF
019552     .
019553 2350-CHECK-MANAGER-EXIT.
019554     EXIT.
019555
019556*--------------------------------------------------------------
019557* One step up the new manager's reporting line; the entry last
019558* read is in the record area.
019559*--------------------------------------------------------------
019560 2360-WALK-UP-ONE.
019561     IF EmpHasNoManager
019562         SET WS-Walk-Done TO TRUE
019563         GO TO 2360-WALK-UP-ONE-EXIT
019564     END-IF
019565     ADD 1 TO WS-Walk-Depth
019566     IF EmpManagerId = WS-Lookup-Id
019567             OR WS-Walk-Depth > WS-Walk-Limit
019568         DISPLAY "Employee " WS-Reply-Manager-Id " already "
019569             "reports to employee " WS-Lookup-Id
019570             " - that would make a loop. Manager left as it was."
019571         MOVE "N" TO WS-Manager-Ok
019572         SET WS-Walk-Done TO TRUE
019573         GO TO 2360-WALK-UP-ONE-EXIT
019574     END-IF
019575     MOVE EmpManagerId TO EmpId
019576     READ ContactFile
019577         INVALID KEY
019578             SET WS-Walk-Done TO TRUE
019579     END-READ
019580     .
019581 2360-WALK-UP-ONE-EXIT.
019582     EXIT.
019583
019584 2380-AUDIT-MANAGER.
019585     MOVE "EMP-MANAGER" TO WS-Audit-Event
019586     MOVE SPACES TO WS-Audit-Detail
019587     STRING "EMPID " WS-Lookup-Id " MANAGER " WS-Old-Manager
019588         " TO " EmpManagerId DELIMITED BY SIZE
019589         INTO WS-Audit-Detail
019590     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
019591         WS-Audit-Detail
019592     .
019593 2380-AUDIT-MANAGER-EXIT.
019594     EXIT.
019600
019700 2400-MARK-LEAVER.
019800     DISPLAY "Enter employee id (5 digits): "
021300         ADD 1 TO WS-Eoj-Written-Count
021400         DISPLAY "Employee " WS-Lookup-Id
021500             " marked as a leaver."
021510         CALL "LvrQueue" USING WS-Lookup-Id,
021520             WS-Leaver-Requestor, WS-Queued-Count
021530         DISPLAY "OWNED ACCOUNTS QUEUED FOR DEACTIVATION: "
021540             WS-Queued-Count
021600     END-IF
021700     .
021800 2400-MARK-LEAVER-EXIT.
021900     EXIT.
022000
022020*--------------------------------------------------------------
022040* Region scope: which COUNTRY.DAT regions (or *ALL) the
022060* employee may work accounts in, held on OPSCOPE.DAT for the
022080* shared ScopeChk check. Granting access is a security-admin
022100* decision, so the person at the keyboard must prove that role
022120* through AuthChk first; every grant and revoke is audited.
022140*--------------------------------------------------------------
022160 2500-MAINTAIN-SCOPE.
022180     DISPLAY "Enter your employee id (5 digits): "
022200     ACCEPT WS-Auth-EmpId
022220     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
022240         WS-Program-Name, WS-Auth-Granted
022260     IF NOT WS-Auth-Was-Granted
022280         ADD 1 TO WS-Eoj-Rejected-Count
022300         GO TO 2500-MAINTAIN-SCOPE-EXIT
022320     END-IF
022340     DISPLAY "Enter your initials: "
022360     ACCEPT WS-Operator-Initials
022380     DISPLAY "Employee whose scope to maintain (5 digits): "
022400     ACCEPT WS-Lookup-Id
022420     MOVE WS-Lookup-Id TO EmpId
022440     READ ContactFile
022460         INVALID KEY
022480             DISPLAY "Employee " WS-Lookup-Id
022500                 " is not in the directory."
022520             GO TO 2500-MAINTAIN-SCOPE-EXIT
022540     END-READ
022560     PERFORM 2150-SHOW-EMPLOYEE THRU 2150-SHOW-EMPLOYEE-EXIT
022580     OPEN I-O ScopeFile
022600     IF WS-Scope-Missing
022620         OPEN OUTPUT ScopeFile
022640         CLOSE ScopeFile
022660         OPEN I-O ScopeFile
022680     END-IF
022700     IF WS-Scope-Status NOT = "00"
022720         DISPLAY "OPSCOPE.DAT WILL NOT OPEN (STATUS "
022740             WS-Scope-Status ") - SCOPE NOT CHANGED."
022760         MOVE 8 TO WS-Eoj-Return-Code
022780         GO TO 2500-MAINTAIN-SCOPE-EXIT
022800     END-IF
022820     MOVE "A" TO WS-Scope-Action
022840     PERFORM 2550-CHANGE-SCOPE THRU 2550-CHANGE-SCOPE-EXIT
022860         UNTIL WS-Scope-Done
022880     CLOSE ScopeFile
022900     .
022920 2500-MAINTAIN-SCOPE-EXIT.
022940     EXIT.
022960
022980 2550-CHANGE-SCOPE.
023000     PERFORM 2560-LIST-SCOPE THRU 2560-LIST-SCOPE-EXIT
023020     DISPLAY "A = add a region, R = remove a region, "
023040         "blank = done: "
023060     ACCEPT WS-Scope-Action
023080     MOVE FUNCTION UPPER-CASE(WS-Scope-Action) TO WS-Scope-Action
023100     IF WS-Scope-Done
023120         GO TO 2550-CHANGE-SCOPE-EXIT
023140     END-IF
023160     IF WS-Scope-Action NOT = "A" AND WS-Scope-Action NOT = "R"
023180         DISPLAY "Reply A, R or blank."
023200         GO TO 2550-CHANGE-SCOPE-EXIT
023220     END-IF
023240     DISPLAY "Region (as on COUNTRY.DAT, or *ALL): "
023260     ACCEPT WS-Scope-Region
023280     MOVE FUNCTION UPPER-CASE(WS-Scope-Region) TO WS-Scope-Region
023300     IF WS-Scope-Region = SPACES
023320         GO TO 2550-CHANGE-SCOPE-EXIT
023340     END-IF
023360     MOVE WS-Lookup-Id TO OS-EmpId
023380     MOVE WS-Scope-Region TO OS-Region
023400     IF WS-Scope-Action = "R"
023420         DELETE ScopeFile
023440             INVALID KEY
023460                 DISPLAY "Employee " WS-Lookup-Id
023480                     " does not hold region "
023500                     FUNCTION TRIM(WS-Scope-Region) "."
023520                 GO TO 2550-CHANGE-SCOPE-EXIT
023540         END-DELETE
023560         MOVE "SCOPE-REVOKE" TO WS-Audit-Event
023580         PERFORM 2590-AUDIT-SCOPE THRU 2590-AUDIT-SCOPE-EXIT
023600         GO TO 2550-CHANGE-SCOPE-EXIT
023620     END-IF
023640     PERFORM 2570-CHECK-REGION THRU 2570-CHECK-REGION-EXIT
023660     IF NOT WS-Region-Is-Known
023680         DISPLAY "Region " FUNCTION TRIM(WS-Scope-Region)
023700             " is not on COUNTRY.DAT - not granted."
023720         GO TO 2550-CHANGE-SCOPE-EXIT
023740     END-IF
023760     MOVE SPACES TO OpScopeRecord
023780     MOVE WS-Lookup-Id TO OS-EmpId
023800     MOVE WS-Scope-Region TO OS-Region
023820     ACCEPT OS-Granted-Date FROM DATE YYYYMMDD
023840     MOVE WS-Operator-Initials TO OS-Granted-By
023860     MOVE WS-Auth-EmpId TO OS-Granted-EmpId
023880     WRITE OpScopeRecord
023900         INVALID KEY
023920             DISPLAY "Employee " WS-Lookup-Id
023940                 " already holds region "
023960                 FUNCTION TRIM(WS-Scope-Region) "."
023980             GO TO 2550-CHANGE-SCOPE-EXIT
024000     END-WRITE
024020     MOVE "SCOPE-GRANT" TO WS-Audit-Event
024040     PERFORM 2590-AUDIT-SCOPE THRU 2590-AUDIT-SCOPE-EXIT
024060     .
024080 2550-CHANGE-SCOPE-EXIT.
024100     EXIT.
024120
024140 2560-LIST-SCOPE.
024160     MOVE 0 TO WS-Scope-Count
024180     MOVE "N" TO WS-Scope-Eof
024200     MOVE WS-Lookup-Id TO OS-EmpId
024220     MOVE LOW-VALUES TO OS-Region
024240     START ScopeFile KEY IS >= OpScopeKey
024260         INVALID KEY
024280             SET WS-Scope-End TO TRUE
024300     END-START
024320     PERFORM UNTIL WS-Scope-End
024340         READ ScopeFile NEXT RECORD
024360             AT END SET WS-Scope-End TO TRUE
024380         END-READ
024400         IF NOT WS-Scope-End
024420             IF OS-EmpId NOT = WS-Lookup-Id
024440                 SET WS-Scope-End TO TRUE
024460             ELSE
024480                 DISPLAY "  REGION " OS-Region " GRANTED "
024500                     OS-Granted-Date " BY " OS-Granted-By
024520                 ADD 1 TO WS-Scope-Count
024540             END-IF
024560         END-IF
024580     END-PERFORM
024600     IF WS-Scope-Count = 0
024620         DISPLAY "  (no regions held - no accounts in scope)"
024640     END-IF
024660     .
024680 2560-LIST-SCOPE-EXIT.
024700     EXIT.
024720
024740*--------------------------------------------------------------
024760* A region can only be granted if some country on COUNTRY.DAT
024780* carries it - a mistyped region would grant nothing and look
024800* as if it granted something.
024820*--------------------------------------------------------------
024840 2570-CHECK-REGION.
024860     MOVE "N" TO WS-Region-Known
024880     IF WS-Scope-Region = "*ALL"
024900         MOVE "Y" TO WS-Region-Known
024920         GO TO 2570-CHECK-REGION-EXIT
024940     END-IF
024960     OPEN INPUT CountryFile
024980     IF WS-Country-Status NOT = "00"
025000         DISPLAY "COUNTRY.DAT WILL NOT OPEN (STATUS "
025020             WS-Country-Status ") - ONLY *ALL CAN BE GRANTED."
025040         GO TO 2570-CHECK-REGION-EXIT
025060     END-IF
025080     PERFORM UNTIL WS-Region-Is-Known
025100             OR WS-Country-Status NOT = "00"
025120         READ CountryFile NEXT RECORD
025140             AT END MOVE "10" TO WS-Country-Status
025160         END-READ
025180         IF WS-Country-Status = "00"
025200                 AND CTY-Region = WS-Scope-Region
025220             MOVE "Y" TO WS-Region-Known
025240         END-IF
025260     END-PERFORM
025280     CLOSE CountryFile
025300     .
025320 2570-CHECK-REGION-EXIT.
025340     EXIT.
025360
025380 2590-AUDIT-SCOPE.
025400     ADD 1 TO WS-Eoj-Written-Count
025420     DISPLAY "Done."
025440     MOVE SPACES TO WS-Audit-Detail
025460     STRING "EMPID " WS-Lookup-Id " REGION " WS-Scope-Region
025480             " BY " DELIMITED BY SIZE
025500         WS-Operator-Initials DELIMITED BY SPACE
025520         " (" WS-Auth-EmpId ")" DELIMITED BY SIZE
025540         INTO WS-Audit-Detail
025560     END-STRING
025580     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
025600         WS-Audit-Detail
025620     .
025640 2590-AUDIT-SCOPE-EXIT.
025660     EXIT.
025680
025700*--------------------------------------------------------------
025720* The reporting line for one person: the person, then each
025740* manager above them to the top of the tree (a manager missing
025760* from the directory or a loop ends the walk, flagged), then
025780* the people who report to them directly.
025800*--------------------------------------------------------------
025820 2600-SHOW-REPORTING-LINE.
025840     DISPLAY "Enter employee id (5 digits): "
025860     ACCEPT WS-Lookup-Id
025880     MOVE WS-Lookup-Id TO EmpId
025900     READ ContactFile
025920         INVALID KEY
025940             DISPLAY "Employee " WS-Lookup-Id
025960                 " is not in the directory."
025980             GO TO 2600-SHOW-REPORTING-LINE-EXIT
026000     END-READ
026020     DISPLAY "-- REPORTING LINE --"
026040     PERFORM 2150-SHOW-EMPLOYEE THRU 2150-SHOW-EMPLOYEE-EXIT
026060     MOVE 0 TO WS-Walk-Depth
026080     MOVE "N" TO WS-Walk-Switch
026100     PERFORM 2650-SHOW-NEXT-MANAGER
026120         THRU 2650-SHOW-NEXT-MANAGER-EXIT
026140         UNTIL WS-Walk-Done
026160     DISPLAY "-- DIRECT REPORTS --"
026180     MOVE 0 TO WS-Match-Count
026200     MOVE "N" TO WS-Eof-Switch
026220     MOVE ZERO TO EmpId
026240     START ContactFile KEY IS >= EmpId
026260         INVALID KEY
026280             SET WS-End-Of-Directory TO TRUE
026300     END-START
026320     PERFORM UNTIL WS-End-Of-Directory
026340         READ ContactFile NEXT RECORD
026360             AT END SET WS-End-Of-Directory TO TRUE
026380         END-READ
026400         IF NOT WS-End-Of-Directory
026420                 AND EmpManagerId = WS-Lookup-Id
026440             PERFORM 2150-SHOW-EMPLOYEE
026460                 THRU 2150-SHOW-EMPLOYEE-EXIT
026480             ADD 1 TO WS-Match-Count
026500         END-IF
026520     END-PERFORM
026540     IF WS-Match-Count = 0
026560         DISPLAY "(no direct reports)"
026580     ELSE
026600         DISPLAY "DIRECT REPORTS: " WS-Match-Count
026620     END-IF
026640     .
026660 2600-SHOW-REPORTING-LINE-EXIT.
026680     EXIT.
026700
026720 2650-SHOW-NEXT-MANAGER.
026740     IF EmpHasNoManager
026760         DISPLAY "(top of the reporting line)"
026780         SET WS-Walk-Done TO TRUE
026800         GO TO 2650-SHOW-NEXT-MANAGER-EXIT
026820     END-IF
026840     ADD 1 TO WS-Walk-Depth
026860     IF EmpManagerId = WS-Lookup-Id
026880             OR WS-Walk-Depth > WS-Walk-Limit
026900         DISPLAY "** REPORTING LINE LOOPS BACK - STOPPED **"
026920         SET WS-Walk-Done TO TRUE
026940         GO TO 2650-SHOW-NEXT-MANAGER-EXIT
026960     END-IF
026980     MOVE EmpManagerId TO WS-Walk-Id
027000     MOVE WS-Walk-Id TO EmpId
027020     READ ContactFile
027040         INVALID KEY
027060             DISPLAY "  ** MANAGER " WS-Walk-Id
027080                 " IS NOT IN THE DIRECTORY **"
027100             SET WS-Walk-Done TO TRUE
027120             GO TO 2650-SHOW-NEXT-MANAGER-EXIT
027140     END-READ
027160     DISPLAY "  MANAGED BY:"
027180     PERFORM 2150-SHOW-EMPLOYEE THRU 2150-SHOW-EMPLOYEE-EXIT
027200     .
027220 2650-SHOW-NEXT-MANAGER-EXIT.
027240     EXIT.
027260
028400*--------------------------------------------------------------
028500* A department move puts every account the mover owns (other
028600* than inactive ones) on the MOVREV.DAT mover-review list for
028700* the new department's supervisor to confirm or revoke in
028800* MovRvw - what the old department granted does not follow
028900* the person unexamined.
029000*--------------------------------------------------------------
029100 2700-RAISE-MOVER-REVIEWS.
029200     MOVE 0 TO WS-Reviews-Raised
029300     OPEN INPUT UserDatabase
029400     IF WS-File-Not-Found
029500         DISPLAY "USERS.DATA NOT FOUND - NO OWNED ACCOUNTS "
029600             "TO REVIEW."
029700         GO TO 2700-RAISE-MOVER-REVIEWS-EXIT
029800     END-IF
029900     OPEN I-O MoverReviewFile
030000     IF WS-Mover-Missing
030100         OPEN OUTPUT MoverReviewFile
030200         CLOSE MoverReviewFile
030300         OPEN I-O MoverReviewFile
030400     END-IF
030500     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
030600     READ UserDatabase NEXT RECORD
030700         AT END SET EndOfUserDb TO TRUE
030800     END-READ
030900     PERFORM UNTIL EndOfUserDb
031000         IF UserId NOT = WS-Trailer-Id
031100                 AND OwnerEmpId = WS-Lookup-Id
031200                 AND NOT AccountIsInactive
031300             PERFORM 2800-RAISE-ONE-REVIEW
031400                 THRU 2800-RAISE-ONE-REVIEW-EXIT
031500         END-IF
031600         READ UserDatabase NEXT RECORD
031700             AT END SET EndOfUserDb TO TRUE
031800         END-READ
031900     END-PERFORM
032000     CLOSE MoverReviewFile
032100     CLOSE UserDatabase
032200     DISPLAY "OWNED ACCOUNTS PUT ON MOVER REVIEW: "
032300         WS-Reviews-Raised
032400     .
032500 2700-RAISE-MOVER-REVIEWS-EXIT.
032600     EXIT.
032700
032800*--------------------------------------------------------------
032900* A review still open from an earlier move keeps its original
033000* old department; a decided one is replaced by a fresh review.
033100*--------------------------------------------------------------
033200 2800-RAISE-ONE-REVIEW.
033300     MOVE UserId TO MVR-UserId
033400     READ MoverReviewFile
033500         INVALID KEY
033600             MOVE SPACES TO MoverReviewRecord
033700             MOVE UserId TO MVR-UserId
033800             MOVE WS-Old-Department TO MVR-Old-Department
033900             PERFORM 2850-FILL-REVIEW THRU 2850-FILL-REVIEW-EXIT
034000             WRITE MoverReviewRecord
034100         NOT INVALID KEY
034200             IF NOT MVR-Is-Open
034300                 MOVE WS-Old-Department TO MVR-Old-Department
034400             END-IF
034500             PERFORM 2850-FILL-REVIEW THRU 2850-FILL-REVIEW-EXIT
034600             REWRITE MoverReviewRecord
034700     END-READ
034800     IF WS-Mover-Status = "00"
034900         ADD 1 TO WS-Reviews-Raised
035000         DISPLAY "UserId " UserId " put on mover review."
035100     ELSE
035200         DISPLAY "UserId " UserId " - MOVREV.DAT WRITE FAILED, "
035300             "STATUS " WS-Mover-Status
035400     END-IF
035500     .
035600 2800-RAISE-ONE-REVIEW-EXIT.
035700     EXIT.
035800
035900 2850-FILL-REVIEW.
036000     MOVE WS-Lookup-Id TO MVR-OwnerEmpId
036100     MOVE EmpDepartment TO MVR-New-Department
036200     MOVE WS-Run-Date TO MVR-Raised-Date
036300     MOVE SPACE TO MVR-Decision
036400     MOVE SPACES TO MVR-Decision-By
036500     MOVE ZERO TO MVR-Decision-Date
036600     .
036700 2850-FILL-REVIEW-EXIT.
036800     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ScopeRpt.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Operator region-scope report for the access review: who can
000900* see which regions under the OPSCOPE.DAT scope register the
001000* shared ScopeChk check enforces. Two views, to SCOPERPT.TXT:
001100*   - by employee: every CONTACT.DAT employee with role and
001200*     the regions held (or *ALL), and those holding none;
001300*     scope held by a leaver, or by an EmpId no longer in the
001400*     directory, is flagged - that is the finding the review
001500*     is looking for
001600*   - by region: every region on COUNTRY.DAT with the
001700*     employees who hold it and the count of *ALL holders who
001800*     see it as well
001900* Flagged rows raise a warning through ExcpLog (RC 4) so the
002000* morning summary shows them. While OPSCOPE.DAT does not
002100* exist scoping is not in force; the report says so and
002200* warns the same way.
002300*--------------------------------------------------------------
002400* MODIFICATION HISTORY
002500*--------------------------------------------------------------
002600* DATE       INIT DESCRIPTION
002700* ---------- ---- -------------------------------------------
002800* 2026-10-15 JWG  Original version.
002900*--------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT ContactFile ASSIGN TO DYNAMIC WS-P-CONTACT-DAT
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS EmpId
003700         FILE STATUS IS WS-Contact-Status.
003800     SELECT ScopeFile ASSIGN TO DYNAMIC WS-P-OPSCOPE-DAT
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS OpScopeKey
004200         FILE STATUS IS WS-Scope-Status.
004300     SELECT CountryFile ASSIGN TO DYNAMIC WS-P-COUNTRY-DAT
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS CTY-Code
004700         FILE STATUS IS WS-Country-Status.
004800     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-SCOPERPT-TXT
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  ContactFile.
005400     COPY "EMPREC.CPY".
005500
005600 FD  ScopeFile.
005700     COPY "OPSCOPE.CPY".
005800
005900 FD  CountryFile.
006000     COPY "CTRYREC.CPY".
006100
006200 FD  ReportFile.
006300 01  ReportRecord            PIC X(80).
006400
006500 WORKING-STORAGE SECTION.
006600 01  WS-Contact-Status       PIC XX.
006700     88  WS-Contact-Missing      VALUE "35".
006800 01  WS-Scope-Status         PIC XX.
006900     88  WS-Scope-Missing        VALUE "35".
007000 01  WS-Country-Status       PIC XX.
007100 01  WS-Eof-Switch           PIC X VALUE "N".
007200     88  WS-End-Of-Input         VALUE "Y".
007300 01  WS-Scope-Eof            PIC X VALUE "N".
007400     88  WS-End-Of-Scope         VALUE "Y".
007500 01  WS-Run-Date             PIC 9(08).
007600 01  WS-Role-Text            PIC X(14).
007700 01  WS-Held-Count           PIC 9(05) COMP.
007800 01  WS-All-Count            PIC 9(05) COMP VALUE 0.
007900 01  WS-Flag-Count           PIC 9(05) COMP VALUE 0.
008000 01  WS-Employee-Count       PIC 9(05) COMP VALUE 0.
008100 01  WS-Count-Disp           PIC ZZZZ9.
008200 01  WS-Region-Max           PIC 9(03) COMP VALUE 0.
008300 01  WS-Region-Sub           PIC 9(03) COMP.
008400 01  WS-Region-Found         PIC X(01).
008500     88  WS-Region-Listed        VALUE "Y".
008600 01  WS-Region-Table.
008700     02  WS-Region-Name      PIC X(15) OCCURS 50 TIMES.
008800 01  WS-Excp-Severity        PIC X(01).
008900 01  WS-Excp-Message         PIC X(60).
009000 01  WS-P-CONTACT-DAT       PIC X(30) VALUE "CONTACT.DAT".
009100 01  WS-P-OPSCOPE-DAT       PIC X(30) VALUE "OPSCOPE.DAT".
009200 01  WS-P-COUNTRY-DAT       PIC X(30) VALUE "COUNTRY.DAT".
009300 01  WS-P-SCOPERPT-TXT      PIC X(30) VALUE "SCOPERPT.TXT".
009400 01  WS-Eoj-Start-Time       PIC 9(08).
009500 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
009600 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
009700 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
009800 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
009900 01  WS-Program-Name         PIC X(20) VALUE "SCOPERPT".
010000
010100 PROCEDURE DIVISION.
010200
010300 0000-MAINLINE.
010400     CALL "PreDefMsg" USING WS-Program-Name
010500     ACCEPT WS-Eoj-Start-Time FROM TIME
010600     CALL "EnvName" USING WS-P-CONTACT-DAT
010700     CALL "EnvName" USING WS-P-OPSCOPE-DAT
010800     CALL "EnvName" USING WS-P-COUNTRY-DAT
010900     CALL "EnvName" USING WS-P-SCOPERPT-TXT
011000     DISPLAY "OPERATOR REGION-SCOPE REPORT"
011100     DISPLAY "============================"
011200     CALL "BusDate" USING WS-Run-Date
011300     OPEN INPUT ContactFile
011400     IF WS-Contact-Missing
011500         DISPLAY "CONTACT.DAT NOT FOUND - NO DIRECTORY TO REPORT."
011600         MOVE 8 TO WS-Eoj-Return-Code
011700         GO TO 0000-END-RUN
011800     END-IF
011900     OPEN OUTPUT ReportFile
012000     MOVE SPACES TO ReportRecord
012100     STRING "OPERATOR REGION SCOPE - RUN " WS-Run-Date
012200         DELIMITED BY SIZE INTO ReportRecord
012300     WRITE ReportRecord
012400     OPEN INPUT ScopeFile
012500     IF WS-Scope-Status NOT = "00"
012600         PERFORM 1000-NOT-IN-FORCE THRU 1000-NOT-IN-FORCE-EXIT
012700     ELSE
012800         PERFORM 2000-BY-EMPLOYEE THRU 2000-BY-EMPLOYEE-EXIT
012900         PERFORM 3000-ORPHAN-SCOPE THRU 3000-ORPHAN-SCOPE-EXIT
013000         PERFORM 4000-BY-REGION THRU 4000-BY-REGION-EXIT
013100         CLOSE ScopeFile
013200     END-IF
013300     IF WS-Flag-Count > 0
013400         MOVE WS-Flag-Count TO WS-Count-Disp
013500         MOVE "W" TO WS-Excp-Severity
013600         MOVE SPACES TO WS-Excp-Message
013700         STRING "REGION SCOPE HELD BY LEAVERS OR UNKNOWN EMPIDS: "
013800             WS-Count-Disp DELIMITED BY SIZE INTO WS-Excp-Message
013900         CALL "ExcpLog" USING WS-Program-Name,
014000             WS-Excp-Severity, WS-Excp-Message
014100         MOVE SPACES TO ReportRecord
014200         STRING "FLAGGED SCOPE ROWS: " WS-Count-Disp
014300             DELIMITED BY SIZE INTO ReportRecord
014400         WRITE ReportRecord
014500         DISPLAY "FLAGGED SCOPE ROWS: " WS-Count-Disp
014600         MOVE 4 TO WS-Eoj-Return-Code
014700     END-IF
014800     CLOSE ReportFile
014900     CLOSE ContactFile
015000     MOVE WS-Employee-Count TO WS-Eoj-Read-Count
015100     .
015200 0000-END-RUN.
015300     CALL "EndMsg" USING WS-Program-Name,
015400         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
015500         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
015600         WS-Eoj-Return-Code
015700     MOVE WS-Eoj-Return-Code TO RETURN-CODE
015800     STOP RUN.
015900
016000*--------------------------------------------------------------
016100* No register, no scoping: every operator still sees every
016200* region. Worth a warning until the register is loaded.
016300*--------------------------------------------------------------
016400 1000-NOT-IN-FORCE.
016500     MOVE "OPSCOPE.DAT NOT ON FILE - SCOPING NOT IN FORCE, EVERY"
016600         TO ReportRecord
016700     WRITE ReportRecord
016800     MOVE "OPERATOR CAN WORK ACCOUNTS IN EVERY REGION."
016900         TO ReportRecord
017000     WRITE ReportRecord
017100     DISPLAY "OPSCOPE.DAT NOT ON FILE - SCOPING NOT IN FORCE."
017200     MOVE "W" TO WS-Excp-Severity
017300     MOVE "OPSCOPE.DAT NOT ON FILE - REGION SCOPING NOT IN FORCE"
017400         TO WS-Excp-Message
017500     CALL "ExcpLog" USING WS-Program-Name,
017600         WS-Excp-Severity, WS-Excp-Message
017700     MOVE 4 TO WS-Eoj-Return-Code
017800     .
017900 1000-NOT-IN-FORCE-EXIT.
018000     EXIT.
018100
018200 2000-BY-EMPLOYEE.
018300     MOVE SPACES TO ReportRecord
018400     WRITE ReportRecord
018500     MOVE "-- BY EMPLOYEE --" TO ReportRecord
018600     WRITE ReportRecord
018700     MOVE "N" TO WS-Eof-Switch
018800     READ ContactFile NEXT RECORD
018900         AT END SET WS-End-Of-Input TO TRUE
019000     END-READ
019100     PERFORM UNTIL WS-End-Of-Input
019200         ADD 1 TO WS-Employee-Count
019300         PERFORM 2100-ONE-EMPLOYEE THRU 2100-ONE-EMPLOYEE-EXIT
019400         READ ContactFile NEXT RECORD
019500             AT END SET WS-End-Of-Input TO TRUE
019600         END-READ
019700     END-PERFORM
019800     .
019900 2000-BY-EMPLOYEE-EXIT.
020000     EXIT.
020100
020200 2100-ONE-EMPLOYEE.
020300     EVALUATE TRUE
020400         WHEN EmpIsSecAdmin
020500             MOVE "SECURITY ADMIN" TO WS-Role-Text
020600         WHEN EmpIsSupervisor
020700             MOVE "SUPERVISOR" TO WS-Role-Text
020800         WHEN OTHER
020900             MOVE "OPERATOR" TO WS-Role-Text
021000     END-EVALUATE
021100     MOVE SPACES TO ReportRecord
021200     STRING EmpId " " EmpName " " EmpDepartment " " WS-Role-Text
021300         DELIMITED BY SIZE INTO ReportRecord
021400     IF EmpHasLeft
021500         MOVE "(LEFT)" TO ReportRecord(74:6)
021600     END-IF
021700     WRITE ReportRecord
021800     ADD 1 TO WS-Eoj-Written-Count
021900     MOVE 0 TO WS-Held-Count
022000     MOVE "N" TO WS-Scope-Eof
022100     MOVE EmpId TO OS-EmpId
022200     MOVE LOW-VALUES TO OS-Region
022300     START ScopeFile KEY IS >= OpScopeKey
022400         INVALID KEY
022500             SET WS-End-Of-Scope TO TRUE
022600     END-START
022700     PERFORM UNTIL WS-End-Of-Scope
022800         READ ScopeFile NEXT RECORD
022900             AT END SET WS-End-Of-Scope TO TRUE
023000         END-READ
023100         IF NOT WS-End-Of-Scope
023200             IF OS-EmpId NOT = EmpId
023300                 SET WS-End-Of-Scope TO TRUE
023400             ELSE
023500                 PERFORM 2200-ONE-REGION THRU 2200-ONE-REGION-EXIT
023600             END-IF
023700         END-IF
023800     END-PERFORM
023900     IF WS-Held-Count = 0
024000         MOVE "      (NO REGIONS - NO ACCOUNTS IN SCOPE)"
024100             TO ReportRecord
024200         WRITE ReportRecord
024300     END-IF
024400     .
024500 2100-ONE-EMPLOYEE-EXIT.
024600     EXIT.
024700
024800 2200-ONE-REGION.
024900     ADD 1 TO WS-Held-Count
025000     MOVE SPACES TO ReportRecord
025100     IF OS-All-Regions
025200         ADD 1 TO WS-All-Count
025300         STRING "      ALL REGIONS     GRANTED " OS-Granted-Date
025400             " BY " OS-Granted-By DELIMITED BY SIZE
025500             INTO ReportRecord
025600     ELSE
025700         STRING "      " OS-Region " GRANTED " OS-Granted-Date
025800             " BY " OS-Granted-By DELIMITED BY SIZE
025900             INTO ReportRecord
026000     END-IF
026100     IF EmpHasLeft
026200         MOVE "LEAVER!" TO ReportRecord(73:7)
026300         ADD 1 TO WS-Flag-Count
026400     END-IF
026500     WRITE ReportRecord
026600     .
026700 2200-ONE-REGION-EXIT.
026800     EXIT.
026900
027000*--------------------------------------------------------------
027100* Scope rows whose EmpId is no longer in the directory at all.
027200*--------------------------------------------------------------
027300 3000-ORPHAN-SCOPE.
027400     MOVE SPACES TO ReportRecord
027500     WRITE ReportRecord
027600     MOVE "-- SCOPE HELD BY EMPIDS NOT IN THE DIRECTORY --"
027700         TO ReportRecord
027800     WRITE ReportRecord
027900     MOVE 0 TO WS-Held-Count
028000     MOVE "N" TO WS-Scope-Eof
028100     MOVE LOW-VALUES TO OpScopeKey
028200     START ScopeFile KEY IS >= OpScopeKey
028300         INVALID KEY
028400             SET WS-End-Of-Scope TO TRUE
028500     END-START
028600     PERFORM UNTIL WS-End-Of-Scope
028700         READ ScopeFile NEXT RECORD
028800             AT END SET WS-End-Of-Scope TO TRUE
028900         END-READ
029000         IF NOT WS-End-Of-Scope
029100             MOVE OS-EmpId TO EmpId
029200             READ ContactFile
029300                 INVALID KEY
029400                     MOVE SPACES TO ReportRecord
029500                     STRING OS-EmpId " " OS-Region " GRANTED "
029600                         OS-Granted-Date " BY " OS-Granted-By
029700                         DELIMITED BY SIZE INTO ReportRecord
029800                     WRITE ReportRecord
029900                     ADD 1 TO WS-Held-Count
030000                     ADD 1 TO WS-Flag-Count
030100             END-READ
030200         END-IF
030300     END-PERFORM
030400     IF WS-Held-Count = 0
030500         MOVE "   (NONE)" TO ReportRecord
030600         WRITE ReportRecord
030700     END-IF
030800     .
030900 3000-ORPHAN-SCOPE-EXIT.
031000     EXIT.
031100
031200*--------------------------------------------------------------
031300* The regions come from COUNTRY.DAT, gathered into a table
031400* once; each is then listed with the employees holding it.
031500*--------------------------------------------------------------
031600 4000-BY-REGION.
031700     MOVE SPACES TO ReportRecord
031800     WRITE ReportRecord
031900     MOVE "-- BY REGION --" TO ReportRecord
032000     WRITE ReportRecord
032100     OPEN INPUT CountryFile
032200     IF WS-Country-Status NOT = "00"
032300         MOVE "   (COUNTRY.DAT NOT AVAILABLE - NO REGION VIEW)"
032400             TO ReportRecord
032500         WRITE ReportRecord
032600         GO TO 4000-BY-REGION-EXIT
032700     END-IF
032800     MOVE "N" TO WS-Eof-Switch
032900     READ CountryFile NEXT RECORD
033000         AT END SET WS-End-Of-Input TO TRUE
033100     END-READ
033200     PERFORM UNTIL WS-End-Of-Input
033300         IF CTY-Region NOT = SPACES
033400             PERFORM 4100-NOTE-REGION THRU 4100-NOTE-REGION-EXIT
033500         END-IF
033600         READ CountryFile NEXT RECORD
033700             AT END SET WS-End-Of-Input TO TRUE
033800         END-READ
033900     END-PERFORM
034000     CLOSE CountryFile
034100     PERFORM 4200-LIST-REGION THRU 4200-LIST-REGION-EXIT
034200         VARYING WS-Region-Sub FROM 1 BY 1
034300         UNTIL WS-Region-Sub > WS-Region-Max
034400     .
034500 4000-BY-REGION-EXIT.
034600     EXIT.
034700
034800 4100-NOTE-REGION.
034900     MOVE "N" TO WS-Region-Found
035000     PERFORM VARYING WS-Region-Sub FROM 1 BY 1
035100             UNTIL WS-Region-Sub > WS-Region-Max
035200         IF WS-Region-Name(WS-Region-Sub) = CTY-Region
035300             MOVE "Y" TO WS-Region-Found
035400         END-IF
035500     END-PERFORM
035600     IF NOT WS-Region-Listed AND WS-Region-Max < 50
035700         ADD 1 TO WS-Region-Max
035800         MOVE CTY-Region TO WS-Region-Name(WS-Region-Max)
035900     END-IF
036000     .
036100 4100-NOTE-REGION-EXIT.
036200     EXIT.
036300
036400 4200-LIST-REGION.
036500     MOVE SPACES TO ReportRecord
036600     STRING "REGION " WS-Region-Name(WS-Region-Sub)
036700         DELIMITED BY SIZE INTO ReportRecord
036800     WRITE ReportRecord
036900     MOVE 0 TO WS-Held-Count
037000     MOVE "N" TO WS-Scope-Eof
037100     MOVE LOW-VALUES TO OpScopeKey
037200     START ScopeFile KEY IS >= OpScopeKey
037300         INVALID KEY
037400             SET WS-End-Of-Scope TO TRUE
037500     END-START
037600     PERFORM UNTIL WS-End-Of-Scope
037700         READ ScopeFile NEXT RECORD
037800             AT END SET WS-End-Of-Scope TO TRUE
037900         END-READ
038000         IF NOT WS-End-Of-Scope
038100                 AND OS-Region = WS-Region-Name(WS-Region-Sub)
038200             MOVE OS-EmpId TO EmpId
038300             MOVE SPACES TO EmpName
038400             READ ContactFile
038500                 INVALID KEY
038600                     MOVE "(NOT IN DIRECTORY)" TO EmpName
038700             END-READ
038800             MOVE SPACES TO ReportRecord
038900             STRING "      " OS-EmpId " " EmpName
039000                 DELIMITED BY SIZE INTO ReportRecord
039100             WRITE ReportRecord
039200             ADD 1 TO WS-Held-Count
039300         END-IF
039400     END-PERFORM
039500     MOVE WS-All-Count TO WS-Count-Disp
039600     MOVE SPACES TO ReportRecord
039700     STRING "      PLUS " WS-Count-Disp
039800         " EMPLOYEE(S) SCOPED TO ALL REGIONS"
039900         DELIMITED BY SIZE INTO ReportRecord
040000     WRITE ReportRecord
040100     .
040200 4200-LIST-REGION-EXIT.
040300     EXIT.

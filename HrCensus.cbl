000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HrCensus.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Monthly HR census reconciliation: the directory only knows
000900* what UserInput and EmpMaint were told, and OrphRpt and the
001000* leaver-driven deactivation both trust EmpStatus. HR's
001100* full-population census (HRCENSUS.DAT) is matched against
001200* CONTACT.DAT and every difference listed on CENSRPT.TXT:
001300*   NOT IN DIRECTORY  employed on the census, no entry here
001400*   NOT ON CENSUS     current entry here HR does not know
001500*   TERMINATED        HR shows terminated, still "A" here
001600*   NAME DIFFERS      names differ (case is ignored)
001700*   DEPT DIFFERS      departments differ (case is ignored)
001800* In mode 2 each terminated-but-current entry is marked a
001900* leaver and its accounts queued to DEACTQ.DAT (reason LVR)
002000* through the shared LvrQueue routine - EmpMaint's own leaver
002100* rule, so the accounts still pass the UserDeact supervisor
002200* review. Names and departments are reported, never changed:
002300* the directory is maintained in EmpMaint. An empty or
002400* missing census does nothing (RC 4) rather than report the
002500* whole directory as unknown to HR. RC 4 on any difference.
002600* HRCENSUS.DAT layout:
002700*   COL 01-05 EMPID, 06-35 NAME, 36-50 DEPARTMENT,
002800*   51 EMPLOYMENT STATUS ("T" terminated, anything else
002900*   employed)
003000* Run parameter (RUNPARM.DAT library, through ParmGet):
003100*   RUNMODE 1 = report only, 2 = report and mark leavers (default)
003200*--------------------------------------------------------------
003300* MODIFICATION HISTORY
003400*--------------------------------------------------------------
003500* DATE       INIT DESCRIPTION
003600* ---------- ---- -------------------------------------------
003700* 2026-10-15 JWG  Original version.
003725* 2026-10-15 JWG  Run parameters now come from the RUNPARM.DAT
003750*                 library through ParmGet instead of a SYSIN
003775*                 card.
003800*--------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CensusFile ASSIGN TO DYNAMIC WS-P-HRCENSUS-DAT
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-Census-Status.
004500     SELECT ContactFile ASSIGN TO DYNAMIC WS-P-CONTACT-DAT
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS EmpId
004900         FILE STATUS IS WS-Contact-Status.
005000     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-CENSRPT-TXT
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CensusFile.
005600 01  CensusRecord.
005700     02  CEN-EmpId           PIC 9(05).
005800     02  CEN-Name            PIC X(30).
005900     02  CEN-Department      PIC X(15).
006000     02  CEN-Status          PIC X(01).
006100         88  CEN-Is-Terminated   VALUE "T".
006200
006300 FD  ContactFile.
006400     COPY "EMPREC.CPY".
006500
006600 FD  ReportFile.
006700 01  ReportRecord            PIC X(100).
006800
006900 WORKING-STORAGE SECTION.
007000 01  WS-Census-Status        PIC XX.
007100     88  WS-Census-Missing       VALUE "35".
007200 01  WS-Contact-Status       PIC XX.
007300     88  WS-Contact-Not-Found    VALUE "35".
007400 01  WS-Census-Eof           PIC X VALUE "N".
007500     88  WS-End-Of-Census        VALUE "Y".
007600 01  WS-Contact-Eof          PIC X VALUE "N".
007700     88  WS-End-Of-Contacts      VALUE "Y".
007800 01  WS-Run-Date             PIC 9(08).
007900 01  WS-Run-Mode             PIC 9.
008000     88  WS-Report-Only          VALUE 1.
008100     88  WS-Report-And-Mark      VALUE 2.
008200 01  WS-Seen-Table.
008300     02  WS-Seen-Flag        PIC X OCCURS 99999 TIMES.
008400 01  WS-Census-Upper         PIC X(30).
008500 01  WS-Directory-Upper      PIC X(30).
008600 01  WS-Leaver-Requestor     PIC X(10) VALUE "HRCENSUS".
008700 01  WS-Queued-Count         PIC 9(05).
008800 01  WS-Census-Count         PIC 9(05) COMP VALUE 0.
008900 01  WS-Unreadable-Count     PIC 9(05) COMP VALUE 0.
009000 01  WS-Missing-Dir-Count    PIC 9(05) COMP VALUE 0.
009100 01  WS-Missing-Cen-Count    PIC 9(05) COMP VALUE 0.
009200 01  WS-Terminated-Count     PIC 9(05) COMP VALUE 0.
009300 01  WS-Name-Diff-Count      PIC 9(05) COMP VALUE 0.
009400 01  WS-Dept-Diff-Count      PIC 9(05) COMP VALUE 0.
009500 01  WS-Marked-Count         PIC 9(05) COMP VALUE 0.
009600 01  WS-Accounts-Queued      PIC 9(05) COMP VALUE 0.
009700 01  WS-Difference-Count     PIC 9(05) COMP VALUE 0.
009800 01  WS-Count-Disp           PIC ZZZZ9.
009900 01  WS-Excp-Severity        PIC X(01).
010000 01  WS-Excp-Message         PIC X(60).
010100 01  WS-P-HRCENSUS-DAT      PIC X(30) VALUE "HRCENSUS.DAT".
010200 01  WS-P-CONTACT-DAT       PIC X(30) VALUE "CONTACT.DAT".
010300 01  WS-P-CENSRPT-TXT       PIC X(30) VALUE "CENSRPT.TXT".
010400 01  WS-Eoj-Start-Time       PIC 9(08).
010500 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
010600 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
010700 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
010800 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
010825 01  WS-Parm-Request         PIC X(01) VALUE "G".
010850 01  WS-Parm-Name            PIC X(12).
010875 01  WS-Parm-Value           PIC X(20).
010900 01  WS-Program-Name         PIC X(20) VALUE "HRCENSUS".
011000
011100 PROCEDURE DIVISION.
011200
011300 0000-MAINLINE.
011400     CALL "PreDefMsg" USING WS-Program-Name
011500     ACCEPT WS-Eoj-Start-Time FROM TIME
011600     CALL "EnvName" USING WS-P-HRCENSUS-DAT
011700     CALL "EnvName" USING WS-P-CONTACT-DAT
011800     CALL "EnvName" USING WS-P-CENSRPT-TXT
011900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
012000     PERFORM 2000-RECONCILE THRU 2000-RECONCILE-EXIT
012100     PERFORM 4000-WRITE-SUMMARY THRU 4000-WRITE-SUMMARY-EXIT
012200     MOVE WS-Census-Count TO WS-Eoj-Read-Count
012300     MOVE WS-Marked-Count TO WS-Eoj-Written-Count
012400     MOVE WS-Unreadable-Count TO WS-Eoj-Rejected-Count
012500     CALL "EndMsg" USING WS-Program-Name,
012600         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
012700         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
012800         WS-Eoj-Return-Code
012900     MOVE WS-Eoj-Return-Code TO RETURN-CODE
013000     STOP RUN.
013100
013200 1000-INITIALIZE.
013300     DISPLAY "HR CENSUS RECONCILIATION"
013400     DISPLAY "========================"
013500     CALL "BusDate" USING WS-Run-Date
013600     MOVE "RUNMODE" TO WS-Parm-Name
013700     MOVE "2" TO WS-Parm-Value
013800     PERFORM 9700-GET-RUN-PARM THRU 9700-GET-RUN-PARM-EXIT
013900     COMPUTE WS-Run-Mode = FUNCTION NUMVAL(WS-Parm-Value)
014000     IF NOT WS-Report-And-Mark
014100         MOVE 1 TO WS-Run-Mode
014200     END-IF
014300     MOVE ALL "N" TO WS-Seen-Table
014400     .
014500 1000-INITIALIZE-EXIT.
014600     EXIT.
014700
014800 2000-RECONCILE.
014900     OPEN INPUT CensusFile
015000     IF WS-Census-Missing
015100         DISPLAY "HRCENSUS.DAT NOT FOUND - NOTHING RECONCILED."
015200         MOVE 4 TO WS-Eoj-Return-Code
015300         GO TO 2000-RECONCILE-EXIT
015400     END-IF
015500     READ CensusFile
015600         AT END SET WS-End-Of-Census TO TRUE
015700     END-READ
015800     IF WS-End-Of-Census
015900         DISPLAY "HRCENSUS.DAT IS EMPTY - NOTHING RECONCILED."
016000         CLOSE CensusFile
016100         MOVE 4 TO WS-Eoj-Return-Code
016200         GO TO 2000-RECONCILE-EXIT
016300     END-IF
016400     OPEN I-O ContactFile
016500     IF WS-Contact-Not-Found
016600         DISPLAY "CONTACT.DAT NOT FOUND - NO DIRECTORY TO "
016700             "RECONCILE."
016800         CLOSE CensusFile
016900         MOVE 8 TO WS-Eoj-Return-Code
017000         GO TO 2000-RECONCILE-EXIT
017100     END-IF
017200     OPEN OUTPUT ReportFile
017300     MOVE SPACES TO ReportRecord
017400     STRING "HR CENSUS RECONCILIATION - RUN " WS-Run-Date
017500         " MODE " WS-Run-Mode DELIMITED BY SIZE
017600         INTO ReportRecord
017700     WRITE ReportRecord
017800     PERFORM UNTIL WS-End-Of-Census
017900         PERFORM 2100-MATCH-ONE-PERSON
018000             THRU 2100-MATCH-ONE-PERSON-EXIT
018100         READ CensusFile
018200             AT END SET WS-End-Of-Census TO TRUE
018300         END-READ
018400     END-PERFORM
018500     CLOSE CensusFile
018600     PERFORM 3000-FIND-UNKNOWN-TO-HR
018700         THRU 3000-FIND-UNKNOWN-TO-HR-EXIT
018800     CLOSE ReportFile
018900     CLOSE ContactFile
019000     .
019100 2000-RECONCILE-EXIT.
019200     EXIT.
019300
019400*--------------------------------------------------------------
019500* One census line against its directory entry. A terminated
019600* person with no entry is nothing to us and is not listed.
019700*--------------------------------------------------------------
019800 2100-MATCH-ONE-PERSON.
019900     ADD 1 TO WS-Census-Count
020000     IF CEN-EmpId IS NOT NUMERIC OR CEN-EmpId = ZERO
020100         ADD 1 TO WS-Unreadable-Count
020200         GO TO 2100-MATCH-ONE-PERSON-EXIT
020300     END-IF
020400     MOVE "Y" TO WS-Seen-Flag(CEN-EmpId)
020500     MOVE CEN-EmpId TO EmpId
020600     READ ContactFile
020700         INVALID KEY
020800             IF NOT CEN-Is-Terminated
020900                 ADD 1 TO WS-Missing-Dir-Count
021000                 MOVE SPACES TO ReportRecord
021100                 STRING "NOT IN DIRECTORY  " CEN-EmpId " "
021200                     CEN-Name " " CEN-Department
021300                     DELIMITED BY SIZE INTO ReportRecord
021400                 WRITE ReportRecord
021500             END-IF
021600             GO TO 2100-MATCH-ONE-PERSON-EXIT
021700     END-READ
021800     MOVE FUNCTION UPPER-CASE(CEN-Name) TO WS-Census-Upper
021900     MOVE FUNCTION UPPER-CASE(EmpName) TO WS-Directory-Upper
022000     IF WS-Census-Upper NOT = WS-Directory-Upper
022100         ADD 1 TO WS-Name-Diff-Count
022200         MOVE SPACES TO ReportRecord
022300         STRING "NAME DIFFERS      " EmpId " HR " CEN-Name
022400             " DIR " EmpName DELIMITED BY SIZE
022500             INTO ReportRecord
022600         WRITE ReportRecord
022700     END-IF
022800     MOVE FUNCTION UPPER-CASE(CEN-Department) TO WS-Census-Upper
022900     MOVE FUNCTION UPPER-CASE(EmpDepartment)
023000         TO WS-Directory-Upper
023100     IF WS-Census-Upper NOT = WS-Directory-Upper
023200         ADD 1 TO WS-Dept-Diff-Count
023300         MOVE SPACES TO ReportRecord
023400         STRING "DEPT DIFFERS      " EmpId " HR " CEN-Department
023500             " DIR " EmpDepartment DELIMITED BY SIZE
023600             INTO ReportRecord
023700         WRITE ReportRecord
023800     END-IF
023900     IF CEN-Is-Terminated AND EmpIsCurrent
024000         PERFORM 2200-TERMINATED-BUT-CURRENT
024100             THRU 2200-TERMINATED-BUT-CURRENT-EXIT
024200     END-IF
024300     .
024400 2100-MATCH-ONE-PERSON-EXIT.
024500     EXIT.
024600
024700*--------------------------------------------------------------
024800* Mode 2 marks the leaver and queues the accounts through
024900* LvrQueue, exactly as EmpMaint's leaver action does.
025000*--------------------------------------------------------------
025100 2200-TERMINATED-BUT-CURRENT.
025200     ADD 1 TO WS-Terminated-Count
025300     MOVE SPACES TO ReportRecord
025400     STRING "TERMINATED        " EmpId " " EmpName " "
025500         EmpDepartment DELIMITED BY SIZE INTO ReportRecord
025600     IF NOT WS-Report-And-Mark
025700         WRITE ReportRecord
025800         GO TO 2200-TERMINATED-BUT-CURRENT-EXIT
025900     END-IF
026000     SET EmpHasLeft TO TRUE
026100     REWRITE EmployeeRecord
026200         INVALID KEY
026300             DISPLAY "HRCENSUS: REWRITE FAILED FOR EMPLOYEE "
026400                 EmpId ", STATUS " WS-Contact-Status
026500             WRITE ReportRecord
026600             GO TO 2200-TERMINATED-BUT-CURRENT-EXIT
026700     END-REWRITE
026800     ADD 1 TO WS-Marked-Count
026900     CALL "LvrQueue" USING EmpId, WS-Leaver-Requestor,
027000         WS-Queued-Count
027100     ADD WS-Queued-Count TO WS-Accounts-Queued
027200     MOVE "MARKED LEAVER, ACCOUNTS QUEUED" TO ReportRecord(72:29)
027300     WRITE ReportRecord
027400     .
027500 2200-TERMINATED-BUT-CURRENT-EXIT.
027600     EXIT.
027700
027800*--------------------------------------------------------------
027900* Current directory entries the census never mentioned -
028000* leavers HR has already dropped are expected to be absent.
028100*--------------------------------------------------------------
028200 3000-FIND-UNKNOWN-TO-HR.
028300     MOVE ZERO TO EmpId
028400     START ContactFile KEY IS >= EmpId
028500         INVALID KEY
028600             SET WS-End-Of-Contacts TO TRUE
028700     END-START
028800     PERFORM UNTIL WS-End-Of-Contacts
028900         READ ContactFile NEXT RECORD
029000             AT END SET WS-End-Of-Contacts TO TRUE
029100         END-READ
029200         IF NOT WS-End-Of-Contacts
029300             IF EmpIsCurrent AND EmpId > ZERO
029400                     AND WS-Seen-Flag(EmpId) = "N"
029500                 ADD 1 TO WS-Missing-Cen-Count
029600                 MOVE SPACES TO ReportRecord
029700                 STRING "NOT ON CENSUS     " EmpId " "
029800                     EmpName " " EmpDepartment
029900                     DELIMITED BY SIZE INTO ReportRecord
030000                 WRITE ReportRecord
030100             END-IF
030200         END-IF
030300     END-PERFORM
030400     .
030500 3000-FIND-UNKNOWN-TO-HR-EXIT.
030600     EXIT.
030700
030800 4000-WRITE-SUMMARY.
030900     COMPUTE WS-Difference-Count = WS-Missing-Dir-Count
031000         + WS-Missing-Cen-Count + WS-Terminated-Count
031100         + WS-Name-Diff-Count + WS-Dept-Diff-Count
031200     MOVE WS-Census-Count TO WS-Count-Disp
031300     DISPLAY "CENSUS LINES READ:         " WS-Count-Disp
031400     MOVE WS-Unreadable-Count TO WS-Count-Disp
031500     DISPLAY "UNREADABLE CENSUS LINES:   " WS-Count-Disp
031600     MOVE WS-Missing-Dir-Count TO WS-Count-Disp
031700     DISPLAY "NOT IN DIRECTORY:          " WS-Count-Disp
031800     MOVE WS-Missing-Cen-Count TO WS-Count-Disp
031900     DISPLAY "NOT ON CENSUS:             " WS-Count-Disp
032000     MOVE WS-Terminated-Count TO WS-Count-Disp
032100     DISPLAY "TERMINATED, STILL CURRENT: " WS-Count-Disp
032200     MOVE WS-Name-Diff-Count TO WS-Count-Disp
032300     DISPLAY "NAME DIFFERENCES:          " WS-Count-Disp
032400     MOVE WS-Dept-Diff-Count TO WS-Count-Disp
032500     DISPLAY "DEPARTMENT DIFFERENCES:    " WS-Count-Disp
032600     MOVE WS-Marked-Count TO WS-Count-Disp
032700     DISPLAY "LEAVERS MARKED:            " WS-Count-Disp
032800     MOVE WS-Accounts-Queued TO WS-Count-Disp
032900     DISPLAY "ACCOUNTS QUEUED:           " WS-Count-Disp
033000     IF WS-Difference-Count > 0
033100         MOVE WS-Difference-Count TO WS-Count-Disp
033200         MOVE "W" TO WS-Excp-Severity
033300         MOVE SPACES TO WS-Excp-Message
033400         STRING "HR CENSUS DIFFERENCES: " WS-Count-Disp
033500             " - SEE CENSRPT.TXT" DELIMITED BY SIZE
033600             INTO WS-Excp-Message
033700         CALL "ExcpLog" USING WS-Program-Name,
033800             WS-Excp-Severity, WS-Excp-Message
033900         IF WS-Eoj-Return-Code < 4
034000             MOVE 4 TO WS-Eoj-Return-Code
034100         END-IF
034200     END-IF
034300     .
034400 4000-WRITE-SUMMARY-EXIT.
034500     EXIT.
034510
034520*--------------------------------------------------------------
034530* Standing run parameters come from the RUNPARM.DAT library;
034540* the caller primes WS-Parm-Value with the default.
034550*--------------------------------------------------------------
034560 9700-GET-RUN-PARM.
034570     CALL "ParmGet" USING WS-Parm-Request, WS-Program-Name,
034580         WS-Parm-Name, WS-Parm-Value
034590     .
034600 9700-GET-RUN-PARM-EXIT.
034610     EXIT.

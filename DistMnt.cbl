000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DistMnt.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Maintenance for the DISTLIST.DAT report distribution list,
000900* in the SodMnt style: add a row giving a recipient their
001000* slice of a report (by department, country or region),
001100* remove one, or list the file, all of it or one report's.
001200* Only the reports RptBurst knows how to cut (BURSTTAB) are
001300* taken, the recipient must be a current employee on
001400* CONTACT.DAT, and a country key must be known to CtryVal.
001500* Who receives which managers' accounts is a supervisor's
001600* call (AuthChk level S). Every add and remove goes to
001700* SUITEAUD.LOG through AuditLog.
001800*--------------------------------------------------------------
001900* MODIFICATION HISTORY
002000*--------------------------------------------------------------
002100* DATE       INIT DESCRIPTION
002200* ---------- ---- -------------------------------------------
002300* 2026-10-15 JWG  Original version.
002400*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT DistListFile ASSIGN TO DYNAMIC WS-P-DISTLIST-DAT
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS DistListKey
003200         FILE STATUS IS WS-Dist-Status.
003300     SELECT ContactFile ASSIGN TO DYNAMIC WS-P-CONTACT-DAT
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS EmpId
003700         FILE STATUS IS WS-Contact-Status.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  DistListFile.
004200     COPY "DISTLIST.CPY".
004300
004400 FD  ContactFile.
004500     COPY "EMPREC.CPY".
004600
004700 WORKING-STORAGE SECTION.
004800 01  WS-Dist-Status          PIC XX.
004900     88  WS-Dist-Missing         VALUE "35".
005000 01  WS-Contact-Status       PIC XX.
005100 01  WS-Eof-Switch           PIC X VALUE "N".
005200     88  WS-End-Of-Input         VALUE "Y".
005300 01  WS-Mode-Choice          PIC 9.
005400 01  WS-Entry-Report         PIC X(13).
005500 01  WS-Entry-Recipient      PIC 9(05).
005600 01  WS-Entry-Key-Type       PIC X(01).
005700 01  WS-Entry-Key-Value      PIC X(15).
005800 01  WS-Entry-Ok             PIC X(01).
005900     88  WS-Entry-Is-Ok          VALUE "Y".
006000 01  WS-Sel-Report           PIC X(13).
006100 01  WS-Lookup-Code          PIC X(02).
006200 01  WS-Ctry-Valid           PIC X(01).
006300 01  WS-Ctry-Name            PIC X(30).
006400 01  WS-Ctry-Region          PIC X(15).
006500 01  WS-Operator-Initials    PIC X(10).
006600 01  WS-Auth-EmpId           PIC 9(05).
006700 01  WS-Auth-Role            PIC X(01).
006800 01  WS-Auth-Granted         PIC X(01).
006900     88  WS-Auth-Was-Granted     VALUE "Y".
007000 01  WS-Run-Date             PIC 9(08).
007100 01  WS-Listed-Count         PIC 9(05) COMP VALUE 0.
007200 01  WS-Audit-Event          PIC X(12).
007300 01  WS-Audit-Detail         PIC X(60).
007400 01  WS-More-Requests        PIC X VALUE "Y".
007500     88  WS-Another-Request      VALUE "Y" "y".
007600     COPY "BURSTTAB.CPY".
007700 01  WS-P-DISTLIST-DAT      PIC X(30) VALUE "DISTLIST.DAT".
007800 01  WS-P-CONTACT-DAT       PIC X(30) VALUE "CONTACT.DAT".
007900 01  WS-Eoj-Start-Time       PIC 9(08).
008000 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
008100 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
008200 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
008300 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
008400 01  WS-Program-Name         PIC X(20) VALUE "DISTMNT".
008500
008600 PROCEDURE DIVISION.
008700
008800 0000-MAINLINE.
008900     CALL "PreDefMsg" USING WS-Program-Name
009000     ACCEPT WS-Eoj-Start-Time FROM TIME
009100     CALL "EnvName" USING WS-P-DISTLIST-DAT
009200     CALL "EnvName" USING WS-P-CONTACT-DAT
009300     ACCEPT WS-Run-Date FROM DATE YYYYMMDD
009400     DISPLAY "Enter your employee id (5 digits): "
009500     ACCEPT WS-Auth-EmpId
009600     MOVE "S" TO WS-Auth-Role
009700     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
009800         WS-Program-Name, WS-Auth-Granted
009900     IF NOT WS-Auth-Was-Granted
010000         MOVE 8 TO RETURN-CODE
010100         STOP RUN
010200     END-IF
010300     DISPLAY "Enter your initials: "
010400     ACCEPT WS-Operator-Initials
010500     OPEN I-O DistListFile
010600     IF WS-Dist-Missing
010700         OPEN OUTPUT DistListFile
010800         CLOSE DistListFile
010900         OPEN I-O DistListFile
011000         DISPLAY "DISTLIST.DAT CREATED - KEY THE RECIPIENTS."
011100     END-IF
011200     PERFORM 2000-PROCESS-REQUEST
011300         THRU 2000-PROCESS-REQUEST-EXIT
011400         UNTIL NOT WS-Another-Request
011500     CLOSE DistListFile
011600     CALL "EndMsg" USING WS-Program-Name,
011700         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
011800         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
011900         WS-Eoj-Return-Code
012000     MOVE WS-Eoj-Return-Code TO RETURN-CODE
012100     STOP RUN.
012200
012300 2000-PROCESS-REQUEST.
012400     DISPLAY "1. Add a distribution row"
012500     DISPLAY "2. Remove a distribution row"
012600     DISPLAY "3. List the distribution list"
012700     DISPLAY "Enter choice: "
012800     ACCEPT WS-Mode-Choice
012900     EVALUATE WS-Mode-Choice
013000         WHEN 1
013100             PERFORM 2100-ADD-ROW THRU 2100-ADD-ROW-EXIT
013200         WHEN 2
013300             PERFORM 2200-REMOVE-ROW
013400                 THRU 2200-REMOVE-ROW-EXIT
013500         WHEN 3
013600             PERFORM 2300-LIST-ROWS THRU 2300-LIST-ROWS-EXIT
013700         WHEN OTHER
013800             DISPLAY "Invalid choice - nothing done."
013900     END-EVALUATE
014000     DISPLAY "Another distribution request (Y/N)? "
014100     ACCEPT WS-More-Requests
014200     .
014300 2000-PROCESS-REQUEST-EXIT.
014400     EXIT.
014500
014600 2100-ADD-ROW.
014700     PERFORM 2900-ACCEPT-ROW THRU 2900-ACCEPT-ROW-EXIT
014800     IF NOT WS-Entry-Is-Ok
014900         GO TO 2100-ADD-ROW-EXIT
015000     END-IF
015100     PERFORM 2910-CHECK-RECIPIENT
015200         THRU 2910-CHECK-RECIPIENT-EXIT
015300     IF NOT WS-Entry-Is-Ok
015400         GO TO 2100-ADD-ROW-EXIT
015500     END-IF
015600     IF WS-Entry-Key-Type = "C"
015700         MOVE WS-Entry-Key-Value TO WS-Lookup-Code
015800         CALL "CtryVal" USING WS-Lookup-Code, WS-Ctry-Valid,
015900             WS-Ctry-Name, WS-Ctry-Region
016000         IF WS-Ctry-Valid = "N"
016100             DISPLAY "Unknown country code - nothing added."
016200             GO TO 2100-ADD-ROW-EXIT
016300         END-IF
016400     END-IF
016500     MOVE WS-Entry-Report TO DL-Report
016600     MOVE WS-Entry-Recipient TO DL-Recipient
016700     MOVE WS-Entry-Key-Type TO DL-Key-Type
016800     MOVE WS-Entry-Key-Value TO DL-Key-Value
016900     MOVE WS-Run-Date TO DL-Added-Date
017000     MOVE WS-Operator-Initials TO DL-Added-By
017100     WRITE DistListRecord
017200         INVALID KEY
017300             DISPLAY "That recipient already has that slice."
017400             GO TO 2100-ADD-ROW-EXIT
017500     END-WRITE
017600     ADD 1 TO WS-Eoj-Written-Count
017700     MOVE "DIST-ADD" TO WS-Audit-Event
017800     PERFORM 2950-AUDIT-ROW THRU 2950-AUDIT-ROW-EXIT
017900     DISPLAY "Distribution row added."
018000     .
018100 2100-ADD-ROW-EXIT.
018200     EXIT.
018300
018400 2200-REMOVE-ROW.
018500     PERFORM 2900-ACCEPT-ROW THRU 2900-ACCEPT-ROW-EXIT
018600     IF NOT WS-Entry-Is-Ok
018700         GO TO 2200-REMOVE-ROW-EXIT
018800     END-IF
018900     MOVE WS-Entry-Report TO DL-Report
019000     MOVE WS-Entry-Recipient TO DL-Recipient
019100     MOVE WS-Entry-Key-Type TO DL-Key-Type
019200     MOVE WS-Entry-Key-Value TO DL-Key-Value
019300     READ DistListFile
019400         INVALID KEY
019500             DISPLAY "That row is not on the list."
019600             GO TO 2200-REMOVE-ROW-EXIT
019700     END-READ
019800     DELETE DistListFile
019900     ADD 1 TO WS-Eoj-Written-Count
020000     MOVE "DIST-DEL" TO WS-Audit-Event
020100     PERFORM 2950-AUDIT-ROW THRU 2950-AUDIT-ROW-EXIT
020200     DISPLAY "Distribution row removed."
020300     .
020400 2200-REMOVE-ROW-EXIT.
020500     EXIT.
020600
020700 2300-LIST-ROWS.
020800     DISPLAY "Report name (blank = all): "
020900     ACCEPT WS-Sel-Report
021000     MOVE FUNCTION UPPER-CASE(WS-Sel-Report) TO WS-Sel-Report
021100     MOVE 0 TO WS-Listed-Count
021200     MOVE "N" TO WS-Eof-Switch
021300     MOVE LOW-VALUES TO DistListKey
021400     IF WS-Sel-Report NOT = SPACES
021500         MOVE WS-Sel-Report TO DL-Report
021600     END-IF
021700     START DistListFile KEY IS >= DistListKey
021800         INVALID KEY
021900             SET WS-End-Of-Input TO TRUE
022000     END-START
022100     PERFORM UNTIL WS-End-Of-Input
022200         READ DistListFile NEXT RECORD
022300             AT END SET WS-End-Of-Input TO TRUE
022400         END-READ
022500         IF NOT WS-End-Of-Input
022600             IF WS-Sel-Report NOT = SPACES
022700                     AND DL-Report NOT = WS-Sel-Report
022800                 SET WS-End-Of-Input TO TRUE
022900             ELSE
023000                 DISPLAY DL-Report " TO " DL-Recipient
023100                     " BY " DL-Key-Type " " DL-Key-Value
023200                     " ADDED " DL-Added-Date " "
023300                     DL-Added-By
023400                 ADD 1 TO WS-Listed-Count
023500             END-IF
023600         END-IF
023700     END-PERFORM
023800     DISPLAY "ROWS LISTED: " WS-Listed-Count
023900     .
024000 2300-LIST-ROWS-EXIT.
024100     EXIT.
024200
024300*--------------------------------------------------------------
024400* Report, recipient and slice; the report must be one of the
024500* BURSTTAB reports and the key type D, C or R.
024600*--------------------------------------------------------------
024700 2900-ACCEPT-ROW.
024800     MOVE "N" TO WS-Entry-Ok
024900     DISPLAY "Report name (e.g. ORPHRPT.TXT): "
025000     ACCEPT WS-Entry-Report
025100     MOVE FUNCTION UPPER-CASE(WS-Entry-Report)
025200         TO WS-Entry-Report
025300     SET WS-Burst-Idx TO 1
025400     SEARCH WS-Burst-Entry
025500         AT END
025600             DISPLAY "That report cannot be burst - nothing "
025700                 "done."
025800             GO TO 2900-ACCEPT-ROW-EXIT
025900         WHEN WS-Bst-Report(WS-Burst-Idx) = WS-Entry-Report
026000             CONTINUE
026100     END-SEARCH
026200     DISPLAY "Recipient employee id (5 digits): "
026300     ACCEPT WS-Entry-Recipient
026400     DISPLAY "Cut by D (department), C (country) or "
026500         "R (region): "
026600     ACCEPT WS-Entry-Key-Type
026700     MOVE FUNCTION UPPER-CASE(WS-Entry-Key-Type)
026800         TO WS-Entry-Key-Type
026900     IF WS-Entry-Key-Type NOT = "D" AND NOT = "C"
027000             AND NOT = "R"
027100         DISPLAY "Key type must be D, C or R - nothing done."
027200         GO TO 2900-ACCEPT-ROW-EXIT
027300     END-IF
027400     DISPLAY "Department, country code or region: "
027500     ACCEPT WS-Entry-Key-Value
027600     MOVE FUNCTION UPPER-CASE(WS-Entry-Key-Value)
027700         TO WS-Entry-Key-Value
027800     IF WS-Entry-Key-Value = SPACES
027900         DISPLAY "The key value must not be blank - nothing "
028000             "done."
028100         GO TO 2900-ACCEPT-ROW-EXIT
028200     END-IF
028300     MOVE "Y" TO WS-Entry-Ok
028400     .
028500 2900-ACCEPT-ROW-EXIT.
028600     EXIT.
028700
028800 2910-CHECK-RECIPIENT.
028900     MOVE "N" TO WS-Entry-Ok
029000     OPEN INPUT ContactFile
029100     IF WS-Contact-Status NOT = "00"
029200         DISPLAY "CONTACT.DAT cannot be read - nothing added."
029300         GO TO 2910-CHECK-RECIPIENT-EXIT
029400     END-IF
029500     MOVE WS-Entry-Recipient TO EmpId
029600     READ ContactFile
029700         INVALID KEY
029800             DISPLAY "No such employee - nothing added."
029900         NOT INVALID KEY
030000             IF EmpHasLeft
030100                 DISPLAY "That employee has left - nothing "
030200                     "added."
030300             ELSE
030400                 DISPLAY "Recipient: " EmpName
030500                 MOVE "Y" TO WS-Entry-Ok
030600             END-IF
030700     END-READ
030800     CLOSE ContactFile
030900     .
031000 2910-CHECK-RECIPIENT-EXIT.
031100     EXIT.
031200
031300 2950-AUDIT-ROW.
031400     MOVE SPACES TO WS-Audit-Detail
031500     STRING DL-Report " TO " DL-Recipient " BY " DL-Key-Type
031600         " " DL-Key-Value " " WS-Operator-Initials
031700         DELIMITED BY SIZE INTO WS-Audit-Detail
031800     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
031900         WS-Audit-Detail
032000     .
032100 2950-AUDIT-ROW-EXIT.
032200     EXIT.

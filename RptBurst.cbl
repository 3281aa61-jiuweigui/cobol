000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RptBurst.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Report bursting step, run straight after RptStore. For each
000900* report BURSTTAB knows how to cut (ORPHRPT, DORMRPT, the
001000* recertification worksheets and completion report,
001100* DQDETAIL) that RptStore catalogued tonight, every
001200* recipient on the DISTLIST.DAT distribution list gets their
001300* own copy: the report's title line, who the copy is for and
001400* how it is cut, only the detail lines for accounts in their
001500* slices (owning department from CONTACT.DAT, country, or
001600* its region from COUNTRY.DAT through CtryVal), and a
001700* subtotal per slice. A line is routed on the UserId it
001800* carries; headings and whole-report totals are not carried
001900* over. Each copy is written beside the catalogued one as
002000* <copy>.E<recipient> and registered in RPTCTLG.DAT under
002100* the same report and date with the recipient's employee id,
002200* so RptView can list and reprint one manager's copy and
002300* RptStore retires it with the rest. A recipient who is not
002400* a current employee gets nothing and raises a warning.
002500* A rerun the same night rewrites the copies but does not
002600* register them twice.
002700*--------------------------------------------------------------
002800* MODIFICATION HISTORY
002900*--------------------------------------------------------------
003000* DATE       INIT DESCRIPTION
003100* ---------- ---- -------------------------------------------
003200* 2026-10-15 JWG  Original version.
003300*--------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CatalogFile ASSIGN TO DYNAMIC WS-P-RPTCTLG-DAT
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-Catalog-Status.
004000     SELECT DistListFile ASSIGN TO DYNAMIC WS-P-DISTLIST-DAT
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS DistListKey
004400         FILE STATUS IS WS-Dist-Status.
004500     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS UserId
004900         FILE STATUS IS WS-File-Status.
005000     SELECT ContactFile ASSIGN TO DYNAMIC WS-P-CONTACT-DAT
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS EmpId
005400         FILE STATUS IS WS-Contact-Status.
005500     SELECT CopyFile ASSIGN TO DYNAMIC WS-Copy-Name
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-Copy-Status.
005800     SELECT BurstFile ASSIGN TO DYNAMIC WS-Burst-Name
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-Burst-Status.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  CatalogFile.
006500 01  CatalogRecord.
006600     02  RC-Copy-Name        PIC X(40).
006700     02  RC-Report           PIC X(13).
006800     02  RC-Date             PIC 9(08).
006900     02  RC-Program          PIC X(20).
007000     02  RC-Recipient        PIC X(05).
007100
007200 FD  DistListFile.
007300     COPY "DISTLIST.CPY".
007400
007500 FD  UserDatabase.
007600     COPY "USERREC.CPY".
007700
007800 FD  ContactFile.
007900     COPY "EMPREC.CPY".
008000
008100 FD  CopyFile.
008200 01  CopyRecord              PIC X(133).
008300
008400 FD  BurstFile.
008500 01  BurstRecord             PIC X(133).
008600
008700 WORKING-STORAGE SECTION.
008800 01  WS-Catalog-Status       PIC XX.
008900     88  WS-Catalog-Missing      VALUE "35".
009000 01  WS-Dist-Status          PIC XX.
009100     88  WS-Dist-Missing         VALUE "35".
009200 01  WS-File-Status          PIC XX.
009300 01  WS-Contact-Status       PIC XX.
009400 01  WS-Copy-Status          PIC XX.
009500 01  WS-Burst-Status         PIC XX.
009600 01  WS-Eof-Switch           PIC X VALUE "N".
009700     88  WS-End-Of-Input         VALUE "Y".
009800 01  WS-Dist-Eof             PIC X VALUE "N".
009900     88  WS-End-Of-Report-Rows   VALUE "Y".
010000 01  WS-Run-Date             PIC 9(08).
010100 01  WS-Current-Report       PIC X(13).
010200 01  WS-Previous-Report      PIC X(13).
010300 01  WS-Source-Copy          PIC X(40).
010400 01  WS-Copy-Name            PIC X(40).
010500 01  WS-Burst-Name           PIC X(40).
010600 01  WS-Recipient            PIC 9(05).
010700 01  WS-Recipient-Name       PIC X(30).
010800 01  WS-Recipient-Ok         PIC X(01).
010900     88  WS-Recipient-Is-Ok      VALUE "Y".
011000     COPY "BURSTTAB.CPY".
011100*--------------------------------------------------------------
011200* Tonight's catalogue rows: the whole copies to cut from and
011300* the recipient copies already registered. New recipient
011400* copies are added with the new-row flag set and appended
011500* to RPTCTLG.DAT at the end of the run.
011600*--------------------------------------------------------------
011700 01  WS-Today-Table.
011800     02  WS-Tdy-Entry OCCURS 500 TIMES.
011900         03  WS-Tdy-Copy-Name    PIC X(40).
012000         03  WS-Tdy-Report       PIC X(13).
012100         03  WS-Tdy-Recipient    PIC X(05).
012200         03  WS-Tdy-New          PIC X(01).
012300 01  WS-Tdy-Count            PIC 9(03) COMP VALUE 0.
012400 01  WS-Tdy-Index            PIC 9(03) COMP.
012500 01  WS-Tdy-Found            PIC 9(03) COMP.
012600 01  WS-Recipient-Text       PIC X(05).
012700*--------------------------------------------------------------
012800* The current recipient's slices of the current report and
012900* the lines routed to each.
013000*--------------------------------------------------------------
013100 01  WS-Slice-Table.
013200     02  WS-Slc-Entry OCCURS 20 TIMES.
013300         03  WS-Slc-Key-Type     PIC X(01).
013400         03  WS-Slc-Key-Value    PIC X(15).
013500         03  WS-Slc-Lines        PIC 9(07) COMP.
013600 01  WS-Slc-Count            PIC 9(03) COMP VALUE 0.
013700 01  WS-Slc-Index            PIC 9(03) COMP.
013800 01  WS-Slc-Found            PIC 9(03) COMP.
013900 01  WS-Slc-Type-Name        PIC X(10).
014000 01  WS-Region-Cache.
014100     02  WS-Rgn-Entry OCCURS 100 TIMES.
014200         03  WS-Rgn-Code         PIC X(02).
014300         03  WS-Rgn-Region       PIC X(15).
014400 01  WS-Rgn-Used             PIC 9(03) COMP VALUE 0.
014500 01  WS-Rgn-Index            PIC 9(03) COMP.
014600 01  WS-Rgn-Found            PIC 9(03) COMP.
014700 01  WS-Lookup-Code          PIC X(02).
014800 01  WS-Ctry-Valid           PIC X(01).
014900 01  WS-Ctry-Name            PIC X(30).
015000 01  WS-Ctry-Region          PIC X(15).
015100*--------------------------------------------------------------
015200* The account behind the detail line in hand.
015300*--------------------------------------------------------------
015400 01  WS-Line-UserId          PIC 9(08).
015500 01  WS-Line-Is-Detail       PIC X(01).
015600     88  WS-Line-Has-Account     VALUE "Y".
015700 01  WS-Tag-Length           PIC 9(02) COMP.
015800 01  WS-First-Shape          PIC 9(03) COMP.
015900 01  WS-Shape-Index          PIC 9(03) COMP.
016000 01  WS-Acct-Found           PIC X(01).
016100     88  WS-Acct-On-File         VALUE "Y".
016200 01  WS-Acct-Department      PIC X(15).
016300 01  WS-Acct-Country         PIC X(02).
016400 01  WS-Acct-Region          PIC X(15).
016500 01  WS-Recipient-Lines      PIC 9(07) COMP.
016600 01  WS-Count-Disp           PIC ZZZZZZ9.
016700 01  WS-Reports-Burst        PIC 9(05) COMP VALUE 0.
016800 01  WS-Copies-Written       PIC 9(05) COMP VALUE 0.
016900 01  WS-Copies-Registered    PIC 9(05) COMP VALUE 0.
017000 01  WS-Excp-Severity        PIC X(01).
017100 01  WS-Excp-Message         PIC X(60).
017200 01  WS-P-RPTCTLG-DAT       PIC X(30) VALUE "RPTCTLG.DAT".
017300 01  WS-P-DISTLIST-DAT      PIC X(30) VALUE "DISTLIST.DAT".
017400 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
017500 01  WS-P-CONTACT-DAT       PIC X(30) VALUE "CONTACT.DAT".
017600 01  WS-Eoj-Start-Time       PIC 9(08).
017700 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
017800 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
017900 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
018000 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
018100 01  WS-Program-Name         PIC X(20) VALUE "RPTBURST".
018200
018300 PROCEDURE DIVISION.
018400
018500 0000-MAINLINE.
018600     CALL "PreDefMsg" USING WS-Program-Name
018700     ACCEPT WS-Eoj-Start-Time FROM TIME
018800     CALL "EnvName" USING WS-P-RPTCTLG-DAT
018900     CALL "EnvName" USING WS-P-DISTLIST-DAT
019000     CALL "EnvName" USING WS-P-USERS-DATA
019100     CALL "EnvName" USING WS-P-CONTACT-DAT
019200     DISPLAY "REPORT BURSTING STEP"
019300     DISPLAY "===================="
019400     CALL "BusDate" USING WS-Run-Date
019500     OPEN INPUT DistListFile
019600     IF WS-Dist-Missing
019700         DISPLAY "DISTLIST.DAT NOT FOUND - NOTHING BURST."
019800         GO TO 0000-END-RUN
019900     END-IF
020000     PERFORM 1000-LOAD-TODAY THRU 1000-LOAD-TODAY-EXIT
020100     OPEN INPUT UserDatabase
020200     OPEN INPUT ContactFile
020300     MOVE SPACES TO WS-Previous-Report
020400     PERFORM 2000-BURST-ONE-REPORT
020500         THRU 2000-BURST-ONE-REPORT-EXIT
020600         VARYING WS-Burst-Idx FROM 1 BY 1
020700         UNTIL WS-Burst-Idx > WS-Burst-Count
020800     CLOSE ContactFile
020900     CLOSE UserDatabase
021000     CLOSE DistListFile
021100     PERFORM 4000-REGISTER-COPIES
021200         THRU 4000-REGISTER-COPIES-EXIT
021300     .
021400 0000-END-RUN.
021500     DISPLAY "REPORTS BURST:        " WS-Reports-Burst
021600     DISPLAY "RECIPIENT COPIES:     " WS-Copies-Written
021700     DISPLAY "NEWLY CATALOGUED:     " WS-Copies-Registered
021800     MOVE WS-Reports-Burst TO WS-Eoj-Read-Count
021900     MOVE WS-Copies-Written TO WS-Eoj-Written-Count
022000     CALL "EndMsg" USING WS-Program-Name,
022100         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
022200         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
022300         WS-Eoj-Return-Code
022400     MOVE WS-Eoj-Return-Code TO RETURN-CODE
022500     STOP RUN.
022600
022700 1000-LOAD-TODAY.
022800     OPEN INPUT CatalogFile
022900     IF WS-Catalog-Missing
023000         GO TO 1000-LOAD-TODAY-EXIT
023100     END-IF
023200     MOVE "N" TO WS-Eof-Switch
023300     READ CatalogFile
023400         AT END SET WS-End-Of-Input TO TRUE
023500     END-READ
023600     PERFORM UNTIL WS-End-Of-Input
023700         IF RC-Date = WS-Run-Date AND WS-Tdy-Count < 500
023800             ADD 1 TO WS-Tdy-Count
023900             MOVE RC-Copy-Name
024000                 TO WS-Tdy-Copy-Name(WS-Tdy-Count)
024100             MOVE RC-Report TO WS-Tdy-Report(WS-Tdy-Count)
024200             MOVE RC-Recipient
024300                 TO WS-Tdy-Recipient(WS-Tdy-Count)
024400             MOVE "N" TO WS-Tdy-New(WS-Tdy-Count)
024500         END-IF
024600         READ CatalogFile
024700             AT END SET WS-End-Of-Input TO TRUE
024800         END-READ
024900     END-PERFORM
025000     CLOSE CatalogFile
025100     .
025200 1000-LOAD-TODAY-EXIT.
025300     EXIT.
025400
025500*--------------------------------------------------------------
025600* A report with two BURSTTAB shapes is burst once, on its
025700* first entry. Its DISTLIST.DAT rows are read a recipient
025800* at a time.
025900*--------------------------------------------------------------
026000 2000-BURST-ONE-REPORT.
026100     MOVE WS-Bst-Report(WS-Burst-Idx) TO WS-Current-Report
026200     IF WS-Current-Report = WS-Previous-Report
026300         GO TO 2000-BURST-ONE-REPORT-EXIT
026400     END-IF
026500     MOVE WS-Current-Report TO WS-Previous-Report
026600     SET WS-First-Shape TO WS-Burst-Idx
026700     MOVE SPACES TO WS-Source-Copy
026800     PERFORM VARYING WS-Tdy-Index FROM 1 BY 1
026900             UNTIL WS-Tdy-Index > WS-Tdy-Count
027000             OR WS-Source-Copy NOT = SPACES
027100         IF WS-Tdy-Report(WS-Tdy-Index) = WS-Current-Report
027200                 AND WS-Tdy-Recipient(WS-Tdy-Index) = SPACES
027300             MOVE WS-Tdy-Copy-Name(WS-Tdy-Index)
027400                 TO WS-Source-Copy
027500         END-IF
027600     END-PERFORM
027700     IF WS-Source-Copy = SPACES
027800         GO TO 2000-BURST-ONE-REPORT-EXIT
027900     END-IF
028000     MOVE "N" TO WS-Dist-Eof
028100     MOVE LOW-VALUES TO DistListKey
028200     MOVE WS-Current-Report TO DL-Report
028300     START DistListFile KEY IS >= DistListKey
028400         INVALID KEY
028500             GO TO 2000-BURST-ONE-REPORT-EXIT
028600     END-START
028700     PERFORM 2900-NEXT-DIST-ROW THRU 2900-NEXT-DIST-ROW-EXIT
028800     IF WS-End-Of-Report-Rows
028900         GO TO 2000-BURST-ONE-REPORT-EXIT
029000     END-IF
029100     ADD 1 TO WS-Reports-Burst
029200     DISPLAY "BURSTING " WS-Current-Report " FROM "
029300         FUNCTION TRIM(WS-Source-Copy)
029400     PERFORM UNTIL WS-End-Of-Report-Rows
029500         MOVE DL-Recipient TO WS-Recipient
029600         MOVE 0 TO WS-Slc-Count
029700         PERFORM UNTIL WS-End-Of-Report-Rows
029800                 OR DL-Recipient NOT = WS-Recipient
029900             IF WS-Slc-Count < 20
030000                 ADD 1 TO WS-Slc-Count
030100                 MOVE DL-Key-Type
030200                     TO WS-Slc-Key-Type(WS-Slc-Count)
030300                 MOVE DL-Key-Value
030400                     TO WS-Slc-Key-Value(WS-Slc-Count)
030500                 MOVE 0 TO WS-Slc-Lines(WS-Slc-Count)
030600             END-IF
030700             PERFORM 2900-NEXT-DIST-ROW
030800                 THRU 2900-NEXT-DIST-ROW-EXIT
030900         END-PERFORM
031000         PERFORM 2100-CUT-RECIPIENT-COPY
031100             THRU 2100-CUT-RECIPIENT-COPY-EXIT
031200     END-PERFORM
031300     .
031400 2000-BURST-ONE-REPORT-EXIT.
031500     EXIT.
031600
031700 2100-CUT-RECIPIENT-COPY.
031800     PERFORM 2200-CHECK-RECIPIENT
031900         THRU 2200-CHECK-RECIPIENT-EXIT
032000     IF NOT WS-Recipient-Is-Ok
032100         GO TO 2100-CUT-RECIPIENT-COPY-EXIT
032200     END-IF
032300     MOVE WS-Source-Copy TO WS-Copy-Name
032400     MOVE SPACES TO WS-Burst-Name
032500     STRING FUNCTION TRIM(WS-Source-Copy) ".E" WS-Recipient
032600         DELIMITED BY SIZE INTO WS-Burst-Name
032700     OPEN INPUT CopyFile
032800     IF WS-Copy-Status NOT = "00"
032900         MOVE "W" TO WS-Excp-Severity
033000         MOVE SPACES TO WS-Excp-Message
033100         STRING "CATALOGUED COPY UNREADABLE: "
033200             FUNCTION TRIM(WS-Source-Copy)
033300             DELIMITED BY SIZE INTO WS-Excp-Message
033400         CALL "ExcpLog" USING WS-Program-Name,
033500             WS-Excp-Severity, WS-Excp-Message
033600         MOVE 4 TO WS-Eoj-Return-Code
033700         GO TO 2100-CUT-RECIPIENT-COPY-EXIT
033800     END-IF
033900     OPEN OUTPUT BurstFile
034000     MOVE "N" TO WS-Eof-Switch
034100     MOVE 0 TO WS-Recipient-Lines
034200     READ CopyFile
034300         AT END SET WS-End-Of-Input TO TRUE
034400     END-READ
034500     IF NOT WS-End-Of-Input
034600         MOVE CopyRecord TO BurstRecord
034700         WRITE BurstRecord
034800         READ CopyFile
034900             AT END SET WS-End-Of-Input TO TRUE
035000         END-READ
035100     END-IF
035200     MOVE SPACES TO BurstRecord
035300     STRING "DISTRIBUTION COPY FOR " WS-Recipient " "
035400         WS-Recipient-Name DELIMITED BY SIZE
035500         INTO BurstRecord
035600     WRITE BurstRecord
035700     PERFORM VARYING WS-Slc-Index FROM 1 BY 1
035800             UNTIL WS-Slc-Index > WS-Slc-Count
035900         PERFORM 2950-SLICE-TYPE-NAME
036000             THRU 2950-SLICE-TYPE-NAME-EXIT
036100         MOVE SPACES TO BurstRecord
036200         STRING "  ACCOUNTS BY " WS-Slc-Type-Name " "
036300             WS-Slc-Key-Value(WS-Slc-Index)
036400             DELIMITED BY SIZE INTO BurstRecord
036500         WRITE BurstRecord
036600     END-PERFORM
036700     MOVE SPACES TO BurstRecord
036800     WRITE BurstRecord
036900     PERFORM UNTIL WS-End-Of-Input
037000         PERFORM 2300-ROUTE-ONE-LINE
037100             THRU 2300-ROUTE-ONE-LINE-EXIT
037200         READ CopyFile
037300             AT END SET WS-End-Of-Input TO TRUE
037400         END-READ
037500     END-PERFORM
037600     MOVE SPACES TO BurstRecord
037700     WRITE BurstRecord
037800     PERFORM VARYING WS-Slc-Index FROM 1 BY 1
037900             UNTIL WS-Slc-Index > WS-Slc-Count
038000         PERFORM 2950-SLICE-TYPE-NAME
038100             THRU 2950-SLICE-TYPE-NAME-EXIT
038200         MOVE WS-Slc-Lines(WS-Slc-Index) TO WS-Count-Disp
038300         MOVE SPACES TO BurstRecord
038400         STRING "SUBTOTAL " WS-Slc-Type-Name " "
038500             WS-Slc-Key-Value(WS-Slc-Index) " " WS-Count-Disp
038600             DELIMITED BY SIZE INTO BurstRecord
038700         WRITE BurstRecord
038800     END-PERFORM
038900     MOVE WS-Recipient-Lines TO WS-Count-Disp
039000     MOVE SPACES TO BurstRecord
039100     STRING "TOTAL FOR THIS RECIPIENT       " WS-Count-Disp
039200         DELIMITED BY SIZE INTO BurstRecord
039300     WRITE BurstRecord
039400     CLOSE BurstFile
039500     CLOSE CopyFile
039600     ADD 1 TO WS-Copies-Written
039700     DISPLAY "  " FUNCTION TRIM(WS-Burst-Name) " LINES "
039800         WS-Count-Disp
039900     PERFORM 2400-NOTE-COPY THRU 2400-NOTE-COPY-EXIT
040000     .
040100 2100-CUT-RECIPIENT-COPY-EXIT.
040200     EXIT.
040300
040400 2200-CHECK-RECIPIENT.
040500     MOVE "N" TO WS-Recipient-Ok
040600     MOVE SPACES TO WS-Recipient-Name
040700     MOVE WS-Recipient TO EmpId
040800     READ ContactFile
040900         INVALID KEY
041000             CONTINUE
041100         NOT INVALID KEY
041200             IF NOT EmpHasLeft
041300                 MOVE EmpName TO WS-Recipient-Name
041400                 MOVE "Y" TO WS-Recipient-Ok
041500             END-IF
041600     END-READ
041700     IF NOT WS-Recipient-Is-Ok
041800         ADD 1 TO WS-Eoj-Rejected-Count
041900         MOVE "W" TO WS-Excp-Severity
042000         MOVE SPACES TO WS-Excp-Message
042100         STRING "RECIPIENT " WS-Recipient " NOT CURRENT - "
042200             WS-Current-Report " NOT SENT"
042300             DELIMITED BY SIZE INTO WS-Excp-Message
042400         CALL "ExcpLog" USING WS-Program-Name,
042500             WS-Excp-Severity, WS-Excp-Message
042600         MOVE 4 TO WS-Eoj-Return-Code
042700     END-IF
042800     .
042900 2200-CHECK-RECIPIENT-EXIT.
043000     EXIT.
043100
043200*--------------------------------------------------------------
043300* Only detail lines go through, each under the first of the
043400* recipient's slices its account falls in.
043500*--------------------------------------------------------------
043600 2300-ROUTE-ONE-LINE.
043700     PERFORM 2500-FIND-LINE-USERID
043800         THRU 2500-FIND-LINE-USERID-EXIT
043900     IF NOT WS-Line-Has-Account
044000         GO TO 2300-ROUTE-ONE-LINE-EXIT
044100     END-IF
044200     PERFORM 2600-ACCOUNT-KEYS THRU 2600-ACCOUNT-KEYS-EXIT
044300     IF NOT WS-Acct-On-File
044400         GO TO 2300-ROUTE-ONE-LINE-EXIT
044500     END-IF
044600     MOVE 0 TO WS-Slc-Found
044700     PERFORM VARYING WS-Slc-Index FROM 1 BY 1
044800             UNTIL WS-Slc-Index > WS-Slc-Count
044900             OR WS-Slc-Found > 0
045000         EVALUATE WS-Slc-Key-Type(WS-Slc-Index)
045100             WHEN "D"
045200                 IF WS-Acct-Department =
045300                         WS-Slc-Key-Value(WS-Slc-Index)
045400                     MOVE WS-Slc-Index TO WS-Slc-Found
045500                 END-IF
045600             WHEN "C"
045700                 IF WS-Acct-Country =
045800                         WS-Slc-Key-Value(WS-Slc-Index)
045900                     MOVE WS-Slc-Index TO WS-Slc-Found
046000                 END-IF
046100             WHEN "R"
046200                 IF WS-Acct-Region =
046300                         WS-Slc-Key-Value(WS-Slc-Index)
046400                     MOVE WS-Slc-Index TO WS-Slc-Found
046500                 END-IF
046600         END-EVALUATE
046700     END-PERFORM
046800     IF WS-Slc-Found = 0
046900         GO TO 2300-ROUTE-ONE-LINE-EXIT
047000     END-IF
047100     MOVE CopyRecord TO BurstRecord
047200     WRITE BurstRecord
047300     ADD 1 TO WS-Slc-Lines(WS-Slc-Found)
047400     ADD 1 TO WS-Recipient-Lines
047500     .
047600 2300-ROUTE-ONE-LINE-EXIT.
047700     EXIT.
047800
047900 2400-NOTE-COPY.
048000     MOVE WS-Recipient TO WS-Recipient-Text
048100     MOVE 0 TO WS-Tdy-Found
048200     PERFORM VARYING WS-Tdy-Index FROM 1 BY 1
048300             UNTIL WS-Tdy-Index > WS-Tdy-Count
048400             OR WS-Tdy-Found > 0
048500         IF WS-Tdy-Copy-Name(WS-Tdy-Index) = WS-Burst-Name
048600             MOVE WS-Tdy-Index TO WS-Tdy-Found
048700         END-IF
048800     END-PERFORM
048900     IF WS-Tdy-Found > 0 OR WS-Tdy-Count NOT < 500
049000         GO TO 2400-NOTE-COPY-EXIT
049100     END-IF
049200     ADD 1 TO WS-Tdy-Count
049300     MOVE WS-Burst-Name TO WS-Tdy-Copy-Name(WS-Tdy-Count)
049400     MOVE WS-Current-Report TO WS-Tdy-Report(WS-Tdy-Count)
049500     MOVE WS-Recipient-Text TO WS-Tdy-Recipient(WS-Tdy-Count)
049600     MOVE "Y" TO WS-Tdy-New(WS-Tdy-Count)
049700     .
049800 2400-NOTE-COPY-EXIT.
049900     EXIT.
050000
050100*--------------------------------------------------------------
050200* The first BURSTTAB shape of this report the line fits:
050300* an 8-digit UserId at its column, with its tag word in
050400* place when the shape has one.
050500*--------------------------------------------------------------
050600 2500-FIND-LINE-USERID.
050700     MOVE "N" TO WS-Line-Is-Detail
050800     PERFORM VARYING WS-Shape-Index FROM WS-First-Shape BY 1
050900             UNTIL WS-Line-Has-Account
051000             OR WS-Shape-Index > WS-Burst-Count
051100         IF WS-Bst-Report(WS-Shape-Index) = WS-Current-Report
051200             PERFORM 2550-TRY-SHAPE THRU 2550-TRY-SHAPE-EXIT
051300         END-IF
051400     END-PERFORM
051500     .
051600 2500-FIND-LINE-USERID-EXIT.
051700     EXIT.
051800
051900 2550-TRY-SHAPE.
052000     IF CopyRecord(WS-Bst-Column(WS-Shape-Index):8)
052100             IS NOT NUMERIC
052200         GO TO 2550-TRY-SHAPE-EXIT
052300     END-IF
052400     IF WS-Bst-Tag-Column(WS-Shape-Index) > 0
052500         MOVE FUNCTION LENGTH(FUNCTION TRIM(
052600             WS-Bst-Tag(WS-Shape-Index))) TO WS-Tag-Length
052700         IF CopyRecord(WS-Bst-Tag-Column(WS-Shape-Index):
052800                 WS-Tag-Length) NOT =
052900                 WS-Bst-Tag(WS-Shape-Index)(1:WS-Tag-Length)
053000             GO TO 2550-TRY-SHAPE-EXIT
053100         END-IF
053200     END-IF
053300     MOVE CopyRecord(WS-Bst-Column(WS-Shape-Index):8)
053400         TO WS-Line-UserId
053500     MOVE "Y" TO WS-Line-Is-Detail
053600     .
053700 2550-TRY-SHAPE-EXIT.
053800     EXIT.
053900
054000 2600-ACCOUNT-KEYS.
054100     MOVE "N" TO WS-Acct-Found
054200     MOVE SPACES TO WS-Acct-Department
054300     MOVE SPACES TO WS-Acct-Country
054400     MOVE SPACES TO WS-Acct-Region
054500     MOVE WS-Line-UserId TO UserId
054600     READ UserDatabase
054700         INVALID KEY
054800             GO TO 2600-ACCOUNT-KEYS-EXIT
054900     END-READ
055000     MOVE "Y" TO WS-Acct-Found
055100     MOVE CountryCode TO WS-Acct-Country
055200     MOVE OwnerEmpId TO EmpId
055300     READ ContactFile
055400         NOT INVALID KEY
055500             MOVE EmpDepartment TO WS-Acct-Department
055600     END-READ
055700     MOVE FUNCTION UPPER-CASE(WS-Acct-Department)
055800         TO WS-Acct-Department
055900     MOVE 0 TO WS-Rgn-Found
056000     PERFORM VARYING WS-Rgn-Index FROM 1 BY 1
056100             UNTIL WS-Rgn-Index > WS-Rgn-Used
056200             OR WS-Rgn-Found > 0
056300         IF WS-Rgn-Code(WS-Rgn-Index) = WS-Acct-Country
056400             MOVE WS-Rgn-Index TO WS-Rgn-Found
056500         END-IF
056600     END-PERFORM
056700     IF WS-Rgn-Found > 0
056800         MOVE WS-Rgn-Region(WS-Rgn-Found) TO WS-Acct-Region
056900     ELSE
057000         MOVE WS-Acct-Country TO WS-Lookup-Code
057100         CALL "CtryVal" USING WS-Lookup-Code, WS-Ctry-Valid,
057200             WS-Ctry-Name, WS-Ctry-Region
057300         MOVE FUNCTION UPPER-CASE(WS-Ctry-Region)
057400             TO WS-Acct-Region
057500         IF WS-Rgn-Used < 100
057600             ADD 1 TO WS-Rgn-Used
057700             MOVE WS-Acct-Country TO WS-Rgn-Code(WS-Rgn-Used)
057800             MOVE WS-Acct-Region
057900                 TO WS-Rgn-Region(WS-Rgn-Used)
058000         END-IF
058100     END-IF
058200     .
058300 2600-ACCOUNT-KEYS-EXIT.
058400     EXIT.
058500
058600 2900-NEXT-DIST-ROW.
058700     READ DistListFile NEXT RECORD
058800         AT END SET WS-End-Of-Report-Rows TO TRUE
058900     END-READ
059000     IF NOT WS-End-Of-Report-Rows
059100             AND DL-Report NOT = WS-Current-Report
059200         SET WS-End-Of-Report-Rows TO TRUE
059300     END-IF
059400     .
059500 2900-NEXT-DIST-ROW-EXIT.
059600     EXIT.
059700
059800 2950-SLICE-TYPE-NAME.
059900     EVALUATE WS-Slc-Key-Type(WS-Slc-Index)
060000         WHEN "D"
060100             MOVE "DEPARTMENT" TO WS-Slc-Type-Name
060200         WHEN "C"
060300             MOVE "COUNTRY" TO WS-Slc-Type-Name
060400         WHEN OTHER
060500             MOVE "REGION" TO WS-Slc-Type-Name
060600     END-EVALUATE
060700     .
060800 2950-SLICE-TYPE-NAME-EXIT.
060900     EXIT.
061000
061100 4000-REGISTER-COPIES.
061200     OPEN EXTEND CatalogFile
061300     IF WS-Catalog-Missing
061400         OPEN OUTPUT CatalogFile
061500     END-IF
061600     PERFORM VARYING WS-Tdy-Index FROM 1 BY 1
061700             UNTIL WS-Tdy-Index > WS-Tdy-Count
061800         IF WS-Tdy-New(WS-Tdy-Index) = "Y"
061900             MOVE WS-Tdy-Copy-Name(WS-Tdy-Index)
062000                 TO RC-Copy-Name
062100             MOVE WS-Tdy-Report(WS-Tdy-Index) TO RC-Report
062200             MOVE WS-Run-Date TO RC-Date
062300             MOVE WS-Program-Name TO RC-Program
062400             MOVE WS-Tdy-Recipient(WS-Tdy-Index)
062500                 TO RC-Recipient
062600             WRITE CatalogRecord
062700             ADD 1 TO WS-Copies-Registered
062800         END-IF
062900     END-PERFORM
063000     CLOSE CatalogFile
063100     .
063200 4000-REGISTER-COPIES-EXIT.
063300     EXIT.

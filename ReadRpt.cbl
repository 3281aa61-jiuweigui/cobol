000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ReadRpt.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Daily browsing-pattern report over the READJRNL.DAT read-
000900* access journal (written by the inquiry programs through
001000* ReadJrnl). For the business date it lists, by operator, how
001100* many distinct accounts each one looked at, and flags
001200*   - operators who viewed more accounts than the limit (card)
001300*   - views of an account that carried no helpdesk note on
001400*     USRNOTES.DAT dated that day and no TICKET.DAT helpdesk
001450*     ticket opened, updated, worked or closed that day -
001475*     nothing on file says why the account was being looked at
001600*   - views of an account owned (OwnerEmpId) by the operator
001700*     or by a colleague in the operator's own department on
001800*     CONTACT.DAT
001900* One operator's repeated views of one account count once.
002000* Output lands on READRPT.TXT; each class of flag raises a
002100* warning through ExcpLog and the run ends RC 4. Runs in
002200* NIGHTLY.JCL ahead of the run summary.
002300* Run parameter (RUNPARM.DAT library, through ParmGet):
002400*   VIEWLIMIT - distinct accounts an operator may view in
002500*   a day before being flagged (3 digits, zero = 050)
002600*--------------------------------------------------------------
002700* MODIFICATION HISTORY
002800*--------------------------------------------------------------
002900* DATE       INIT DESCRIPTION
003000* ---------- ---- -------------------------------------------
003100* 2026-10-15 JWG  Original version.
003125* 2026-10-15 JWG  Run parameters now come from the RUNPARM.DAT
003150*                 library through ParmGet instead of a SYSIN
003175*                 card.
003180* 2026-10-15 JWG  A helpdesk ticket on TICKET.DAT for the account
003185*                 opened, updated, worked or closed that day now
003190*                 justifies a view as a note does; only a view
003195*                 with neither is reported.
003200*--------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT JournalFile ASSIGN TO DYNAMIC WS-P-READJRNL-DAT
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-Journal-Status.
003900     SELECT NotesFile ASSIGN TO DYNAMIC WS-P-USRNOTES-DAT
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS NoteKey
004300         FILE STATUS IS WS-Notes-Status.
004400     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS UserId
004800         FILE STATUS IS WS-File-Status.
004900     SELECT ContactFile ASSIGN TO DYNAMIC WS-P-CONTACT-DAT
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS EmpId
005300         FILE STATUS IS WS-Contact-Status.
005314     SELECT TicketFile ASSIGN TO DYNAMIC WS-P-TICKET-DAT
005328         ORGANIZATION IS INDEXED
005342         ACCESS MODE IS DYNAMIC
005356         RECORD KEY IS TK-Ticket-Id
005370         ALTERNATE RECORD KEY IS TK-UserId WITH DUPLICATES
005384         FILE STATUS IS WS-Ticket-Status.
005400     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-READRPT-TXT
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  JournalFile.
006000     COPY "READJRNL.CPY".
006100
006200 FD  NotesFile.
006300     COPY "USRNOTES.CPY".
006400
006500 FD  UserDatabase.
006600     COPY "USERREC.CPY".
006700
006800 FD  ContactFile.
006900     COPY "EMPREC.CPY".
007000
007025 FD  TicketFile.
007050     COPY "TICKET.CPY".
007075
007100 FD  ReportFile.
007200 01  ReportRecord            PIC X(80).
007300
007400 WORKING-STORAGE SECTION.
007500 01  WS-Journal-Status       PIC XX.
007600     88  WS-Journal-Missing      VALUE "35".
007700 01  WS-Notes-Status         PIC XX.
007800 01  WS-File-Status          PIC XX.
007900 01  WS-Contact-Status       PIC XX.
007950 01  WS-Ticket-Status        PIC XX.
008000 01  WS-Eof-Switch           PIC X VALUE "N".
008100     88  WS-End-Of-Input         VALUE "Y".
008200 01  WS-Notes-Eof            PIC X VALUE "N".
008300     88  WS-End-Of-Notes         VALUE "Y".
008400 01  WS-Notes-Open           PIC X VALUE "N".
008500     88  WS-Notes-Are-Open       VALUE "Y".
008600 01  WS-Users-Open           PIC X VALUE "N".
008700     88  WS-Users-Are-Open       VALUE "Y".
008800 01  WS-Contact-Open         PIC X VALUE "N".
008900     88  WS-Contact-Is-Open      VALUE "Y".
008933 01  WS-Ticket-Open          PIC X VALUE "N".
008966     88  WS-Tickets-Are-Open     VALUE "Y".
009000 01  WS-Run-Date             PIC 9(08).
009100 01  WS-View-Limit           PIC 9(03).
009200 01  WS-View-Table.
009300     02  WS-View-Entry OCCURS 2000 TIMES.
009400         03  WS-View-EmpId       PIC 9(05).
009500         03  WS-View-UserId      PIC 9(08).
009600         03  WS-View-Program     PIC X(20).
009700         03  WS-View-Hits        PIC 9(05) COMP.
009800 01  WS-View-Count           PIC 9(04) COMP VALUE 0.
009900 01  WS-View-Index           PIC 9(04) COMP.
010000 01  WS-View-Found           PIC 9(04) COMP.
010100 01  WS-Oper-Table.
010200     02  WS-Oper-Entry OCCURS 200 TIMES.
010300         03  WS-Oper-EmpId       PIC 9(05).
010400         03  WS-Oper-Accounts    PIC 9(05) COMP.
010500         03  WS-Oper-Views       PIC 9(05) COMP.
010600 01  WS-Oper-Count           PIC 9(03) COMP VALUE 0.
010700 01  WS-Oper-Index           PIC 9(03) COMP.
010800 01  WS-Oper-Found           PIC 9(03) COMP.
010900 01  WS-Table-Full           PIC X VALUE "N".
011000     88  WS-Table-Overflowed     VALUE "Y".
011100 01  WS-Had-Note             PIC X(01).
011200     88  WS-Note-That-Day        VALUE "Y".
011300 01  WS-Owner-EmpId          PIC 9(05).
011400 01  WS-Operator-Dept        PIC X(15).
011500 01  WS-Owner-Dept           PIC X(15).
011600 01  WS-Owner-Reason         PIC X(20).
011700 01  WS-Over-Limit-Count     PIC 9(05) COMP VALUE 0.
011800 01  WS-No-Note-Count        PIC 9(05) COMP VALUE 0.
011900 01  WS-Own-Dept-Count       PIC 9(05) COMP VALUE 0.
012000 01  WS-Count-Disp           PIC ZZZZ9.
012100 01  WS-Limit-Disp           PIC ZZ9.
012200 01  WS-Excp-Severity        PIC X(01).
012300 01  WS-Excp-Message         PIC X(60).
012400 01  WS-P-READJRNL-DAT      PIC X(30) VALUE "READJRNL.DAT".
012500 01  WS-P-USRNOTES-DAT      PIC X(30) VALUE "USRNOTES.DAT".
012600 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
012700 01  WS-P-CONTACT-DAT       PIC X(30) VALUE "CONTACT.DAT".
012800 01  WS-P-READRPT-TXT       PIC X(30) VALUE "READRPT.TXT".
012850 01  WS-P-TICKET-DAT        PIC X(30) VALUE "TICKET.DAT".
012900 01  WS-Eoj-Start-Time       PIC 9(08).
013000 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
013100 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
013200 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
013300 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
013325 01  WS-Parm-Request         PIC X(01) VALUE "G".
013350 01  WS-Parm-Name            PIC X(12).
013375 01  WS-Parm-Value           PIC X(20).
013400 01  WS-Program-Name         PIC X(20) VALUE "READRPT".
013500
013600 PROCEDURE DIVISION.
013700
013800 0000-MAINLINE.
013900     CALL "PreDefMsg" USING WS-Program-Name
014000     ACCEPT WS-Eoj-Start-Time FROM TIME
014100     CALL "EnvName" USING WS-P-READJRNL-DAT
014200     CALL "EnvName" USING WS-P-USRNOTES-DAT
014300     CALL "EnvName" USING WS-P-USERS-DATA
014400     CALL "EnvName" USING WS-P-CONTACT-DAT
014500     CALL "EnvName" USING WS-P-READRPT-TXT
014550     CALL "EnvName" USING WS-P-TICKET-DAT
014600     DISPLAY "DAILY ACCOUNT BROWSING-PATTERN REPORT"
014700     DISPLAY "====================================="
014800     CALL "BusDate" USING WS-Run-Date
014860     MOVE "VIEWLIMIT" TO WS-Parm-Name
014920     MOVE "050" TO WS-Parm-Value
014980     PERFORM 9700-GET-RUN-PARM THRU 9700-GET-RUN-PARM-EXIT
015040     COMPUTE WS-View-Limit = FUNCTION NUMVAL(WS-Parm-Value)
015100     IF WS-View-Limit IS NOT NUMERIC OR WS-View-Limit = ZERO
015200         MOVE 50 TO WS-View-Limit
015300     END-IF
015400     PERFORM 2000-SCAN-JOURNAL THRU 2000-SCAN-JOURNAL-EXIT
015500     PERFORM 1000-OPEN-REFERENCE THRU 1000-OPEN-REFERENCE-EXIT
015600     PERFORM 3000-WRITE-REPORT THRU 3000-WRITE-REPORT-EXIT
015700     IF WS-Notes-Are-Open
015800         CLOSE NotesFile
015900     END-IF
016000     IF WS-Users-Are-Open
016100         CLOSE UserDatabase
016200     END-IF
016300     IF WS-Contact-Is-Open
016400         CLOSE ContactFile
016500     END-IF
016525     IF WS-Tickets-Are-Open
016550         CLOSE TicketFile
016575     END-IF
016600     IF WS-Over-Limit-Count > 0
016700         MOVE WS-Over-Limit-Count TO WS-Count-Disp
016800         MOVE SPACES TO WS-Excp-Message
016900         STRING "OPERATORS OVER THE DAILY VIEW LIMIT: "
017000             WS-Count-Disp DELIMITED BY SIZE INTO WS-Excp-Message
017100         PERFORM 9000-WARN THRU 9000-WARN-EXIT
017200     END-IF
017300     IF WS-No-Note-Count > 0
017400         MOVE WS-No-Note-Count TO WS-Count-Disp
017500         MOVE SPACES TO WS-Excp-Message
017600         STRING "ACCOUNT VIEWS WITH NO NOTE OR TICKET: "
017700             WS-Count-Disp DELIMITED BY SIZE INTO WS-Excp-Message
017800         PERFORM 9000-WARN THRU 9000-WARN-EXIT
017900     END-IF
018000     IF WS-Own-Dept-Count > 0
018100         MOVE WS-Own-Dept-Count TO WS-Count-Disp
018200         MOVE SPACES TO WS-Excp-Message
018300         STRING "VIEWS OF OWN OR DEPARTMENT ACCOUNTS: "
018400             WS-Count-Disp DELIMITED BY SIZE INTO WS-Excp-Message
018500         PERFORM 9000-WARN THRU 9000-WARN-EXIT
018600     END-IF
018700     CALL "EndMsg" USING WS-Program-Name,
018800         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
018900         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
019000         WS-Eoj-Return-Code
019100     MOVE WS-Eoj-Return-Code TO RETURN-CODE
019200     STOP RUN.
019300
019400*--------------------------------------------------------------
019500* The reference files are only read. One that is missing
019600* leaves its check unmade rather than stopping the report -
019700* the view counts still stand on the journal alone.
019800*--------------------------------------------------------------
019900 1000-OPEN-REFERENCE.
020000     OPEN INPUT NotesFile
020100     IF WS-Notes-Status = "00"
020200         SET WS-Notes-Are-Open TO TRUE
020300     ELSE
020400         DISPLAY "USRNOTES.DAT NOT AVAILABLE - EVERY VIEW "
020500             "READS AS UNNOTED."
020600     END-IF
020612     OPEN INPUT TicketFile
020624     IF WS-Ticket-Status = "00"
020636         SET WS-Tickets-Are-Open TO TRUE
020648     ELSE
020660         DISPLAY "TICKET.DAT NOT AVAILABLE - VIEWS ARE "
020672             "JUSTIFIED BY NOTES ONLY."
020684     END-IF
020700     OPEN INPUT UserDatabase
020800     IF WS-File-Status = "00"
020900         SET WS-Users-Are-Open TO TRUE
021000     ELSE
021100         DISPLAY "USERS.DATA NOT AVAILABLE - OWNERSHIP NOT "
021150             "CHECKED."
021200     END-IF
021300     OPEN INPUT ContactFile
021400     IF WS-Contact-Status = "00"
021500         SET WS-Contact-Is-Open TO TRUE
021600     ELSE
021700         DISPLAY "CONTACT.DAT NOT AVAILABLE - DEPARTMENTS NOT "
021800             "CHECKED."
021900     END-IF
022000     .
022100 1000-OPEN-REFERENCE-EXIT.
022200     EXIT.
022300
022400 2000-SCAN-JOURNAL.
022500     MOVE "N" TO WS-Eof-Switch
022600     OPEN INPUT JournalFile
022700     IF WS-Journal-Missing
022800         DISPLAY "READJRNL.DAT NOT FOUND - NO VIEWS ON RECORD."
022900         GO TO 2000-SCAN-JOURNAL-EXIT
023000     END-IF
023100     READ JournalFile
023200         AT END SET WS-End-Of-Input TO TRUE
023300     END-READ
023400     PERFORM UNTIL WS-End-Of-Input
023500         IF RJ-Date = WS-Run-Date
023600             ADD 1 TO WS-Eoj-Read-Count
023700             PERFORM 2100-TALLY-ONE-VIEW
023800                 THRU 2100-TALLY-ONE-VIEW-EXIT
023900         END-IF
024000         READ JournalFile
024100             AT END SET WS-End-Of-Input TO TRUE
024200         END-READ
024300     END-PERFORM
024400     CLOSE JournalFile
024500     .
024600 2000-SCAN-JOURNAL-EXIT.
024700     EXIT.
024800
024900*--------------------------------------------------------------
025000* One row per operator and account: the first program that
025100* showed it is kept, later views of the same account only
025200* add to its count.
025300*--------------------------------------------------------------
025400 2100-TALLY-ONE-VIEW.
025500     MOVE 0 TO WS-Oper-Found
025600     PERFORM VARYING WS-Oper-Index FROM 1 BY 1
025700             UNTIL WS-Oper-Index > WS-Oper-Count
025800             OR WS-Oper-Found > 0
025900         IF WS-Oper-EmpId(WS-Oper-Index) = RJ-EmpId
026000             MOVE WS-Oper-Index TO WS-Oper-Found
026100         END-IF
026200     END-PERFORM
026300     IF WS-Oper-Found = 0
026400         IF WS-Oper-Count < 200
026500             ADD 1 TO WS-Oper-Count
026600             MOVE WS-Oper-Count TO WS-Oper-Found
026700             MOVE RJ-EmpId TO WS-Oper-EmpId(WS-Oper-Found)
026800             MOVE 0 TO WS-Oper-Accounts(WS-Oper-Found)
026900             MOVE 0 TO WS-Oper-Views(WS-Oper-Found)
027000         ELSE
027100             SET WS-Table-Overflowed TO TRUE
027200             ADD 1 TO WS-Eoj-Rejected-Count
027300             GO TO 2100-TALLY-ONE-VIEW-EXIT
027400         END-IF
027500     END-IF
027600     ADD 1 TO WS-Oper-Views(WS-Oper-Found)
027700     MOVE 0 TO WS-View-Found
027800     PERFORM VARYING WS-View-Index FROM 1 BY 1
027900             UNTIL WS-View-Index > WS-View-Count
028000             OR WS-View-Found > 0
028100         IF WS-View-EmpId(WS-View-Index) = RJ-EmpId
028200                 AND WS-View-UserId(WS-View-Index) = RJ-UserId
028300             MOVE WS-View-Index TO WS-View-Found
028400         END-IF
028500     END-PERFORM
028600     IF WS-View-Found = 0
028700         ADD 1 TO WS-Oper-Accounts(WS-Oper-Found)
028800         IF WS-View-Count < 2000
028900             ADD 1 TO WS-View-Count
029000             MOVE WS-View-Count TO WS-View-Found
029100             MOVE RJ-EmpId TO WS-View-EmpId(WS-View-Found)
029200             MOVE RJ-UserId TO WS-View-UserId(WS-View-Found)
029300             MOVE RJ-Program TO WS-View-Program(WS-View-Found)
029400             MOVE 0 TO WS-View-Hits(WS-View-Found)
029500         ELSE
029600             SET WS-Table-Overflowed TO TRUE
029700             ADD 1 TO WS-Eoj-Rejected-Count
029800             GO TO 2100-TALLY-ONE-VIEW-EXIT
029900         END-IF
030000     END-IF
030100     ADD 1 TO WS-View-Hits(WS-View-Found)
030200     .
030300 2100-TALLY-ONE-VIEW-EXIT.
030400     EXIT.
030500
030600 3000-WRITE-REPORT.
030700     OPEN OUTPUT ReportFile
030800     MOVE SPACES TO ReportRecord
030900     STRING "DAILY ACCOUNT BROWSING-PATTERN REPORT - " WS-Run-Date
031000         DELIMITED BY SIZE INTO ReportRecord
031100     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
031200     MOVE SPACES TO ReportRecord
031300     MOVE WS-Eoj-Read-Count TO WS-Count-Disp
031400     STRING "ACCOUNT VIEWS JOURNALLED: " WS-Count-Disp
031500         DELIMITED BY SIZE INTO ReportRecord
031600     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
031700     IF WS-Table-Overflowed
031800         MOVE "  ** TABLES FULL - SOME VIEWS NOT REPORTED **"
031900             TO ReportRecord
032000         PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
032100     END-IF
032200     MOVE SPACES TO ReportRecord
032300     MOVE WS-View-Limit TO WS-Limit-Disp
032400     STRING "ACCOUNTS VIEWED BY OPERATOR (LIMIT " WS-Limit-Disp
032500         "):" DELIMITED BY SIZE INTO ReportRecord
032600     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
032700     IF WS-Oper-Count = 0
032800         MOVE "  (NONE)" TO ReportRecord
032900         PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
033000     END-IF
033100     PERFORM 3100-ONE-OPERATOR THRU 3100-ONE-OPERATOR-EXIT
033200         VARYING WS-Oper-Index FROM 1 BY 1
033300         UNTIL WS-Oper-Index > WS-Oper-Count
033400     MOVE "VIEWS WITH NO HELPDESK NOTE OR TICKET THAT DAY:"
033450         TO ReportRecord
033500     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
033600     PERFORM 3200-CHECK-NOTE THRU 3200-CHECK-NOTE-EXIT
033700         VARYING WS-View-Index FROM 1 BY 1
033800         UNTIL WS-View-Index > WS-View-Count
033900     IF WS-No-Note-Count = 0
034000         MOVE "  (NONE)" TO ReportRecord
034100         PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
034200     END-IF
034300     MOVE "VIEWS OF OWN OR SAME-DEPARTMENT ACCOUNTS:"
034400         TO ReportRecord
034500     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
034600     PERFORM 3300-CHECK-OWNER THRU 3300-CHECK-OWNER-EXIT
034700         VARYING WS-View-Index FROM 1 BY 1
034800         UNTIL WS-View-Index > WS-View-Count
034900     IF WS-Own-Dept-Count = 0
035000         MOVE "  (NONE)" TO ReportRecord
035100         PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
035200     END-IF
035300     CLOSE ReportFile
035400     .
035500 3000-WRITE-REPORT-EXIT.
035600     EXIT.
035700
035800 3100-ONE-OPERATOR.
035900     MOVE WS-Oper-Accounts(WS-Oper-Index) TO WS-Count-Disp
036000     MOVE SPACES TO ReportRecord
036100     IF WS-Oper-Accounts(WS-Oper-Index) > WS-View-Limit
036200         ADD 1 TO WS-Over-Limit-Count
036300         STRING "  EMP " WS-Oper-EmpId(WS-Oper-Index)
036400             "  ACCOUNTS " WS-Count-Disp "  ** OVER LIMIT **"
036500             DELIMITED BY SIZE INTO ReportRecord
036600     ELSE
036700         STRING "  EMP " WS-Oper-EmpId(WS-Oper-Index)
036800             "  ACCOUNTS " WS-Count-Disp
036900             DELIMITED BY SIZE INTO ReportRecord
037000     END-IF
037100     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
037200     .
037300 3100-ONE-OPERATOR-EXIT.
037400     EXIT.
037500
037600*--------------------------------------------------------------
037700* Any note on the account dated the business date - whoever
037800* wrote it, whatever its category - is the helpdesk record
037900* that explains the view; failing a note, so is any ticket
037950* raised about the account (its UserId alternate key) that
037975* was opened, updated, worked or closed that day.
038000*--------------------------------------------------------------
038100 3200-CHECK-NOTE.
038200     MOVE "N" TO WS-Had-Note
038300     IF WS-Notes-Are-Open
038400         MOVE "N" TO WS-Notes-Eof
038500         MOVE WS-View-UserId(WS-View-Index) TO NOTE-UserId
038600         MOVE ZERO TO NOTE-Seq
038700         START NotesFile KEY IS >= NoteKey
038800             INVALID KEY
038900                 SET WS-End-Of-Notes TO TRUE
039000         END-START
039100         PERFORM UNTIL WS-End-Of-Notes OR WS-Note-That-Day
039200             READ NotesFile NEXT RECORD
039300                 AT END SET WS-End-Of-Notes TO TRUE
039400             END-READ
039500             IF NOT WS-End-Of-Notes
039600                 IF NOTE-UserId NOT =
039650                         WS-View-UserId(WS-View-Index)
039700                     SET WS-End-Of-Notes TO TRUE
039800                 ELSE
039900                     IF NOTE-Date = WS-Run-Date
040000                         MOVE "Y" TO WS-Had-Note
040100                     END-IF
040200                 END-IF
040300             END-IF
040400         END-PERFORM
040500     END-IF
040600     IF WS-Note-That-Day
040700         GO TO 3200-CHECK-NOTE-EXIT
040800     END-IF
040820     PERFORM 3250-CHECK-TICKET THRU 3250-CHECK-TICKET-EXIT
040840     IF WS-Note-That-Day
040860         GO TO 3200-CHECK-NOTE-EXIT
040880     END-IF
040900     ADD 1 TO WS-No-Note-Count
041000     MOVE SPACES TO ReportRecord
041100     STRING "  EMP " WS-View-EmpId(WS-View-Index)
041200         "  USERID " WS-View-UserId(WS-View-Index)
041300         "  " WS-View-Program(WS-View-Index)
041400         DELIMITED BY SIZE INTO ReportRecord
041500     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
041600     .
041700 3200-CHECK-NOTE-EXIT.
041800     EXIT.
041803
041806 3250-CHECK-TICKET.
041809     IF NOT WS-Tickets-Are-Open
041812         GO TO 3250-CHECK-TICKET-EXIT
041815     END-IF
041818     MOVE "N" TO WS-Notes-Eof
041821     MOVE WS-View-UserId(WS-View-Index) TO TK-UserId
041824     START TicketFile KEY IS = TK-UserId
041827         INVALID KEY
041830             GO TO 3250-CHECK-TICKET-EXIT
041833     END-START
041836     PERFORM UNTIL WS-End-Of-Notes OR WS-Note-That-Day
041839         READ TicketFile NEXT RECORD
041842             AT END SET WS-End-Of-Notes TO TRUE
041845         END-READ
041848         IF NOT WS-End-Of-Notes
041851             IF TK-UserId NOT = WS-View-UserId(WS-View-Index)
041854                 SET WS-End-Of-Notes TO TRUE
041857             ELSE
041860                 IF NOT TK-Is-Control
041863                     AND (TK-Opened-Date = WS-Run-Date
041866                     OR TK-Updated-Date = WS-Run-Date
041869                     OR TK-Last-Action-Date = WS-Run-Date
041872                     OR TK-Closed-Date = WS-Run-Date)
041875                     MOVE "Y" TO WS-Had-Note
041878                 END-IF
041881             END-IF
041884         END-IF
041887     END-PERFORM
041890     .
041893 3250-CHECK-TICKET-EXIT.
041896     EXIT.
041900
042000*--------------------------------------------------------------
042100* The account's owning employee is the operator, or sits in
042200* the operator's department. Accounts gone from USERS.DATA,
042300* unowned accounts and blank departments are not flagged.
042400*--------------------------------------------------------------
042500 3300-CHECK-OWNER.
042600     IF NOT WS-Users-Are-Open
042700         GO TO 3300-CHECK-OWNER-EXIT
042800     END-IF
042900     MOVE WS-View-UserId(WS-View-Index) TO UserId
043000     READ UserDatabase
043100         INVALID KEY
043200             GO TO 3300-CHECK-OWNER-EXIT
043300     END-READ
043400     MOVE OwnerEmpId TO WS-Owner-EmpId
043500     IF WS-Owner-EmpId = ZERO
043600         GO TO 3300-CHECK-OWNER-EXIT
043700     END-IF
043800     IF WS-Owner-EmpId = WS-View-EmpId(WS-View-Index)
043900         MOVE "OWN ACCOUNT" TO WS-Owner-Reason
044000         GO TO 3300-CHECK-OWNER-FLAG
044100     END-IF
044200     IF NOT WS-Contact-Is-Open
044300         GO TO 3300-CHECK-OWNER-EXIT
044400     END-IF
044500     MOVE WS-View-EmpId(WS-View-Index) TO EmpId
044600     READ ContactFile
044700         INVALID KEY
044800             GO TO 3300-CHECK-OWNER-EXIT
044900     END-READ
045000     MOVE EmpDepartment TO WS-Operator-Dept
045100     MOVE WS-Owner-EmpId TO EmpId
045200     READ ContactFile
045300         INVALID KEY
045400             GO TO 3300-CHECK-OWNER-EXIT
045500     END-READ
045600     MOVE EmpDepartment TO WS-Owner-Dept
045700     IF WS-Operator-Dept = SPACES
045800             OR WS-Owner-Dept NOT = WS-Operator-Dept
045900         GO TO 3300-CHECK-OWNER-EXIT
046000     END-IF
046100     MOVE SPACES TO WS-Owner-Reason
046200     STRING "OWNER " WS-Owner-EmpId " SAME DEPT"
046300         DELIMITED BY SIZE INTO WS-Owner-Reason
046400     .
046500 3300-CHECK-OWNER-FLAG.
046600     ADD 1 TO WS-Own-Dept-Count
046700     MOVE SPACES TO ReportRecord
046800     STRING "  EMP " WS-View-EmpId(WS-View-Index)
046900         "  USERID " WS-View-UserId(WS-View-Index)
047000         "  " WS-Owner-Reason
047100         DELIMITED BY SIZE INTO ReportRecord
047200     PERFORM 3900-PUT-LINE THRU 3900-PUT-LINE-EXIT
047300     .
047400 3300-CHECK-OWNER-EXIT.
047500     EXIT.
047600
047700 3900-PUT-LINE.
047800     WRITE ReportRecord
047900     DISPLAY ReportRecord
048000     ADD 1 TO WS-Eoj-Written-Count
048100     MOVE SPACES TO ReportRecord
048200     .
048300 3900-PUT-LINE-EXIT.
048400     EXIT.
048500
048600 9000-WARN.
048700     MOVE "W" TO WS-Excp-Severity
048800     CALL "ExcpLog" USING WS-Program-Name,
048900         WS-Excp-Severity, WS-Excp-Message
049000     MOVE 4 TO WS-Eoj-Return-Code
049100     .
049200 9000-WARN-EXIT.
049300     EXIT.
049310
049320*--------------------------------------------------------------
049330* Standing run parameters come from the RUNPARM.DAT library;
049340* the caller primes WS-Parm-Value with the default.
049350*--------------------------------------------------------------
049360 9700-GET-RUN-PARM.
049370     CALL "ParmGet" USING WS-Parm-Request, WS-Program-Name,
049380         WS-Parm-Name, WS-Parm-Value
049390     .
049400 9700-GET-RUN-PARM-EXIT.
049410     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DsrMnt.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Data-subject request case register maintenance (DSRCASE.DAT,
000900* DSRCASE layout), replacing the inbox the requests used to be
001000* tracked in. A supervisor - proved through the shared AuthChk
001100* routine, a refusal ending the run RC 8 - can
001200*   - open a case: access (A), erasure (E) or rectification
001300*     (R), the date it was received, up to three UserIds and
001400*     a short summary. The next case number is allocated and
001500*     the statutory due date set one calendar month from
001600*     receipt (the same day next month, or that month's last
001700*     day when it is shorter);
001800*   - record the requester's identity as verified. The clock
001900*     restarts then: the due date becomes one calendar month
002000*     from the verification date when that is later;
002100*   - close a rectification case with a reference to the
002200*     correction made. Access and erasure cases are closed by
002300*     UserSar and UserErase themselves, through the shared
002400*     DsrCase routine, with the pack or certificate reference;
002500*   - withdraw a case (requester withdrew, or the request was
002600*     refused) with the reason;
002700*   - list the open cases with their due dates.
002800* Every change goes to SUITEAUD.LOG through AuditLog. The
002900* nightly DsrAge report flags cases coming due and overdue.
003000*--------------------------------------------------------------
003100* MODIFICATION HISTORY
003200*--------------------------------------------------------------
003300* DATE       INIT DESCRIPTION
003400* ---------- ---- -------------------------------------------
003500* 2026-10-15 JWG  Original version.
003525* 2026-10-15 JWG  The UserId is keyed in its nine-digit form and
003550*                 verified through the shared IdChk routine; a
003575*                 wrong check digit is refused before any read.
003600*--------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CaseFile ASSIGN TO DYNAMIC WS-P-DSRCASE-DAT
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS DC-Case-Id
004400         FILE STATUS IS WS-Case-Status.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CaseFile.
004900     COPY "DSRCASE.CPY".
005000
005100 WORKING-STORAGE SECTION.
005200 01  WS-Case-Status          PIC XX.
005300     88  WS-Case-Missing         VALUE "35".
005400 01  WS-Eof-Switch           PIC X VALUE "N".
005500     88  WS-End-Of-Register      VALUE "Y".
005600 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
005700 01  WS-Mode-Choice          PIC 9.
005800 01  WS-Entry-Case-Id        PIC 9(06).
005900 01  WS-Entry-Type           PIC X(01).
006000 01  WS-Entry-Date           PIC 9(08).
006100 01  WS-Entry-UserId         PIC 9(08).
006120 01  WS-Keyed-UserId         PIC X(09).
006140 01  WS-Id-Verify            PIC X(01) VALUE "V".
006160 01  WS-Id-Check             PIC X(01).
006180     88  WS-Id-Accepted          VALUE "Y".
006200 01  WS-Entry-Text           PIC X(40).
006300 01  WS-Entry-Ref            PIC X(30).
006400 01  WS-Next-Case-Id         PIC 9(06).
006500 01  WS-Subject-Index        PIC 9(01) COMP.
006600 01  WS-Case-Ok              PIC X(01).
006700     88  WS-Case-Is-Usable       VALUE "Y".
006733 01  WS-Ids-Done             PIC X(01).
006766     88  WS-No-More-Ids          VALUE "Y".
006800 01  WS-Due-Date             PIC 9(08).
006900 01  WS-Due-Parts REDEFINES WS-Due-Date.
007000     02  WS-Due-YYYY         PIC 9(04).
007100     02  WS-Due-MM           PIC 9(02).
007200     02  WS-Due-DD           PIC 9(02).
007300 01  WS-Run-Date             PIC 9(08).
007400 01  WS-Operator             PIC X(10).
007500 01  WS-Auth-EmpId           PIC 9(05).
007600 01  WS-Auth-Role            PIC X(01).
007700 01  WS-Auth-Granted         PIC X(01).
007800     88  WS-Auth-Was-Granted     VALUE "Y".
007900 01  WS-Listed-Count         PIC 9(05) COMP VALUE 0.
008000 01  WS-Listed-Disp          PIC ZZZZ9.
008100 01  WS-More-Requests        PIC X VALUE "Y".
008200     88  WS-Another-Request      VALUE "Y" "y".
008300 01  WS-Audit-Event          PIC X(12).
008400 01  WS-Audit-Detail         PIC X(60).
008500 01  WS-P-DSRCASE-DAT       PIC X(30) VALUE "DSRCASE.DAT".
008600 01  WS-Eoj-Start-Time       PIC 9(08).
008700 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
008800 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
008900 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
009000 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
009100 01  WS-Program-Name         PIC X(20) VALUE "DSRMNT".
009200
009300 PROCEDURE DIVISION.
009400
009500 0000-MAINLINE.
009600     CALL "PreDefMsg" USING WS-Program-Name
009700     ACCEPT WS-Eoj-Start-Time FROM TIME
009800     CALL "EnvName" USING WS-P-DSRCASE-DAT
009900     DISPLAY "DATA-SUBJECT REQUEST CASE REGISTER"
010000     DISPLAY "=================================="
010100     CALL "BusDate" USING WS-Run-Date
010200     DISPLAY "Operator initials: "
010300     ACCEPT WS-Operator
010400     DISPLAY "Enter your employee id (5 digits): "
010500     ACCEPT WS-Auth-EmpId
010600     MOVE "S" TO WS-Auth-Role
010700     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
010800         WS-Program-Name, WS-Auth-Granted
010900     IF NOT WS-Auth-Was-Granted
011000         MOVE 8 TO RETURN-CODE
011100         STOP RUN
011200     END-IF
011300     OPEN I-O CaseFile
011400     IF WS-Case-Missing
011500         OPEN OUTPUT CaseFile
011600         CLOSE CaseFile
011700         OPEN I-O CaseFile
011800         DISPLAY "DSRCASE.DAT CREATED - NO CASES ON THE "
011900             "REGISTER YET."
012000     END-IF
012100     IF WS-Case-Status NOT = "00"
012200         DISPLAY "DSRCASE.DAT WILL NOT OPEN (STATUS "
012300             WS-Case-Status ") - NOTHING DONE."
012400         MOVE 8 TO WS-Eoj-Return-Code
012500         GO TO 0000-END-RUN
012600     END-IF
012700     PERFORM 2000-PROCESS-REQUEST
012800         THRU 2000-PROCESS-REQUEST-EXIT
012900         UNTIL NOT WS-Another-Request
013000     CLOSE CaseFile
013100     .
013200 0000-END-RUN.
013300     CALL "EndMsg" USING WS-Program-Name,
013400         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
013500         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
013600         WS-Eoj-Return-Code
013700     MOVE WS-Eoj-Return-Code TO RETURN-CODE
013800     STOP RUN.
013900
014000 2000-PROCESS-REQUEST.
014100     DISPLAY "1. Open a case"
014200     DISPLAY "2. Record identity verified"
014300     DISPLAY "3. Close a rectification case"
014400     DISPLAY "4. Withdraw a case"
014500     DISPLAY "5. List the open cases"
014600     DISPLAY "Enter choice: "
014700     ACCEPT WS-Mode-Choice
014800     EVALUATE WS-Mode-Choice
014900         WHEN 1
015000             PERFORM 2100-OPEN-CASE THRU 2100-OPEN-CASE-EXIT
015100         WHEN 2
015200             PERFORM 2200-VERIFY-IDENTITY
015300                 THRU 2200-VERIFY-IDENTITY-EXIT
015400         WHEN 3
015500             PERFORM 2300-CLOSE-RECTIFICATION
015600                 THRU 2300-CLOSE-RECTIFICATION-EXIT
015700         WHEN 4
015800             PERFORM 2400-WITHDRAW-CASE
015900                 THRU 2400-WITHDRAW-CASE-EXIT
016000         WHEN 5
016100             PERFORM 2500-LIST-OPEN-CASES
016200                 THRU 2500-LIST-OPEN-CASES-EXIT
016300         WHEN OTHER
016400             DISPLAY "Invalid choice - nothing done."
016500     END-EVALUATE
016600     DISPLAY "Another case request (Y/N)? "
016700     ACCEPT WS-More-Requests
016800     .
016900 2000-PROCESS-REQUEST-EXIT.
017000     EXIT.
017100
017200*--------------------------------------------------------------
017300* Reads the case keyed in and says whether it is still open;
017400* the row is left in the record area for the caller.
017500*--------------------------------------------------------------
017600 2050-READ-OPEN-CASE.
017700     MOVE "N" TO WS-Case-Ok
017800     DISPLAY "Case number: "
017900     ACCEPT WS-Entry-Case-Id
018000     ADD 1 TO WS-Eoj-Read-Count
018100     MOVE WS-Entry-Case-Id TO DC-Case-Id
018200     READ CaseFile
018300         INVALID KEY
018400             DISPLAY "Case " WS-Entry-Case-Id " is not on the "
018500                 "register - nothing done."
018600             ADD 1 TO WS-Eoj-Rejected-Count
018700             GO TO 2050-READ-OPEN-CASE-EXIT
018800     END-READ
018900     IF NOT DC-Is-Open
019000         DISPLAY "Case " WS-Entry-Case-Id " is no longer "
019100             "open (status " DC-Status ") - nothing done."
019200         ADD 1 TO WS-Eoj-Rejected-Count
019300         GO TO 2050-READ-OPEN-CASE-EXIT
019400     END-IF
019500     MOVE "Y" TO WS-Case-Ok
019600     .
019700 2050-READ-OPEN-CASE-EXIT.
019800     EXIT.
019900
020000 2100-OPEN-CASE.
020100     DISPLAY "Request type (A access, E erasure, "
020200         "R rectification): "
020300     ACCEPT WS-Entry-Type
020400     MOVE FUNCTION UPPER-CASE(WS-Entry-Type) TO WS-Entry-Type
020500     IF WS-Entry-Type NOT = "A" AND WS-Entry-Type NOT = "E"
020600             AND WS-Entry-Type NOT = "R"
020700         DISPLAY "Type must be A, E or R - nothing done."
020800         ADD 1 TO WS-Eoj-Rejected-Count
020900         GO TO 2100-OPEN-CASE-EXIT
021000     END-IF
021100     DISPLAY "Date received (YYYYMMDD, 0 = today): "
021200     ACCEPT WS-Entry-Date
021300     IF WS-Entry-Date = ZERO
021400         MOVE WS-Run-Date TO WS-Entry-Date
021500     END-IF
021600     IF FUNCTION TEST-DATE-YYYYMMDD(WS-Entry-Date) NOT = 0
021700             OR WS-Entry-Date > WS-Run-Date
021800         DISPLAY "Not a valid date on or before today - "
021900             "nothing done."
022000         ADD 1 TO WS-Eoj-Rejected-Count
022100         GO TO 2100-OPEN-CASE-EXIT
022200     END-IF
022300     PERFORM 2110-NEXT-CASE-ID THRU 2110-NEXT-CASE-ID-EXIT
022400     MOVE SPACES TO DsrCaseRecord
022500     MOVE WS-Next-Case-Id TO DC-Case-Id
022600     MOVE WS-Entry-Type TO DC-Type
022700     SET DC-Is-Received TO TRUE
022800     MOVE WS-Entry-Date TO DC-Received-Date
022900     MOVE ZERO TO DC-Verified-Date
023000     MOVE ZERO TO DC-Closed-Date
023100     MOVE WS-Entry-Date TO WS-Due-Date
023200     PERFORM 2900-ADD-ONE-MONTH THRU 2900-ADD-ONE-MONTH-EXIT
023300     MOVE WS-Due-Date TO DC-Due-Date
023400     MOVE 0 TO DC-Subject-Count
023500     PERFORM VARYING WS-Subject-Index FROM 1 BY 1
023600             UNTIL WS-Subject-Index > 3
023700         MOVE ZERO TO DC-UserId(WS-Subject-Index)
023800         MOVE "N" TO DC-Subject-Done(WS-Subject-Index)
023900     END-PERFORM
024000     MOVE "N" TO WS-Ids-Done
024050     PERFORM 2120-TAKE-ONE-USERID THRU 2120-TAKE-ONE-USERID-EXIT
024100         UNTIL DC-Subject-Count = 3 OR WS-No-More-Ids
024200     IF DC-Subject-Count = 0
024300         DISPLAY "A case needs at least one UserId - "
024400             "nothing done."
024500         ADD 1 TO WS-Eoj-Rejected-Count
024600         GO TO 2100-OPEN-CASE-EXIT
024700     END-IF
024800     DISPLAY "Summary of the request: "
024900     ACCEPT DC-Summary
025000     MOVE WS-Operator TO DC-Opened-By
025100     WRITE DsrCaseRecord
025200     DISPLAY "Case " DC-Case-Id " opened - due " DC-Due-Date
025300         ". Record identity verification when it is done."
025400     MOVE "DSR-OPEN" TO WS-Audit-Event
025500     MOVE SPACES TO WS-Entry-Text
025600     STRING "TYPE " DC-Type " RECEIVED " DC-Received-Date
025700         " DUE " DC-Due-Date DELIMITED BY SIZE
025800         INTO WS-Entry-Text
025900     PERFORM 2950-AUDIT-EVENT THRU 2950-AUDIT-EVENT-EXIT
026000     .
026100 2100-OPEN-CASE-EXIT.
026200     EXIT.
026300
026400*--------------------------------------------------------------
026500* The register is small; the next number is one past the
026600* highest on file.
026700*--------------------------------------------------------------
026800 2110-NEXT-CASE-ID.
026900     MOVE 0 TO WS-Next-Case-Id
027000     MOVE "N" TO WS-Eof-Switch
027100     MOVE 0 TO DC-Case-Id
027200     START CaseFile KEY IS >= DC-Case-Id
027300         INVALID KEY
027400             SET WS-End-Of-Register TO TRUE
027500     END-START
027600     PERFORM UNTIL WS-End-Of-Register
027700         READ CaseFile NEXT RECORD
027800             AT END SET WS-End-Of-Register TO TRUE
027900         END-READ
028000         IF NOT WS-End-Of-Register
028100             MOVE DC-Case-Id TO WS-Next-Case-Id
028200         END-IF
028300     END-PERFORM
028400     ADD 1 TO WS-Next-Case-Id
028500     .
028600 2110-NEXT-CASE-ID-EXIT.
028700     EXIT.
028800
028900 2120-TAKE-ONE-USERID.
028933     DISPLAY "UserId involved (9 digits, check digit last, "
028966         "0 = no more): "
028999     ACCEPT WS-Keyed-UserId
029032     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
029065         WS-Entry-UserId, WS-Id-Check
029098     IF NOT WS-Id-Accepted
029131         GO TO 2120-TAKE-ONE-USERID-EXIT
029164     END-IF
029200     IF WS-Entry-UserId = ZERO
029250         MOVE "Y" TO WS-Ids-Done
029300         GO TO 2120-TAKE-ONE-USERID-EXIT
029400     END-IF
029500     IF WS-Entry-UserId = WS-Trailer-Id
029600         DISPLAY "99999999 is not an account - ignored."
029700         GO TO 2120-TAKE-ONE-USERID-EXIT
029800     END-IF
029900     ADD 1 TO DC-Subject-Count
030000     MOVE WS-Entry-UserId TO DC-UserId(DC-Subject-Count)
030100     .
030200 2120-TAKE-ONE-USERID-EXIT.
030300     EXIT.
030400
030500 2200-VERIFY-IDENTITY.
030600     PERFORM 2050-READ-OPEN-CASE THRU 2050-READ-OPEN-CASE-EXIT
030700     IF NOT WS-Case-Is-Usable
030800         GO TO 2200-VERIFY-IDENTITY-EXIT
030900     END-IF
031000     IF DC-Is-Verified
031100         DISPLAY "Identity on case " DC-Case-Id " was already "
031200             "verified " DC-Verified-Date " - nothing done."
031300         ADD 1 TO WS-Eoj-Rejected-Count
031400         GO TO 2200-VERIFY-IDENTITY-EXIT
031500     END-IF
031600     DISPLAY "Date identity verified (YYYYMMDD, 0 = today): "
031700     ACCEPT WS-Entry-Date
031800     IF WS-Entry-Date = ZERO
031900         MOVE WS-Run-Date TO WS-Entry-Date
032000     END-IF
032100     IF FUNCTION TEST-DATE-YYYYMMDD(WS-Entry-Date) NOT = 0
032200             OR WS-Entry-Date > WS-Run-Date
032300             OR WS-Entry-Date < DC-Received-Date
032400         DISPLAY "Not a valid date between receipt and today "
032500             "- nothing done."
032600         ADD 1 TO WS-Eoj-Rejected-Count
032700         GO TO 2200-VERIFY-IDENTITY-EXIT
032800     END-IF
032900     SET DC-Is-Verified TO TRUE
033000     MOVE WS-Entry-Date TO DC-Verified-Date
033100     MOVE WS-Entry-Date TO WS-Due-Date
033200     PERFORM 2900-ADD-ONE-MONTH THRU 2900-ADD-ONE-MONTH-EXIT
033300     IF WS-Due-Date > DC-Due-Date
033400         MOVE WS-Due-Date TO DC-Due-Date
033500     END-IF
033600     REWRITE DsrCaseRecord
033700     DISPLAY "Case " DC-Case-Id " verified - due " DC-Due-Date
033800     MOVE "DSR-VERIFY" TO WS-Audit-Event
033900     MOVE SPACES TO WS-Entry-Text
034000     STRING "VERIFIED " DC-Verified-Date " DUE " DC-Due-Date
034100         DELIMITED BY SIZE INTO WS-Entry-Text
034200     PERFORM 2950-AUDIT-EVENT THRU 2950-AUDIT-EVENT-EXIT
034300     .
034400 2200-VERIFY-IDENTITY-EXIT.
034500     EXIT.
034600
034700 2300-CLOSE-RECTIFICATION.
034800     PERFORM 2050-READ-OPEN-CASE THRU 2050-READ-OPEN-CASE-EXIT
034900     IF NOT WS-Case-Is-Usable
035000         GO TO 2300-CLOSE-RECTIFICATION-EXIT
035100     END-IF
035200     IF NOT DC-Is-Rectify
035300         DISPLAY "Case " DC-Case-Id " is not a rectification "
035400             "- UserSar or UserErase closes it."
035500         ADD 1 TO WS-Eoj-Rejected-Count
035600         GO TO 2300-CLOSE-RECTIFICATION-EXIT
035700     END-IF
035800     IF NOT DC-Is-Verified
035900         DISPLAY "Identity on case " DC-Case-Id " is not yet "
036000             "verified - nothing done."
036100         ADD 1 TO WS-Eoj-Rejected-Count
036200         GO TO 2300-CLOSE-RECTIFICATION-EXIT
036300     END-IF
036400     DISPLAY "Reference to the correction made: "
036500     ACCEPT WS-Entry-Ref
036600     IF WS-Entry-Ref = SPACES
036700         DISPLAY "A reference is required - nothing done."
036800         ADD 1 TO WS-Eoj-Rejected-Count
036900         GO TO 2300-CLOSE-RECTIFICATION-EXIT
037000     END-IF
037100     PERFORM VARYING WS-Subject-Index FROM 1 BY 1
037200             UNTIL WS-Subject-Index > DC-Subject-Count
037300         MOVE "Y" TO DC-Subject-Done(WS-Subject-Index)
037400         MOVE WS-Entry-Ref TO DC-Subject-Ref(WS-Subject-Index)
037500     END-PERFORM
037600     SET DC-Is-Closed TO TRUE
037700     MOVE WS-Run-Date TO DC-Closed-Date
037800     MOVE WS-Operator TO DC-Closed-By
037900     MOVE WS-Entry-Ref TO DC-Close-Ref
038000     REWRITE DsrCaseRecord
038100     DISPLAY "Case " DC-Case-Id " closed."
038200     MOVE "DSR-CLOSE" TO WS-Audit-Event
038300     MOVE WS-Entry-Ref TO WS-Entry-Text
038400     PERFORM 2950-AUDIT-EVENT THRU 2950-AUDIT-EVENT-EXIT
038500     .
038600 2300-CLOSE-RECTIFICATION-EXIT.
038700     EXIT.
038800
038900 2400-WITHDRAW-CASE.
039000     PERFORM 2050-READ-OPEN-CASE THRU 2050-READ-OPEN-CASE-EXIT
039100     IF NOT WS-Case-Is-Usable
039200         GO TO 2400-WITHDRAW-CASE-EXIT
039300     END-IF
039400     DISPLAY "Reason (withdrawn by requester, refused ...): "
039500     ACCEPT WS-Entry-Ref
039600     IF WS-Entry-Ref = SPACES
039700         DISPLAY "A reason is required - nothing done."
039800         ADD 1 TO WS-Eoj-Rejected-Count
039900         GO TO 2400-WITHDRAW-CASE-EXIT
040000     END-IF
040100     SET DC-Is-Withdrawn TO TRUE
040200     MOVE WS-Run-Date TO DC-Closed-Date
040300     MOVE WS-Operator TO DC-Closed-By
040400     MOVE WS-Entry-Ref TO DC-Close-Ref
040500     REWRITE DsrCaseRecord
040600     DISPLAY "Case " DC-Case-Id " withdrawn."
040700     MOVE "DSR-WITHDRAW" TO WS-Audit-Event
040800     MOVE WS-Entry-Ref TO WS-Entry-Text
040900     PERFORM 2950-AUDIT-EVENT THRU 2950-AUDIT-EVENT-EXIT
041000     .
041100 2400-WITHDRAW-CASE-EXIT.
041200     EXIT.
041300
041400 2500-LIST-OPEN-CASES.
041500     MOVE 0 TO WS-Listed-Count
041600     MOVE "N" TO WS-Eof-Switch
041700     MOVE 0 TO DC-Case-Id
041800     START CaseFile KEY IS >= DC-Case-Id
041900         INVALID KEY
042000             SET WS-End-Of-Register TO TRUE
042100     END-START
042200     PERFORM UNTIL WS-End-Of-Register
042300         READ CaseFile NEXT RECORD
042400             AT END SET WS-End-Of-Register TO TRUE
042500         END-READ
042600         IF NOT WS-End-Of-Register AND DC-Is-Open
042700             DISPLAY DC-Case-Id " " DC-Type " " DC-Status
042800                 " RECEIVED " DC-Received-Date " DUE "
042900                 DC-Due-Date " USERID " DC-UserId(1)
043000             DISPLAY "       " DC-Summary
043100             ADD 1 TO WS-Listed-Count
043200         END-IF
043300     END-PERFORM
043400     MOVE WS-Listed-Count TO WS-Listed-Disp
043500     DISPLAY "OPEN CASES LISTED: " WS-Listed-Disp
043600     .
043700 2500-LIST-OPEN-CASES-EXIT.
043800     EXIT.
043900
044000*--------------------------------------------------------------
044100* One calendar month on from WS-Due-Date: the same day next
044200* month, pulled back to the month's last day when the month
044300* is shorter (31 January is due 28 or 29 February).
044400*--------------------------------------------------------------
044500 2900-ADD-ONE-MONTH.
044600     IF WS-Due-MM = 12
044700         MOVE 1 TO WS-Due-MM
044800         ADD 1 TO WS-Due-YYYY
044900     ELSE
045000         ADD 1 TO WS-Due-MM
045100     END-IF
045200     PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-Due-Date) = 0
045300         SUBTRACT 1 FROM WS-Due-DD
045400     END-PERFORM
045500     .
045600 2900-ADD-ONE-MONTH-EXIT.
045700     EXIT.
045800
045900 2950-AUDIT-EVENT.
046000     MOVE SPACES TO WS-Audit-Detail
046100     STRING "CASE " DC-Case-Id " BY " DELIMITED BY SIZE
046200         WS-Operator DELIMITED BY SPACE
046300         " " WS-Entry-Text DELIMITED BY SIZE
046400         INTO WS-Audit-Detail
046500     END-STRING
046600     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
046700         WS-Audit-Detail
046800     ADD 1 TO WS-Eoj-Written-Count
046900     .
047000 2950-AUDIT-EVENT-EXIT.
047100     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NotifyBnc.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Mail-gateway bounce-back processor: the return leg of the
000900* NOTIFOUT.TXT extract NotifyFmt hands the gateway. Each line
001000* of the gateway's NOTIFBNC.DAT bounce file names the Email,
001100* the event it was carrying, the gateway's reason and whether
001200* the bounce was hard or soft. NOTIFBNC.DAT layout:
001300*   COL 01-30 EMAIL, 32-43 EVENT, 45-74 BOUNCE REASON,
001400*   76 BOUNCE TYPE ("H" hard, "S" soft)
001500* Every account carrying the Email (the Email alternate index)
001600* is worked. A hard bounce marks the Email undeliverable at
001700* once; a soft bounce is counted in EmailSoftBounces and the
001800* Email is marked when the count reaches the soft limit. A
001900* newly marked account is written to USRHIST.DAT (operator
002000* "MAILGATE"), journalled to USRJRNL.DAT, given a follow-up
002100* note through NoteWrite so the NoteTickl morning tickler
002200* carries it, and listed on BOUNCRPT.TXT for the helpdesk to
002300* correct through UserMaint, which clears the marks. NotifyFmt
002400* sends nothing to an undeliverable Email and UserDq scores
002500* it (rule R09). A worked bounce file is deleted, as NotifyFmt
002600* deletes its queue, so a soft bounce is never counted twice.
002700* RC 4 when any Email was newly marked.
002800* Run parameter (RUNPARM.DAT library, through ParmGet):
002900*   SOFTLIMIT soft bounces before the Email is marked (2 digits,
003000*   zero = 03)
003100*--------------------------------------------------------------
003200* MODIFICATION HISTORY
003300*--------------------------------------------------------------
003400* DATE       INIT DESCRIPTION
003500* ---------- ---- -------------------------------------------
003600* 2026-10-15 JWG  Original version.
003625* 2026-10-15 JWG  NoteWrite now takes the helpdesk ticket the
003650*                 note is written under; these notes are written
003675*                 under none.
003681* 2026-10-15 JWG  Run parameters now come from the RUNPARM.DAT
003687*                 library through ParmGet instead of a SYSIN
003693*                 card.
003700*--------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT BounceFile ASSIGN TO DYNAMIC WS-P-NOTIFBNC-DAT
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-Bounce-Status.
004400     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS UserId
004800         ALTERNATE RECORD KEY IS UserName WITH DUPLICATES
004900         ALTERNATE RECORD KEY IS Email WITH DUPLICATES
005000         FILE STATUS IS WS-File-Status.
005100     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-BOUNCRPT-TXT
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  BounceFile.
005700 01  BounceRecord.
005800     02  BNC-Email           PIC X(30).
005900     02  FILLER              PIC X(01).
006000     02  BNC-Event           PIC X(12).
006100     02  FILLER              PIC X(01).
006200     02  BNC-Reason          PIC X(30).
006300     02  FILLER              PIC X(01).
006400     02  BNC-Type            PIC X(01).
006500         88  BNC-Is-Hard         VALUE "H".
006600         88  BNC-Is-Soft         VALUE "S".
006700
006800 FD  UserDatabase.
006900     COPY "USERREC.CPY".
007000
007100 FD  ReportFile.
007200 01  ReportRecord            PIC X(100).
007300
007400 WORKING-STORAGE SECTION.
007500 01  WS-Bounce-Status        PIC XX.
007600     88  WS-Bounce-Missing       VALUE "35".
007700 01  WS-File-Status          PIC XX.
007800     88  WS-File-Not-Found   VALUE "35".
007900 01  WS-Eof-Switch           PIC X VALUE "N".
008000     88  WS-End-Of-Bounces       VALUE "Y".
008100 01  WS-Match-Switch         PIC X VALUE "N".
008200     88  WS-End-Of-Matches       VALUE "Y".
008300 01  WS-Matched-Switch       PIC X VALUE "N".
008400     88  WS-Email-Was-Matched    VALUE "Y".
008410 01  WS-Rewrite-Switch       PIC X VALUE "N".
008420     88  WS-Rewrite-Was-Done     VALUE "Y".
008500 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
008600 01  WS-Run-Date             PIC 9(08).
008700 01  WS-Soft-Limit           PIC 9(02).
008800 01  WS-Type-Text            PIC X(04).
008900 01  WS-Marked-Count         PIC 9(05) COMP VALUE 0.
009000 01  WS-Soft-Count           PIC 9(05) COMP VALUE 0.
009100 01  WS-Already-Count        PIC 9(05) COMP VALUE 0.
009200 01  WS-Unmatched-Count      PIC 9(05) COMP VALUE 0.
009300 01  WS-Unreadable-Count     PIC 9(05) COMP VALUE 0.
009400 01  WS-Count-Disp           PIC ZZZZ9.
009500 01  WS-Delete-Status        PIC S9(08) COMP-5 VALUE 0.
009600 01  WS-Gate-Operator        PIC X(10) VALUE "MAILGATE".
009700 01  WS-Note-Text            PIC X(60).
009800 01  WS-Note-Category        PIC X(01) VALUE "U".
009900 01  WS-Note-Followup        PIC 9(08).
009950 01  WS-Note-Ticket          PIC 9(08) VALUE 0.
010000 01  WS-Hist-Field-Name      PIC X(12).
010100 01  WS-Hist-Old-Value       PIC X(30).
010200 01  WS-Hist-New-Value       PIC X(30).
010300 01  WS-Jrnl-Action          PIC X(01).
010400 01  WS-Before-Image         PIC X(250).
010500 01  WS-After-Image          PIC X(250).
010600 01  WS-Excp-Severity        PIC X(01).
010700 01  WS-Excp-Message         PIC X(60).
010800 01  WS-Lock-Request         PIC X.
010900 01  WS-Lock-Granted         PIC X.
011000     88  WS-Lock-Was-Granted     VALUE "Y".
011100 01  WS-P-NOTIFBNC-DAT      PIC X(30) VALUE "NOTIFBNC.DAT".
011200 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
011300 01  WS-P-BOUNCRPT-TXT      PIC X(30) VALUE "BOUNCRPT.TXT".
011400 01  WS-Eoj-Start-Time       PIC 9(08).
011500 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
011600 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
011700 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
011800 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
011825 01  WS-Parm-Request         PIC X(01) VALUE "G".
011850 01  WS-Parm-Name            PIC X(12).
011875 01  WS-Parm-Value           PIC X(20).
011900 01  WS-Program-Name         PIC X(20) VALUE "NOTIFYBNC".
012000
012100 PROCEDURE DIVISION.
012200
012300 0000-MAINLINE.
012400     CALL "PreDefMsg" USING WS-Program-Name
012500     ACCEPT WS-Eoj-Start-Time FROM TIME
012600     CALL "EnvName" USING WS-P-NOTIFBNC-DAT
012700     CALL "EnvName" USING WS-P-USERS-DATA
012800     CALL "EnvName" USING WS-P-BOUNCRPT-TXT
012900     MOVE "C" TO WS-Lock-Request
013000     CALL "UserLock" USING WS-Lock-Request,
013100         WS-Program-Name, WS-Lock-Granted
013200     IF NOT WS-Lock-Was-Granted
013300         MOVE 8 TO RETURN-CODE
013400         STOP RUN
013500     END-IF
013600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
013700     PERFORM 2000-PROCESS-BOUNCES THRU 2000-PROCESS-BOUNCES-EXIT
013800     PERFORM 3000-WRITE-SUMMARY THRU 3000-WRITE-SUMMARY-EXIT
013900     MOVE "R" TO WS-Lock-Request
014000     CALL "UserLock" USING WS-Lock-Request,
014100         WS-Program-Name, WS-Lock-Granted
014200     MOVE WS-Marked-Count TO WS-Eoj-Written-Count
014300     ADD WS-Unmatched-Count WS-Unreadable-Count
014400         TO WS-Eoj-Rejected-Count
014500     CALL "EndMsg" USING WS-Program-Name,
014600         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
014700         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
014800         WS-Eoj-Return-Code
014900     MOVE WS-Eoj-Return-Code TO RETURN-CODE
015000     STOP RUN.
015100
015200 1000-INITIALIZE.
015300     DISPLAY "MAIL-GATEWAY BOUNCE-BACK PROCESSOR"
015400     DISPLAY "=================================="
015500     CALL "BusDate" USING WS-Run-Date
015560     MOVE "SOFTLIMIT" TO WS-Parm-Name
015620     MOVE "03" TO WS-Parm-Value
015680     PERFORM 9700-GET-RUN-PARM THRU 9700-GET-RUN-PARM-EXIT
015740     COMPUTE WS-Soft-Limit = FUNCTION NUMVAL(WS-Parm-Value)
015800     IF WS-Soft-Limit IS NOT NUMERIC OR WS-Soft-Limit = ZERO
015900         MOVE 3 TO WS-Soft-Limit
016000     END-IF
016100     MOVE WS-Run-Date TO WS-Note-Followup
016200     .
016300 1000-INITIALIZE-EXIT.
016400     EXIT.
016500
016600 2000-PROCESS-BOUNCES.
016700     OPEN INPUT BounceFile
016800     IF WS-Bounce-Missing
016900         DISPLAY "NOTIFBNC.DAT NOT FOUND - NO BOUNCES TONIGHT."
017000         GO TO 2000-PROCESS-BOUNCES-EXIT
017100     END-IF
017200     OPEN I-O UserDatabase
017300     IF WS-File-Not-Found
017400         DISPLAY "USERS.DATA NOT FOUND - BOUNCES LEFT FOR THE "
017500             "NEXT RUN."
017600         CLOSE BounceFile
017700         MOVE 4 TO WS-Eoj-Return-Code
017800         GO TO 2000-PROCESS-BOUNCES-EXIT
017900     END-IF
018000     OPEN OUTPUT ReportFile
018100     MOVE SPACES TO ReportRecord
018200     STRING "UNDELIVERABLE EMAILS - RUN " WS-Run-Date
018300         " SOFT LIMIT " WS-Soft-Limit
018400         DELIMITED BY SIZE INTO ReportRecord
018500     WRITE ReportRecord
018600     MOVE "USERID   USER  EMAIL" TO ReportRecord
018700     MOVE "TYPE EVENT        REASON" TO ReportRecord(47:25)
018800     WRITE ReportRecord
018900     READ BounceFile
019000         AT END SET WS-End-Of-Bounces TO TRUE
019100     END-READ
019200     PERFORM UNTIL WS-End-Of-Bounces
019300         ADD 1 TO WS-Eoj-Read-Count
019400         PERFORM 2100-WORK-ONE-BOUNCE
019500             THRU 2100-WORK-ONE-BOUNCE-EXIT
019600         READ BounceFile
019700             AT END SET WS-End-Of-Bounces TO TRUE
019800         END-READ
019900     END-PERFORM
020000     CLOSE ReportFile
020100     CLOSE UserDatabase
020200     CLOSE BounceFile
020300     CALL "CBL_DELETE_FILE" USING WS-P-NOTIFBNC-DAT
020400         RETURNING WS-Delete-Status
020500     .
020600 2000-PROCESS-BOUNCES-EXIT.
020700     EXIT.
020800
020900*--------------------------------------------------------------
021000* Every account on the Email alternate index carrying the
021100* bounced address is worked; a line the gateway wrote without
021200* an address or a hard/soft type is counted and skipped.
021300*--------------------------------------------------------------
021400 2100-WORK-ONE-BOUNCE.
021500     IF BNC-Email = SPACES
021600             OR NOT (BNC-Is-Hard OR BNC-Is-Soft)
021700         ADD 1 TO WS-Unreadable-Count
021800         GO TO 2100-WORK-ONE-BOUNCE-EXIT
021900     END-IF
022000     IF BNC-Is-Hard
022100         MOVE "HARD" TO WS-Type-Text
022200     ELSE
022300         MOVE "SOFT" TO WS-Type-Text
022400     END-IF
022500     MOVE "N" TO WS-Match-Switch
022600     MOVE "N" TO WS-Matched-Switch
022700     MOVE BNC-Email TO Email
022800     START UserDatabase KEY IS = Email
022900         INVALID KEY
023000             SET WS-End-Of-Matches TO TRUE
023100     END-START
023200     PERFORM UNTIL WS-End-Of-Matches
023300         READ UserDatabase NEXT RECORD
023400             AT END SET WS-End-Of-Matches TO TRUE
023500         END-READ
023600         IF NOT WS-End-Of-Matches
023700             IF Email NOT = BNC-Email
023800                 SET WS-End-Of-Matches TO TRUE
023900             ELSE
024000                 IF UserId NOT = WS-Trailer-Id
024100                     SET WS-Email-Was-Matched TO TRUE
024200                     PERFORM 2200-APPLY-TO-ACCOUNT
024300                         THRU 2200-APPLY-TO-ACCOUNT-EXIT
024400                 END-IF
024500             END-IF
024600         END-IF
024700     END-PERFORM
024800     IF NOT WS-Email-Was-Matched
024900         ADD 1 TO WS-Unmatched-Count
025000         MOVE SPACES TO ReportRecord
025100         STRING "NOT ON FILE    " BNC-Email " " WS-Type-Text
025200             " " BNC-Event " " BNC-Reason
025300             DELIMITED BY SIZE INTO ReportRecord
025400         WRITE ReportRecord
025500     END-IF
025600     .
025700 2100-WORK-ONE-BOUNCE-EXIT.
025800     EXIT.
025900
026000*--------------------------------------------------------------
026100* An Email already marked waits for the helpdesk and is left
026200* alone. A soft bounce under the limit only moves the count.
026300*--------------------------------------------------------------
026400 2200-APPLY-TO-ACCOUNT.
026500     IF EmailIsUndeliverable
026600         ADD 1 TO WS-Already-Count
026700         GO TO 2200-APPLY-TO-ACCOUNT-EXIT
026800     END-IF
026900     MOVE UserRecord TO WS-Before-Image
027000     IF EmailSoftBounces IS NOT NUMERIC
027100         MOVE ZERO TO EmailSoftBounces
027200     END-IF
027300     MOVE WS-Run-Date TO EmailBounceDate
027400     IF BNC-Is-Soft
027500         IF EmailSoftBounces < 99
027600             ADD 1 TO EmailSoftBounces
027700         END-IF
027800         IF EmailSoftBounces < WS-Soft-Limit
027900             ADD 1 TO WS-Soft-Count
028000             PERFORM 2900-REWRITE-AND-JOURNAL
028100                 THRU 2900-REWRITE-AND-JOURNAL-EXIT
028200             GO TO 2200-APPLY-TO-ACCOUNT-EXIT
028300         END-IF
028400     END-IF
028500     PERFORM 2300-MARK-UNDELIVERABLE
028600         THRU 2300-MARK-UNDELIVERABLE-EXIT
028700     .
028800 2200-APPLY-TO-ACCOUNT-EXIT.
028900     EXIT.
029000
029100 2300-MARK-UNDELIVERABLE.
029200     SET EmailIsUndeliverable TO TRUE
029300     PERFORM 2900-REWRITE-AND-JOURNAL
029400         THRU 2900-REWRITE-AND-JOURNAL-EXIT
029500     IF NOT WS-Rewrite-Was-Done
029600         GO TO 2300-MARK-UNDELIVERABLE-EXIT
029700     END-IF
029800     ADD 1 TO WS-Marked-Count
029900     MOVE "EMAILSTATUS" TO WS-Hist-Field-Name
030000     MOVE SPACES TO WS-Hist-Old-Value
030100     MOVE EmailStatus TO WS-Hist-New-Value
030200     CALL "HistWrite" USING UserId, WS-Hist-Field-Name,
030300         WS-Hist-Old-Value, WS-Hist-New-Value,
030400         WS-Gate-Operator
030500     MOVE SPACES TO WS-Note-Text
030600     STRING "EMAIL UNDELIVERABLE (" WS-Type-Text ") "
030700         BNC-Reason DELIMITED BY SIZE INTO WS-Note-Text
030800     CALL "NoteWrite" USING UserId, WS-Note-Text,
030900         WS-Gate-Operator, WS-Note-Category, WS-Note-Followup,
030950         WS-Note-Ticket
031000     MOVE SPACES TO ReportRecord
031100     STRING UserId " " UserName " " Email " " WS-Type-Text
031200         " " BNC-Event " " BNC-Reason
031300         DELIMITED BY SIZE INTO ReportRecord
031400     WRITE ReportRecord
031500     .
031600 2300-MARK-UNDELIVERABLE-EXIT.
031700     EXIT.
031800
031900*--------------------------------------------------------------
032000* Rewrite with a fresh stamp and the before/after images to
032100* the USRJRNL.DAT update journal; the Email key is unchanged,
032200* so the alternate-index browse keeps its place.
032300*--------------------------------------------------------------
032400 2900-REWRITE-AND-JOURNAL.
032450     MOVE "N" TO WS-Rewrite-Switch
032500     CALL "TimeStamp" USING LastChangedStamp
032600     REWRITE UserRecord
032700         INVALID KEY
032800             DISPLAY "NOTIFYBNC: REWRITE FAILED FOR USER "
032900                 UserId ", STATUS " WS-File-Status
033000             ADD 1 TO WS-Eoj-Rejected-Count
033100             GO TO 2900-REWRITE-AND-JOURNAL-EXIT
033200     END-REWRITE
033250     SET WS-Rewrite-Was-Done TO TRUE
033300     MOVE "R" TO WS-Jrnl-Action
033400     MOVE UserRecord TO WS-After-Image
033500     CALL "UserJrnl" USING WS-Program-Name, WS-Jrnl-Action,
033600         WS-Before-Image, WS-After-Image
033700     .
033800 2900-REWRITE-AND-JOURNAL-EXIT.
033900     EXIT.
034000
034100 3000-WRITE-SUMMARY.
034200     MOVE WS-Marked-Count TO WS-Count-Disp
034300     DISPLAY "EMAILS MARKED UNDELIVERABLE: " WS-Count-Disp
034400     IF WS-Marked-Count > 0
034500         MOVE "W" TO WS-Excp-Severity
034600         MOVE SPACES TO WS-Excp-Message
034700         STRING "EMAILS MARKED UNDELIVERABLE: " WS-Count-Disp
034800             " - SEE BOUNCRPT.TXT" DELIMITED BY SIZE
034900             INTO WS-Excp-Message
035000         CALL "ExcpLog" USING WS-Program-Name,
035100             WS-Excp-Severity, WS-Excp-Message
035200         MOVE 4 TO WS-Eoj-Return-Code
035300     END-IF
035400     MOVE WS-Soft-Count TO WS-Count-Disp
035500     DISPLAY "SOFT BOUNCES COUNTED:        " WS-Count-Disp
035600     MOVE WS-Already-Count TO WS-Count-Disp
035700     DISPLAY "ALREADY UNDELIVERABLE:       " WS-Count-Disp
035800     MOVE WS-Unmatched-Count TO WS-Count-Disp
035900     DISPLAY "EMAILS NOT ON FILE:          " WS-Count-Disp
036000     MOVE WS-Unreadable-Count TO WS-Count-Disp
036100     DISPLAY "UNREADABLE BOUNCE LINES:     " WS-Count-Disp
036200     .
036300 3000-WRITE-SUMMARY-EXIT.
036400     EXIT.
036410
036420*--------------------------------------------------------------
036430* Standing run parameters come from the RUNPARM.DAT library;
036440* the caller primes WS-Parm-Value with the default.
036450*--------------------------------------------------------------
036460 9700-GET-RUN-PARM.
036470     CALL "ParmGet" USING WS-Parm-Request, WS-Program-Name,
036480         WS-Parm-Name, WS-Parm-Value
036490     .
036500 9700-GET-RUN-PARM-EXIT.
036510     EXIT.

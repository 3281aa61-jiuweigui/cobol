000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ExcpPage.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* On-call pager for E-severity exceptions. An E on EXCEPTS.DAT
000900* at two in the morning used to wait for the 7am shift and
001000* RunSumm; this step runs behind each critical step of the
001100* nightly chain and:
001200*   - pages tonight's new E exceptions (dated on or after
001300*     the business date, not yet on PAGELOG.DAT) to the
001400*     primary of the ONCALL.DAT cover period in force, as a
001500*     line on the NOTIFOUT.TXT mail-gateway extract
001600*   - escalates to the secondary any page whose exception
001700*     is still unworked on ExcpAck after the period's
001800*     escalation minutes, and again each time the same
001850*     minutes pass after that until the page is worked
001900*   - closes the page once ExcpAck shows it worked
002000* Every page, escalation and close is written to
002100* SUITEAUD.LOG through AuditLog. With no cover period in
002200* force the exception is logged unsent (and paged by the
002300* first run that finds a rota), with a W through ExcpLog
002400* and RC 4. The extract is added to, not replaced: the
002500* gateway collects it as lines arrive, and LogRoll rolls it
002516* to a dated archive each night so it holds one business
002532* date. Besides the PAGEnnn steps the pager runs once more
002548* after the nightly rollover (PAGE099) and through the day
002564* under PAGESWP.JCL, so an escalation never waits on the
002580* next night's chain.
002600*--------------------------------------------------------------
002700* MODIFICATION HISTORY
002800*--------------------------------------------------------------
002900* DATE       INIT DESCRIPTION
003000* ---------- ---- -------------------------------------------
003100* 2026-10-15 JWG  Original version.
003120* 2026-10-15 JWG  An escalated page that is still unworked is
003140*                 escalated again every PG-Escalate-Mins from
003160*                 its last escalation, until it is worked; the
003180*                 pager also runs at PAGE099 and from PAGESWP.
003200*--------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT ExceptionFile ASSIGN TO DYNAMIC WS-P-EXCEPTS-DAT
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-Exception-Status.
003900     SELECT OnCallFile ASSIGN TO DYNAMIC WS-P-ONCALL-DAT
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS ONC-Start-Date
004300         FILE STATUS IS WS-OnCall-Status.
004400     SELECT PageFile ASSIGN TO DYNAMIC WS-P-PAGELOG-DAT
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS PG-Excp-Seq
004800         FILE STATUS IS WS-Page-Status.
004900     SELECT ExtractFile ASSIGN TO DYNAMIC WS-P-NOTIFOUT-TXT
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-Extract-Status.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  ExceptionFile.
005600     COPY "EXCPREC.CPY".
005700
005800 FD  OnCallFile.
005900     COPY "ONCALL.CPY".
006000
006100 FD  PageFile.
006200     COPY "PAGELOG.CPY".
006300
006400 FD  ExtractFile.
006500 01  ExtractRecord           PIC X(70).
006600
006700 WORKING-STORAGE SECTION.
006800 01  WS-Exception-Status     PIC XX.
006900     88  WS-Exception-Missing    VALUE "35".
007000 01  WS-OnCall-Status        PIC XX.
007100     88  WS-OnCall-Missing       VALUE "35".
007200 01  WS-Page-Status          PIC XX.
007300     88  WS-Page-Missing         VALUE "35".
007400 01  WS-Extract-Status       PIC XX.
007500     88  WS-Extract-Missing      VALUE "35".
007600 01  WS-Eof-Switch           PIC X VALUE "N".
007700     88  WS-End-Of-Input         VALUE "Y".
007800 01  WS-Run-Date             PIC 9(08).
007900 01  WS-Now-Date             PIC 9(08).
008000 01  WS-Now-Time             PIC 9(08).
008100 01  WS-Time-Parts.
008200     02  WS-TP-Hours         PIC 9(02).
008300     02  WS-TP-Minutes       PIC 9(02).
008400     02  WS-TP-Seconds       PIC 9(02).
008500     02  WS-TP-Hundredths    PIC 9(02).
008600 01  WS-Now-Mins             PIC 9(05) COMP.
008700 01  WS-Paged-Mins           PIC 9(05) COMP.
008733 01  WS-Since-Date           PIC 9(08).
008766 01  WS-Since-Time           PIC 9(08).
008800 01  WS-Waited-Mins          PIC S9(09) COMP.
008900 01  WS-Excp-Seq             PIC 9(09) VALUE 0.
009000 01  WS-Rota-Switch          PIC X(01) VALUE "N".
009100     88  WS-Rota-In-Force        VALUE "Y".
009200 01  WS-Rota.
009300     02  WS-Rota-Start       PIC 9(08).
009400     02  WS-Rota-Primary     PIC 9(05).
009500     02  WS-Rota-Primary-Addr
009600                             PIC X(30).
009700     02  WS-Rota-Secondary   PIC 9(05).
009800     02  WS-Rota-Secondary-Addr
009900                             PIC X(30).
010000     02  WS-Rota-Escalate    PIC 9(03).
010100 01  WS-Extract-Open         PIC X(01) VALUE "N".
010200     88  WS-Extract-Is-Open      VALUE "Y".
010300 01  WS-Extract-Line.
010400     02  WS-Out-Email        PIC X(30).
010500     02  FILLER              PIC X VALUE SPACE.
010600     02  WS-Out-Event        PIC X(12).
010700     02  FILLER              PIC X VALUE SPACE.
010800     02  WS-Out-Date         PIC 9(08).
010900     02  FILLER              PIC X VALUE SPACE.
011000     02  WS-Out-Detail       PIC X(10).
011100 01  WS-Send-EmpId           PIC 9(05).
011200 01  WS-Send-Address         PIC X(30).
011300 01  WS-Paged-Count          PIC 9(05) COMP VALUE 0.
011400 01  WS-Escalated-Count      PIC 9(05) COMP VALUE 0.
011500 01  WS-Closed-Count         PIC 9(05) COMP VALUE 0.
011600 01  WS-Unsent-Count         PIC 9(05) COMP VALUE 0.
011700 01  WS-Count-Disp           PIC ZZZZ9.
011800 01  WS-Audit-Event          PIC X(12).
011900 01  WS-Audit-Detail         PIC X(60).
012000 01  WS-Excp-Severity        PIC X(01).
012100 01  WS-Excp-Message         PIC X(60).
012200 01  WS-P-EXCEPTS-DAT       PIC X(30) VALUE "EXCEPTS.DAT".
012300 01  WS-P-ONCALL-DAT        PIC X(30) VALUE "ONCALL.DAT".
012400 01  WS-P-PAGELOG-DAT       PIC X(30) VALUE "PAGELOG.DAT".
012500 01  WS-P-NOTIFOUT-TXT      PIC X(30) VALUE "NOTIFOUT.TXT".
012600 01  WS-Eoj-Start-Time       PIC 9(08).
012700 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
012800 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
012900 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
013000 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
013100 01  WS-Program-Name         PIC X(20) VALUE "EXCPPAGE".
013200
013300 PROCEDURE DIVISION.
013400
013500 0000-MAINLINE.
013600     CALL "PreDefMsg" USING WS-Program-Name
013700     ACCEPT WS-Eoj-Start-Time FROM TIME
013800     CALL "EnvName" USING WS-P-EXCEPTS-DAT
013900     CALL "EnvName" USING WS-P-ONCALL-DAT
014000     CALL "EnvName" USING WS-P-PAGELOG-DAT
014100     CALL "EnvName" USING WS-P-NOTIFOUT-TXT
014200     DISPLAY "ON-CALL EXCEPTION PAGER"
014300     DISPLAY "======================="
014400     CALL "BusDate" USING WS-Run-Date
014500     ACCEPT WS-Now-Date FROM DATE YYYYMMDD
014600     ACCEPT WS-Now-Time FROM TIME
014700     MOVE WS-Now-Time TO WS-Time-Parts
014800     COMPUTE WS-Now-Mins = (WS-TP-Hours * 60) + WS-TP-Minutes
014900     PERFORM 1000-FIND-ROTA THRU 1000-FIND-ROTA-EXIT
015000     OPEN INPUT ExceptionFile
015100     IF WS-Exception-Missing
015200         DISPLAY "EXCEPTS.DAT NOT FOUND - NOTHING TO PAGE."
015300         GO TO 0000-WRAP-UP
015400     END-IF
015500     OPEN I-O PageFile
015600     IF WS-Page-Missing
015700         OPEN OUTPUT PageFile
015800         CLOSE PageFile
015900         OPEN I-O PageFile
016000     END-IF
016100     READ ExceptionFile
016200         AT END SET WS-End-Of-Input TO TRUE
016300     END-READ
016400     PERFORM UNTIL WS-End-Of-Input
016500         ADD 1 TO WS-Excp-Seq
016600         ADD 1 TO WS-Eoj-Read-Count
016700         IF EXC-Severity = "E"
016800             PERFORM 2000-CHECK-EXCEPTION
016900                 THRU 2000-CHECK-EXCEPTION-EXIT
017000         END-IF
017100         READ ExceptionFile
017200             AT END SET WS-End-Of-Input TO TRUE
017300         END-READ
017400     END-PERFORM
017500     CLOSE ExceptionFile
017600     CLOSE PageFile
017700     IF WS-Extract-Is-Open
017800         CLOSE ExtractFile
017900     END-IF
018000     PERFORM 4000-REPORT-COUNTS THRU 4000-REPORT-COUNTS-EXIT
018100     .
018200 0000-WRAP-UP.
018300     COMPUTE WS-Eoj-Written-Count =
018400         WS-Paged-Count + WS-Escalated-Count
018500     MOVE WS-Unsent-Count TO WS-Eoj-Rejected-Count
018600     CALL "EndMsg" USING WS-Program-Name,
018700         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
018800         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
018900         WS-Eoj-Return-Code
019000     MOVE WS-Eoj-Return-Code TO RETURN-CODE
019100     STOP RUN.
019200
019300*--------------------------------------------------------------
019400* The cover period in force is the one that started latest
019500* of those covering today; the file is in start-date order.
019600*--------------------------------------------------------------
019700 1000-FIND-ROTA.
019800     OPEN INPUT OnCallFile
019900     IF WS-OnCall-Missing
020000         DISPLAY "ONCALL.DAT NOT FOUND - NO ON-CALL ROTA."
020100         GO TO 1000-FIND-ROTA-EXIT
020200     END-IF
020300     MOVE "N" TO WS-Eof-Switch
020400     READ OnCallFile NEXT RECORD
020500         AT END SET WS-End-Of-Input TO TRUE
020600     END-READ
020700     PERFORM UNTIL WS-End-Of-Input
020800         IF ONC-Start-Date <= WS-Now-Date
020900                 AND ONC-End-Date >= WS-Now-Date
021000             SET WS-Rota-In-Force TO TRUE
021100             MOVE ONC-Start-Date TO WS-Rota-Start
021200             MOVE ONC-Primary-EmpId TO WS-Rota-Primary
021300             MOVE ONC-Primary-Address TO WS-Rota-Primary-Addr
021400             MOVE ONC-Secondary-EmpId TO WS-Rota-Secondary
021500             MOVE ONC-Secondary-Address
021600                 TO WS-Rota-Secondary-Addr
021700             MOVE ONC-Escalate-Mins TO WS-Rota-Escalate
021800         END-IF
021900         READ OnCallFile NEXT RECORD
022000             AT END SET WS-End-Of-Input TO TRUE
022100         END-READ
022200     END-PERFORM
022300     CLOSE OnCallFile
022400     MOVE "N" TO WS-Eof-Switch
022500     IF WS-Rota-In-Force
022600         DISPLAY "ON CALL: PRIMARY " WS-Rota-Primary
022700             " SECONDARY " WS-Rota-Secondary " (COVER FROM "
022800             WS-Rota-Start ")"
022900     ELSE
023000         DISPLAY "NO ON-CALL COVER IN FORCE FOR " WS-Now-Date
023100     END-IF
023200     .
023300 1000-FIND-ROTA-EXIT.
023400     EXIT.
023500
023600*--------------------------------------------------------------
023700* A page row whose program, date and time no longer match
023800* the exception at its position is left alone.
023900*--------------------------------------------------------------
024000 2000-CHECK-EXCEPTION.
024100     MOVE WS-Excp-Seq TO PG-Excp-Seq
024200     READ PageFile
024300         INVALID KEY
024400             IF EXC-Date >= WS-Run-Date
024500                 PERFORM 2100-NEW-PAGE THRU 2100-NEW-PAGE-EXIT
024600             END-IF
024700             GO TO 2000-CHECK-EXCEPTION-EXIT
024800     END-READ
024900     IF PG-Excp-Program NOT = EXC-Program
025000             OR PG-Excp-Date NOT = EXC-Date
025100             OR PG-Excp-Time NOT = EXC-Time
025200         GO TO 2000-CHECK-EXCEPTION-EXIT
025300     END-IF
025400     IF PG-Is-Acked
025500         GO TO 2000-CHECK-EXCEPTION-EXIT
025600     END-IF
025700     IF EXC-Is-Worked
025800         PERFORM 2300-CLOSE-PAGE THRU 2300-CLOSE-PAGE-EXIT
025900         GO TO 2000-CHECK-EXCEPTION-EXIT
026000     END-IF
026100     EVALUATE TRUE
026200         WHEN PG-Is-Unsent
026300             PERFORM 2150-PAGE-PRIMARY
026400                 THRU 2150-PAGE-PRIMARY-EXIT
026500             REWRITE PageRecord
026600         WHEN PG-Is-Paged
026700             PERFORM 2200-CHECK-ESCALATION
026800                 THRU 2200-CHECK-ESCALATION-EXIT
026825         WHEN PG-Is-Escalated
026850             PERFORM 2200-CHECK-ESCALATION
026875                 THRU 2200-CHECK-ESCALATION-EXIT
026900     END-EVALUATE
027000     .
027100 2000-CHECK-EXCEPTION-EXIT.
027200     EXIT.
027300
027400 2100-NEW-PAGE.
027500     IF EXC-Is-Worked
027600         GO TO 2100-NEW-PAGE-EXIT
027700     END-IF
027800     MOVE SPACES TO PageRecord
027900     MOVE WS-Excp-Seq TO PG-Excp-Seq
028000     MOVE EXC-Program TO PG-Excp-Program
028100     MOVE EXC-Date TO PG-Excp-Date
028200     MOVE EXC-Time TO PG-Excp-Time
028300     MOVE EXC-Message TO PG-Excp-Message
028400     SET PG-Is-Unsent TO TRUE
028500     MOVE 0 TO PG-Rota-Start
028600     MOVE 0 TO PG-Escalate-Mins
028700     MOVE 0 TO PG-Primary-EmpId
028800     MOVE 0 TO PG-Paged-Date
028900     MOVE 0 TO PG-Paged-Time
029000     MOVE 0 TO PG-Secondary-EmpId
029100     MOVE 0 TO PG-Escalated-Date
029200     MOVE 0 TO PG-Escalated-Time
029300     MOVE 0 TO PG-Acked-Date
029400     PERFORM 2150-PAGE-PRIMARY THRU 2150-PAGE-PRIMARY-EXIT
029500     WRITE PageRecord
029600     .
029700 2100-NEW-PAGE-EXIT.
029800     EXIT.
029900
030000 2150-PAGE-PRIMARY.
030100     IF NOT WS-Rota-In-Force
030200         ADD 1 TO WS-Unsent-Count
030300         GO TO 2150-PAGE-PRIMARY-EXIT
030400     END-IF
030500     MOVE WS-Rota-Start TO PG-Rota-Start
030600     MOVE WS-Rota-Escalate TO PG-Escalate-Mins
030700     MOVE WS-Rota-Primary TO PG-Primary-EmpId
030800     MOVE WS-Now-Date TO PG-Paged-Date
030900     MOVE WS-Now-Time TO PG-Paged-Time
031000     SET PG-Is-Paged TO TRUE
031100     MOVE WS-Rota-Primary TO WS-Send-EmpId
031200     MOVE WS-Rota-Primary-Addr TO WS-Send-Address
031300     MOVE "ONCALL-PAGE" TO WS-Out-Event
031400     MOVE "PAGE-SENT" TO WS-Audit-Event
031500     PERFORM 3000-SEND-PAGE THRU 3000-SEND-PAGE-EXIT
031600     ADD 1 TO WS-Paged-Count
031700     .
031800 2150-PAGE-PRIMARY-EXIT.
031900     EXIT.
032000
032100*--------------------------------------------------------------
032200* The escalation goes to the secondary on cover now, which
032300* after a hand-over is the new period's. The minutes run
032333* from the first page, or from the last escalation when the
032366* page has been escalated already and is still unworked.
032400*--------------------------------------------------------------
032500 2200-CHECK-ESCALATION.
032600     IF NOT WS-Rota-In-Force
032700         GO TO 2200-CHECK-ESCALATION-EXIT
032800     END-IF
032812     IF PG-Is-Escalated
032824         MOVE PG-Escalated-Date TO WS-Since-Date
032836         MOVE PG-Escalated-Time TO WS-Since-Time
032848     ELSE
032860         MOVE PG-Paged-Date TO WS-Since-Date
032872         MOVE PG-Paged-Time TO WS-Since-Time
032884     END-IF
032900     MOVE WS-Since-Time TO WS-Time-Parts
033000     COMPUTE WS-Paged-Mins = (WS-TP-Hours * 60) + WS-TP-Minutes
033100     COMPUTE WS-Waited-Mins =
033200         ((FUNCTION INTEGER-OF-DATE(WS-Now-Date)
033300           - FUNCTION INTEGER-OF-DATE(WS-Since-Date)) * 1440)
033400         + WS-Now-Mins - WS-Paged-Mins
033500     IF WS-Waited-Mins < PG-Escalate-Mins
033600         GO TO 2200-CHECK-ESCALATION-EXIT
033700     END-IF
033800     MOVE WS-Rota-Secondary TO PG-Secondary-EmpId
033900     MOVE WS-Now-Date TO PG-Escalated-Date
034000     MOVE WS-Now-Time TO PG-Escalated-Time
034100     SET PG-Is-Escalated TO TRUE
034200     REWRITE PageRecord
034300     MOVE WS-Rota-Secondary TO WS-Send-EmpId
034400     MOVE WS-Rota-Secondary-Addr TO WS-Send-Address
034500     MOVE "ONCALL-ESCAL" TO WS-Out-Event
034600     MOVE "PAGE-ESCAL" TO WS-Audit-Event
034700     PERFORM 3000-SEND-PAGE THRU 3000-SEND-PAGE-EXIT
034800     ADD 1 TO WS-Escalated-Count
034900     .
035000 2200-CHECK-ESCALATION-EXIT.
035100     EXIT.
035200
035300 2300-CLOSE-PAGE.
035400     SET PG-Is-Acked TO TRUE
035500     MOVE EXC-Ack-By TO PG-Acked-By
035600     MOVE EXC-Ack-Date TO PG-Acked-Date
035700     REWRITE PageRecord
035800     ADD 1 TO WS-Closed-Count
035900     MOVE SPACES TO WS-Audit-Detail
036000     STRING PG-Excp-Seq " " PG-Excp-Program(1:10)
036100         " WORKED BY " EXC-Ack-By
036200         DELIMITED BY SIZE INTO WS-Audit-Detail
036300     MOVE "PAGE-CLOSED" TO WS-Audit-Event
036400     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
036500         WS-Audit-Detail
036600     .
036700 2300-CLOSE-PAGE-EXIT.
036800     EXIT.
036900
037000*--------------------------------------------------------------
037100* One extract line in the NotifyFmt layout: the address, the
037200* message type, the exception's date and the program that
037300* raised it.
037400*--------------------------------------------------------------
037500 3000-SEND-PAGE.
037600     IF NOT WS-Extract-Is-Open
037700         OPEN EXTEND ExtractFile
037800         IF WS-Extract-Missing
037900             OPEN OUTPUT ExtractFile
038000         END-IF
038100         SET WS-Extract-Is-Open TO TRUE
038200     END-IF
038300     MOVE WS-Send-Address TO WS-Out-Email
038400     MOVE PG-Excp-Date TO WS-Out-Date
038500     MOVE PG-Excp-Program(1:10) TO WS-Out-Detail
038600     MOVE WS-Extract-Line TO ExtractRecord
038700     WRITE ExtractRecord
038800     DISPLAY WS-Out-Event " " WS-Send-EmpId " "
038900         PG-Excp-Program " " PG-Excp-Message
039000     MOVE SPACES TO WS-Audit-Detail
039100     STRING PG-Excp-Seq " " PG-Excp-Program(1:10) " TO "
039200         WS-Send-EmpId " " WS-Send-Address
039300         DELIMITED BY SIZE INTO WS-Audit-Detail
039400     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
039500         WS-Audit-Detail
039600     .
039700 3000-SEND-PAGE-EXIT.
039800     EXIT.
039900
040000 4000-REPORT-COUNTS.
040100     MOVE WS-Paged-Count TO WS-Count-Disp
040200     DISPLAY "PAGED TO THE PRIMARY:      " WS-Count-Disp
040300     MOVE WS-Escalated-Count TO WS-Count-Disp
040400     DISPLAY "ESCALATED TO THE SECONDARY:" WS-Count-Disp
040500     MOVE WS-Closed-Count TO WS-Count-Disp
040600     DISPLAY "CLOSED AS WORKED:          " WS-Count-Disp
040700     MOVE WS-Unsent-Count TO WS-Count-Disp
040800     DISPLAY "NOT PAGED (NO COVER):      " WS-Count-Disp
040900     IF WS-Unsent-Count > 0
041000         MOVE "W" TO WS-Excp-Severity
041100         MOVE SPACES TO WS-Excp-Message
041200         STRING "E EXCEPTIONS NOT PAGED - NO ON-CALL COVER: "
041300             WS-Count-Disp DELIMITED BY SIZE
041400             INTO WS-Excp-Message
041500         CALL "ExcpLog" USING WS-Program-Name,
041600             WS-Excp-Severity, WS-Excp-Message
041700         MOVE 4 TO WS-Eoj-Return-Code
041800     END-IF
041900     .
042000 4000-REPORT-COUNTS-EXIT.
042100     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SlaWatch.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Nightly SLA watchdog. RunTrend shows the chain slowing over
000900* weeks; this says on the night whether the milestones the
001000* downstream systems wait on (USRINTF.DAT for the identity
001100* system's pick-up, and the like) made their deadlines.
001200* The SLATAB.DAT rows for tonight's day type (shared DayClass
001300* routine: N, P or Q, the most particular row winning) are
001400* timed against:
001500*   - RUNCKPT.DAT, the RunCtl checkpoint for the milestone
001600*     step, where the step has one
001700*   - otherwise RUNSTATS.DAT, the end of the step program's
001800*     last run tonight (EndMsg's start plus elapsed)
001900* Times carry no date, so anything earlier in the day than
002000* the night's first RUNSTATS.DAT start is the morning after.
002100* A milestone done inside its warning margin is a W through
002200* ExcpLog; done after its deadline, or still not done with
002300* the deadline passed, is an E; not done but inside the
002400* margin is a W (at risk). Each verdict goes to SLAHIST.DAT
002500* for the SlaRpt monthly attainment report, and the lines
002600* go to SLAWATCH.TXT, which RunSumm carries as the SLA
002700* section of the morning page. Any W or E ends the run
002800* RC 4, not 8, so the summary that reports it still runs.
002900*--------------------------------------------------------------
003000* MODIFICATION HISTORY
003100*--------------------------------------------------------------
003200* DATE       INIT DESCRIPTION
003300* ---------- ---- -------------------------------------------
003400* 2026-10-15 JWG  Original version.
003500*--------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT SlaFile ASSIGN TO DYNAMIC WS-P-SLATAB-DAT
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS SLA-Key
004300         FILE STATUS IS WS-Sla-Status.
004400     SELECT CheckpointFile ASSIGN TO DYNAMIC WS-P-RUNCKPT-DAT
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-Checkpoint-Status.
004700     SELECT RunStatsFile ASSIGN TO DYNAMIC WS-P-RUNSTATS-DAT
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-RunStats-Status.
005000     SELECT SlaHistFile ASSIGN TO DYNAMIC WS-P-SLAHIST-DAT
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS SH-Key
005400         FILE STATUS IS WS-Sla-Hist-Status.
005500     SELECT WatchFile ASSIGN TO DYNAMIC WS-P-SLAWATCH-TXT
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  SlaFile.
006100     COPY "SLATAB.CPY".
006200
006300 FD  CheckpointFile.
006400 01  CheckpointRecord.
006500     02  CKP-Business-Date   PIC 9(08).
006600     02  CKP-Step-Name       PIC X(08).
006700     02  CKP-Time            PIC 9(08).
006800
006900 FD  RunStatsFile.
007000     COPY "RUNSTATS.CPY".
007100
007200 FD  SlaHistFile.
007300     COPY "SLAHIST.CPY".
007400
007500 FD  WatchFile.
007600 01  WatchRecord             PIC X(80).
007700
007800 WORKING-STORAGE SECTION.
007900 01  WS-Sla-Status           PIC XX.
008000     88  WS-Sla-Missing          VALUE "35".
008100 01  WS-Checkpoint-Status    PIC XX.
008200     88  WS-Checkpoint-Missing   VALUE "35".
008300 01  WS-RunStats-Status      PIC XX.
008400     88  WS-RunStats-Missing     VALUE "35".
008500 01  WS-Sla-Hist-Status      PIC XX.
008600     88  WS-Sla-Hist-Missing     VALUE "35".
008700 01  WS-Eof-Switch           PIC X VALUE "N".
008800     88  WS-End-Of-Input         VALUE "Y".
008900 01  WS-Run-Date             PIC 9(08).
009000 01  WS-Day-Class            PIC X(01).
009100 01  WS-Class-Rank           PIC 9(01).
009200 01  WS-Row-Rank             PIC 9(01).
009300 01  WS-Now-Date             PIC 9(08).
009400 01  WS-Now-Time             PIC 9(08).
009500 01  WS-Day-Offset           PIC S9(05) COMP.
009600 01  WS-Now-Mins             PIC 9(05) COMP.
009700 01  WS-Time-Parts.
009800     02  WS-TP-Hours         PIC 9(02).
009900     02  WS-TP-Minutes       PIC 9(02).
010000     02  WS-TP-Seconds       PIC 9(02).
010100     02  WS-TP-Hundredths    PIC 9(02).
010200 01  WS-Hhmm-Parts.
010300     02  WS-HP-Hours         PIC 9(02).
010400     02  WS-HP-Minutes       PIC 9(02).
010500 01  WS-Hhmm-Num REDEFINES WS-Hhmm-Parts
010600                             PIC 9(04).
010700 01  WS-Chain-Start-Secs     PIC 9(05) COMP VALUE 43200.
010800 01  WS-Chain-Start-Found    PIC X(01) VALUE "N".
010900     88  WS-Chain-Start-Known    VALUE "Y".
011000 01  WS-Work-Secs            PIC 9(06) COMP.
011100 01  WS-Work-Mins            PIC 9(05) COMP.
011200 01  WS-Deadline-Mins        PIC 9(05) COMP.
011300 01  WS-Warn-Mins            PIC 9(05) COMP.
011400 01  WS-Done-Mins            PIC 9(05) COMP.
011500 01  WS-Slack-Mins           PIC S9(05).
011600 01  WS-Disp-Day             PIC 9(01).
011700 01  WS-Disp-Time            PIC 9(04).
011800 01  WS-Sla-Count            PIC 9(03) COMP VALUE 0.
011900 01  WS-Sla-Dropped          PIC 9(03) COMP VALUE 0.
012000 01  WS-Sla-Index            PIC 9(03) COMP.
012100 01  WS-Found-Index          PIC 9(03) COMP.
012200 01  WS-Sla-Table.
012300     02  WS-Sla-Entry OCCURS 100 TIMES.
012400         03  WS-ST-Milestone     PIC X(08).
012500         03  WS-ST-Program       PIC X(20).
012600         03  WS-ST-Description   PIC X(30).
012700         03  WS-ST-Rank          PIC 9(01).
012800         03  WS-ST-Deadline-Day  PIC 9(01).
012900         03  WS-ST-Deadline-Time PIC 9(04).
013000         03  WS-ST-Margin        PIC 9(03).
013100         03  WS-ST-Ckp-Found     PIC X(01).
013200         03  WS-ST-Ckp-Mins      PIC 9(05) COMP.
013300         03  WS-ST-Stats-Found   PIC X(01).
013400         03  WS-ST-Stats-Mins    PIC 9(05) COMP.
013500 01  WS-Met-Count            PIC 9(05) COMP VALUE 0.
013600 01  WS-Warned-Count         PIC 9(05) COMP VALUE 0.
013700 01  WS-Missed-Count         PIC 9(05) COMP VALUE 0.
013800 01  WS-Open-Count           PIC 9(05) COMP VALUE 0.
013900 01  WS-Count-Disp           PIC ZZZZ9.
014000 01  WS-Count-Disp-2         PIC ZZZZ9.
014100 01  WS-Count-Disp-3         PIC ZZZZ9.
014200 01  WS-Count-Disp-4         PIC ZZZZ9.
014300 01  WS-Outcome-Text         PIC X(13).
014400 01  WS-Watch-Line.
014500     02  FILLER              PIC X(04) VALUE "SLA ".
014600     02  WS-WL-Milestone     PIC X(08).
014700     02  FILLER              PIC X(01) VALUE SPACES.
014800     02  WS-WL-Description   PIC X(24).
014900     02  FILLER              PIC X(05) VALUE " DUE ".
015000     02  WS-WL-Due           PIC X(06).
015100     02  FILLER              PIC X(06) VALUE " DONE ".
015200     02  WS-WL-Done          PIC X(06).
015300     02  FILLER              PIC X(01) VALUE SPACES.
015400     02  WS-WL-Outcome       PIC X(13).
015500 01  WS-Day-Time-Text.
015600     02  WS-DT-Day           PIC 9(01).
015700     02  FILLER              PIC X(01) VALUE "/".
015800     02  WS-DT-Time          PIC 9(04).
015900 01  WS-Excp-Severity        PIC X(01).
016000 01  WS-Excp-Message         PIC X(60).
016100 01  WS-P-SLATAB-DAT        PIC X(30) VALUE "SLATAB.DAT".
016200 01  WS-P-RUNCKPT-DAT       PIC X(30) VALUE "RUNCKPT.DAT".
016300 01  WS-P-RUNSTATS-DAT      PIC X(30) VALUE "RUNSTATS.DAT".
016400 01  WS-P-SLAHIST-DAT       PIC X(30) VALUE "SLAHIST.DAT".
016500 01  WS-P-SLAWATCH-TXT      PIC X(30) VALUE "SLAWATCH.TXT".
016600 01  WS-Eoj-Start-Time       PIC 9(08).
016700 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
016800 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
016900 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
017000 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
017100 01  WS-Program-Name         PIC X(20) VALUE "SLAWATCH".
017200
017300 PROCEDURE DIVISION.
017400
017500 0000-MAINLINE.
017600     CALL "PreDefMsg" USING WS-Program-Name
017700     ACCEPT WS-Eoj-Start-Time FROM TIME
017800     CALL "EnvName" USING WS-P-SLATAB-DAT
017900     CALL "EnvName" USING WS-P-RUNCKPT-DAT
018000     CALL "EnvName" USING WS-P-RUNSTATS-DAT
018100     CALL "EnvName" USING WS-P-SLAHIST-DAT
018200     CALL "EnvName" USING WS-P-SLAWATCH-TXT
018300     DISPLAY "NIGHTLY SLA WATCHDOG"
018400     DISPLAY "===================="
018500     CALL "BusDate" USING WS-Run-Date
018600     CALL "DayClass" USING WS-Run-Date, WS-Day-Class
018700     PERFORM 1000-SET-CLOCK THRU 1000-SET-CLOCK-EXIT
018800     OPEN OUTPUT WatchFile
018900     MOVE SPACES TO WatchRecord
019000     STRING "SLA WATCHDOG - BUSINESS DATE " WS-Run-Date
019100         " DAY TYPE " WS-Day-Class " - CHECKED " WS-Now-Date
019200         " " WS-Now-Time(1:4)
019300         DELIMITED BY SIZE INTO WatchRecord
019400     WRITE WatchRecord
019500     PERFORM 1100-LOAD-SLAS THRU 1100-LOAD-SLAS-EXIT
019600     IF WS-Sla-Count = 0
019700         MOVE "SLA NO MILESTONES DEFINED FOR THIS DAY TYPE"
019800             TO WatchRecord
019900         WRITE WatchRecord
020000         CLOSE WatchFile
020100         GO TO 0000-WRAP-UP
020200     END-IF
020300     PERFORM 2000-SCAN-RUNSTATS THRU 2000-SCAN-RUNSTATS-EXIT
020400     PERFORM 2500-SCAN-CHECKPOINTS
020500         THRU 2500-SCAN-CHECKPOINTS-EXIT
020600     OPEN I-O SlaHistFile
020700     IF WS-Sla-Hist-Missing
020800         OPEN OUTPUT SlaHistFile
020900         CLOSE SlaHistFile
021000         OPEN I-O SlaHistFile
021100     END-IF
021200     PERFORM 3000-JUDGE-MILESTONE THRU 3000-JUDGE-MILESTONE-EXIT
021300         VARYING WS-Sla-Index FROM 1 BY 1
021400         UNTIL WS-Sla-Index > WS-Sla-Count
021500     CLOSE SlaHistFile
021600     PERFORM 4000-WRITE-TOTALS THRU 4000-WRITE-TOTALS-EXIT
021700     CLOSE WatchFile
021800     .
021900 0000-WRAP-UP.
022000     CALL "EndMsg" USING WS-Program-Name,
022100         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
022200         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
022300         WS-Eoj-Return-Code
022400     MOVE WS-Eoj-Return-Code TO RETURN-CODE
022500     STOP RUN.
022600
022700*--------------------------------------------------------------
022800* Minutes are counted from midnight starting the business
022900* date, so the morning after runs on past 1440.
023000*--------------------------------------------------------------
023100 1000-SET-CLOCK.
023200     ACCEPT WS-Now-Date FROM DATE YYYYMMDD
023300     ACCEPT WS-Now-Time FROM TIME
023400     COMPUTE WS-Day-Offset =
023500         FUNCTION INTEGER-OF-DATE(WS-Now-Date)
023600         - FUNCTION INTEGER-OF-DATE(WS-Run-Date)
023700     IF WS-Day-Offset < 0
023800         MOVE 0 TO WS-Day-Offset
023900     END-IF
024000     IF WS-Day-Offset > 2
024100         MOVE 2 TO WS-Day-Offset
024200     END-IF
024300     MOVE WS-Now-Time TO WS-Time-Parts
024400     COMPUTE WS-Now-Mins = (WS-Day-Offset * 1440)
024500         + (WS-TP-Hours * 60) + WS-TP-Minutes
024600     EVALUATE WS-Day-Class
024700         WHEN "Q"
024800             MOVE 3 TO WS-Class-Rank
024900         WHEN "P"
025000             MOVE 2 TO WS-Class-Rank
025100         WHEN OTHER
025200             MOVE 1 TO WS-Class-Rank
025300     END-EVALUATE
025400     .
025500 1000-SET-CLOCK-EXIT.
025600     EXIT.
025700
025800 1100-LOAD-SLAS.
025900     OPEN INPUT SlaFile
026000     IF WS-Sla-Missing
026100         DISPLAY "SLATAB.DAT NOT FOUND - NO SLA MILESTONES "
026200             "TO WATCH."
026300         GO TO 1100-LOAD-SLAS-EXIT
026400     END-IF
026500     MOVE "N" TO WS-Eof-Switch
026600     READ SlaFile NEXT RECORD
026700         AT END SET WS-End-Of-Input TO TRUE
026800     END-READ
026900     PERFORM UNTIL WS-End-Of-Input
027000         PERFORM 1200-APPLY-SLA-ROW THRU 1200-APPLY-SLA-ROW-EXIT
027100         READ SlaFile NEXT RECORD
027200             AT END SET WS-End-Of-Input TO TRUE
027300         END-READ
027400     END-PERFORM
027500     CLOSE SlaFile
027600     IF WS-Sla-Dropped > 0
027700         MOVE "W" TO WS-Excp-Severity
027800         MOVE SPACES TO WS-Excp-Message
027900         MOVE WS-Sla-Dropped TO WS-Count-Disp
028000         STRING "SLA TABLE FULL - MILESTONES NOT WATCHED: "
028100             WS-Count-Disp DELIMITED BY SIZE
028200             INTO WS-Excp-Message
028300         CALL "ExcpLog" USING WS-Program-Name,
028400             WS-Excp-Severity, WS-Excp-Message
028500         MOVE 4 TO WS-Eoj-Return-Code
028600     END-IF
028700     .
028800 1100-LOAD-SLAS-EXIT.
028900     EXIT.
029000
029100*--------------------------------------------------------------
029200* A quarter-end takes a milestone's Q row over its P row and
029300* its P row over its N row; a normal night uses N rows only.
029400*--------------------------------------------------------------
029500 1200-APPLY-SLA-ROW.
029600     EVALUATE SLA-Day-Type
029700         WHEN "Q"
029800             MOVE 3 TO WS-Row-Rank
029900         WHEN "P"
030000             MOVE 2 TO WS-Row-Rank
030100         WHEN OTHER
030200             MOVE 1 TO WS-Row-Rank
030300     END-EVALUATE
030400     IF WS-Row-Rank > WS-Class-Rank
030500         GO TO 1200-APPLY-SLA-ROW-EXIT
030600     END-IF
030700     MOVE 0 TO WS-Found-Index
030800     PERFORM VARYING WS-Sla-Index FROM 1 BY 1
030900             UNTIL WS-Sla-Index > WS-Sla-Count
031000         IF WS-ST-Milestone(WS-Sla-Index) = SLA-Milestone
031100             MOVE WS-Sla-Index TO WS-Found-Index
031200         END-IF
031300     END-PERFORM
031400     IF WS-Found-Index = 0
031500         IF WS-Sla-Count >= 100
031600             ADD 1 TO WS-Sla-Dropped
031700             GO TO 1200-APPLY-SLA-ROW-EXIT
031800         END-IF
031900         ADD 1 TO WS-Sla-Count
032000         MOVE WS-Sla-Count TO WS-Found-Index
032100     ELSE
032200         IF WS-ST-Rank(WS-Found-Index) > WS-Row-Rank
032300             GO TO 1200-APPLY-SLA-ROW-EXIT
032400         END-IF
032500     END-IF
032600     MOVE SLA-Milestone TO WS-ST-Milestone(WS-Found-Index)
032700     MOVE SLA-Program TO WS-ST-Program(WS-Found-Index)
032800     MOVE SLA-Description TO WS-ST-Description(WS-Found-Index)
032900     MOVE WS-Row-Rank TO WS-ST-Rank(WS-Found-Index)
033000     MOVE SLA-Deadline-Day TO WS-ST-Deadline-Day(WS-Found-Index)
033100     MOVE SLA-Deadline-Time
033200         TO WS-ST-Deadline-Time(WS-Found-Index)
033300     MOVE SLA-Margin-Mins TO WS-ST-Margin(WS-Found-Index)
033400     MOVE "N" TO WS-ST-Ckp-Found(WS-Found-Index)
033500     MOVE "N" TO WS-ST-Stats-Found(WS-Found-Index)
033600     MOVE 0 TO WS-ST-Ckp-Mins(WS-Found-Index)
033700     MOVE 0 TO WS-ST-Stats-Mins(WS-Found-Index)
033800     .
033900 1200-APPLY-SLA-ROW-EXIT.
034000     EXIT.
034100
034200*--------------------------------------------------------------
034300* The night's first RUNSTATS.DAT row is the gate step's and
034400* sets the chain start; a later run of the same program
034500* (a rerun) replaces the earlier end time.
034600*--------------------------------------------------------------
034700 2000-SCAN-RUNSTATS.
034800     OPEN INPUT RunStatsFile
034900     IF WS-RunStats-Missing
035000         DISPLAY "RUNSTATS.DAT NOT FOUND - CHECKPOINTS ONLY."
035100         GO TO 2000-SCAN-RUNSTATS-EXIT
035200     END-IF
035300     MOVE "N" TO WS-Eof-Switch
035400     READ RunStatsFile
035500         AT END SET WS-End-Of-Input TO TRUE
035600     END-READ
035700     PERFORM UNTIL WS-End-Of-Input
035800         IF RS-Date = WS-Run-Date
035900             ADD 1 TO WS-Eoj-Read-Count
036000             PERFORM 2100-TIME-STATS-ROW
036100                 THRU 2100-TIME-STATS-ROW-EXIT
036200         END-IF
036300         READ RunStatsFile
036400             AT END SET WS-End-Of-Input TO TRUE
036500         END-READ
036600     END-PERFORM
036700     CLOSE RunStatsFile
036800     .
036900 2000-SCAN-RUNSTATS-EXIT.
037000     EXIT.
037100
037200 2100-TIME-STATS-ROW.
037300     MOVE RS-Start-Time TO WS-Time-Parts
037400     COMPUTE WS-Work-Secs = (WS-TP-Hours * 3600)
037500         + (WS-TP-Minutes * 60) + WS-TP-Seconds
037600     IF NOT WS-Chain-Start-Known
037700         MOVE WS-Work-Secs TO WS-Chain-Start-Secs
037800         SET WS-Chain-Start-Known TO TRUE
037900     END-IF
038000     IF WS-Work-Secs < WS-Chain-Start-Secs
038100         ADD 86400 TO WS-Work-Secs
038200     END-IF
038300     ADD RS-Elapsed-Secs TO WS-Work-Secs
038400     COMPUTE WS-Work-Mins = WS-Work-Secs / 60
038500     PERFORM VARYING WS-Sla-Index FROM 1 BY 1
038600             UNTIL WS-Sla-Index > WS-Sla-Count
038700         IF WS-ST-Program(WS-Sla-Index) = RS-Program
038800             MOVE "Y" TO WS-ST-Stats-Found(WS-Sla-Index)
038900             MOVE WS-Work-Mins TO WS-ST-Stats-Mins(WS-Sla-Index)
039000         END-IF
039100     END-PERFORM
039200     .
039300 2100-TIME-STATS-ROW-EXIT.
039400     EXIT.
039500
039600 2500-SCAN-CHECKPOINTS.
039700     OPEN INPUT CheckpointFile
039800     IF WS-Checkpoint-Missing
039900         GO TO 2500-SCAN-CHECKPOINTS-EXIT
040000     END-IF
040100     MOVE "N" TO WS-Eof-Switch
040200     READ CheckpointFile
040300         AT END SET WS-End-Of-Input TO TRUE
040400     END-READ
040500     PERFORM UNTIL WS-End-Of-Input
040600         IF CKP-Business-Date = WS-Run-Date
040700             ADD 1 TO WS-Eoj-Read-Count
040800             PERFORM 2600-TIME-CHECKPOINT
040900                 THRU 2600-TIME-CHECKPOINT-EXIT
041000         END-IF
041100         READ CheckpointFile
041200             AT END SET WS-End-Of-Input TO TRUE
041300         END-READ
041400     END-PERFORM
041500     CLOSE CheckpointFile
041600     .
041700 2500-SCAN-CHECKPOINTS-EXIT.
041800     EXIT.
041900
042000 2600-TIME-CHECKPOINT.
042100     MOVE CKP-Time TO WS-Time-Parts
042200     COMPUTE WS-Work-Secs = (WS-TP-Hours * 3600)
042300         + (WS-TP-Minutes * 60) + WS-TP-Seconds
042400     IF WS-Work-Secs < WS-Chain-Start-Secs
042500         ADD 86400 TO WS-Work-Secs
042600     END-IF
042700     COMPUTE WS-Work-Mins = WS-Work-Secs / 60
042800     PERFORM VARYING WS-Sla-Index FROM 1 BY 1
042900             UNTIL WS-Sla-Index > WS-Sla-Count
043000         IF WS-ST-Milestone(WS-Sla-Index) = CKP-Step-Name
043100             MOVE "Y" TO WS-ST-Ckp-Found(WS-Sla-Index)
043200             MOVE WS-Work-Mins TO WS-ST-Ckp-Mins(WS-Sla-Index)
043300         END-IF
043400     END-PERFORM
043500     .
043600 2600-TIME-CHECKPOINT-EXIT.
043700     EXIT.
043800
043900 3000-JUDGE-MILESTONE.
044000     MOVE WS-ST-Deadline-Time(WS-Sla-Index) TO WS-Hhmm-Num
044100     COMPUTE WS-Deadline-Mins =
044200         (WS-ST-Deadline-Day(WS-Sla-Index) * 1440)
044300         + (WS-HP-Hours * 60) + WS-HP-Minutes
044400     IF WS-ST-Margin(WS-Sla-Index) > WS-Deadline-Mins
044500         MOVE 0 TO WS-Warn-Mins
044600     ELSE
044700         COMPUTE WS-Warn-Mins = WS-Deadline-Mins
044800             - WS-ST-Margin(WS-Sla-Index)
044900     END-IF
045000     MOVE SPACES TO SlaHistRecord
045100     MOVE WS-Run-Date TO SH-Business-Date
045200     MOVE WS-ST-Milestone(WS-Sla-Index) TO SH-Milestone
045300     MOVE WS-Day-Class TO SH-Day-Class
045400     MOVE WS-ST-Program(WS-Sla-Index) TO SH-Program
045500     MOVE WS-ST-Deadline-Day(WS-Sla-Index) TO SH-Deadline-Day
045600     MOVE WS-ST-Deadline-Time(WS-Sla-Index)
045700         TO SH-Deadline-Time
045800     MOVE WS-ST-Margin(WS-Sla-Index) TO SH-Margin-Mins
045900     MOVE 0 TO SH-Done-Day
046000     MOVE 0 TO SH-Done-Time
046100     MOVE 0 TO SH-Slack-Mins
046200     MOVE WS-Now-Date TO SH-Checked-Date
046300     MOVE WS-Now-Time TO SH-Checked-Time
046400     MOVE WS-ST-Deadline-Day(WS-Sla-Index) TO WS-DT-Day
046500     MOVE WS-ST-Deadline-Time(WS-Sla-Index) TO WS-DT-Time
046600     MOVE WS-Day-Time-Text TO WS-WL-Due
046700     MOVE "-/----" TO WS-WL-Done
046800     EVALUATE TRUE
046900         WHEN WS-ST-Ckp-Found(WS-Sla-Index) = "Y"
047000             MOVE "C" TO SH-Source
047100             MOVE WS-ST-Ckp-Mins(WS-Sla-Index) TO WS-Done-Mins
047200         WHEN WS-ST-Stats-Found(WS-Sla-Index) = "Y"
047300             MOVE "S" TO SH-Source
047400             MOVE WS-ST-Stats-Mins(WS-Sla-Index)
047500                 TO WS-Done-Mins
047600         WHEN OTHER
047700             MOVE SPACE TO SH-Source
047800     END-EVALUATE
047900     IF SH-Source = SPACE
048000         PERFORM 3200-JUDGE-NOT-DONE
048100             THRU 3200-JUDGE-NOT-DONE-EXIT
048200     ELSE
048300         PERFORM 3100-JUDGE-DONE THRU 3100-JUDGE-DONE-EXIT
048400     END-IF
048500     MOVE WS-ST-Milestone(WS-Sla-Index) TO WS-WL-Milestone
048600     MOVE WS-ST-Description(WS-Sla-Index) TO WS-WL-Description
048700     MOVE WS-Outcome-Text TO WS-WL-Outcome
048800     MOVE WS-Watch-Line TO WatchRecord
048900     WRITE WatchRecord
049000     WRITE SlaHistRecord
049100         INVALID KEY
049200             REWRITE SlaHistRecord
049300     END-WRITE
049400     ADD 1 TO WS-Eoj-Written-Count
049500     .
049600 3000-JUDGE-MILESTONE-EXIT.
049700     EXIT.
049800
049900 3100-JUDGE-DONE.
050000     COMPUTE WS-Disp-Day = WS-Done-Mins / 1440
050100     COMPUTE WS-Work-Mins = WS-Done-Mins - (WS-Disp-Day * 1440)
050200     COMPUTE WS-HP-Hours = WS-Work-Mins / 60
050300     COMPUTE WS-HP-Minutes = WS-Work-Mins - (WS-HP-Hours * 60)
050400     MOVE WS-Disp-Day TO SH-Done-Day
050500     MOVE WS-Hhmm-Num TO SH-Done-Time
050600     MOVE WS-Disp-Day TO WS-DT-Day
050700     MOVE WS-Hhmm-Num TO WS-DT-Time
050800     MOVE WS-Day-Time-Text TO WS-WL-Done
050900     COMPUTE WS-Slack-Mins = WS-Deadline-Mins - WS-Done-Mins
051000     MOVE WS-Slack-Mins TO SH-Slack-Mins
051100     EVALUATE TRUE
051200         WHEN WS-Done-Mins > WS-Deadline-Mins
051300             SET SH-Was-Missed TO TRUE
051400             ADD 1 TO WS-Missed-Count
051500             MOVE "MISSED" TO WS-Outcome-Text
051600             MOVE "E" TO WS-Excp-Severity
051700             MOVE SPACES TO WS-Excp-Message
051800             STRING "SLA " WS-ST-Milestone(WS-Sla-Index)
051900                 " MISSED - DONE " WS-WL-Done " DUE "
052000                 WS-WL-Due DELIMITED BY SIZE
052100                 INTO WS-Excp-Message
052200             PERFORM 3900-RAISE THRU 3900-RAISE-EXIT
052300         WHEN WS-Done-Mins >= WS-Warn-Mins
052400             SET SH-Was-Warned TO TRUE
052500             ADD 1 TO WS-Warned-Count
052600             MOVE "INSIDE MARGIN" TO WS-Outcome-Text
052700             MOVE "W" TO WS-Excp-Severity
052800             MOVE SPACES TO WS-Excp-Message
052900             STRING "SLA " WS-ST-Milestone(WS-Sla-Index)
053000                 " INSIDE MARGIN - DONE " WS-WL-Done " DUE "
053100                 WS-WL-Due DELIMITED BY SIZE
053200                 INTO WS-Excp-Message
053300             PERFORM 3900-RAISE THRU 3900-RAISE-EXIT
053400         WHEN OTHER
053500             SET SH-Was-Met TO TRUE
053600             ADD 1 TO WS-Met-Count
053700             MOVE "MET" TO WS-Outcome-Text
053800     END-EVALUATE
053900     .
054000 3100-JUDGE-DONE-EXIT.
054100     EXIT.
054200
054300*--------------------------------------------------------------
054400* Not done yet: judged against the clock now. A milestone
054500* not yet inside its margin is only listed - it may simply
054600* run after this step.
054700*--------------------------------------------------------------
054800 3200-JUDGE-NOT-DONE.
054900     EVALUATE TRUE
055000         WHEN WS-Now-Mins > WS-Deadline-Mins
055100             SET SH-Was-Missed TO TRUE
055200             ADD 1 TO WS-Missed-Count
055300             MOVE "MISSED" TO WS-Outcome-Text
055400             MOVE "E" TO WS-Excp-Severity
055500             MOVE SPACES TO WS-Excp-Message
055600             STRING "SLA " WS-ST-Milestone(WS-Sla-Index)
055700                 " MISSED - NOT COMPLETE, DUE " WS-WL-Due
055800                 DELIMITED BY SIZE INTO WS-Excp-Message
055900             PERFORM 3900-RAISE THRU 3900-RAISE-EXIT
056000         WHEN WS-Now-Mins >= WS-Warn-Mins
056100             SET SH-Was-Warned TO TRUE
056200             ADD 1 TO WS-Warned-Count
056300             MOVE "AT RISK" TO WS-Outcome-Text
056400             MOVE "W" TO WS-Excp-Severity
056500             MOVE SPACES TO WS-Excp-Message
056600             STRING "SLA " WS-ST-Milestone(WS-Sla-Index)
056700                 " AT RISK - NOT COMPLETE, DUE " WS-WL-Due
056800                 DELIMITED BY SIZE INTO WS-Excp-Message
056900             PERFORM 3900-RAISE THRU 3900-RAISE-EXIT
057000         WHEN OTHER
057100             SET SH-Was-Open TO TRUE
057200             ADD 1 TO WS-Open-Count
057300             MOVE "NOT YET DUE" TO WS-Outcome-Text
057400     END-EVALUATE
057500     .
057600 3200-JUDGE-NOT-DONE-EXIT.
057700     EXIT.
057800
057900 3900-RAISE.
058000     CALL "ExcpLog" USING WS-Program-Name,
058100         WS-Excp-Severity, WS-Excp-Message
058200     MOVE 4 TO WS-Eoj-Return-Code
058300     .
058400 3900-RAISE-EXIT.
058500     EXIT.
058600
058700 4000-WRITE-TOTALS.
058800     MOVE WS-Met-Count TO WS-Count-Disp
058900     MOVE WS-Warned-Count TO WS-Count-Disp-2
059000     MOVE WS-Missed-Count TO WS-Count-Disp-3
059100     MOVE WS-Open-Count TO WS-Count-Disp-4
059200     MOVE SPACES TO WatchRecord
059300     STRING "SLA TOTALS  MET " WS-Count-Disp
059400         "  INSIDE MARGIN/AT RISK " WS-Count-Disp-2
059500         "  MISSED " WS-Count-Disp-3
059600         "  NOT YET DUE " WS-Count-Disp-4
059700         DELIMITED BY SIZE INTO WatchRecord
059800     WRITE WatchRecord
059900     DISPLAY WatchRecord
060000     .
060100 4000-WRITE-TOTALS-EXIT.
060200     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SlaRpt.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Monthly SLA attainment report over SLAHIST.DAT, the nightly
000900* verdicts SlaWatch keeps. Per milestone, for the month on
001000* the card (YYYYMM; zeros for the business date's month):
001100* nights watched, met, inside margin, missed and not yet
001200* due, the attainment - met or inside margin as a share of
001300* the nights the milestone was judged - and the worst slack
001400* in minutes (negative is late). Not-yet-due nights are
001500* counted but left out of the attainment. Output to
001600* SLARPT.TXT for the monthly service review.
001700*--------------------------------------------------------------
001800* MODIFICATION HISTORY
001900*--------------------------------------------------------------
002000* DATE       INIT DESCRIPTION
002100* ---------- ---- -------------------------------------------
002200* 2026-10-15 JWG  Original version.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT SlaHistFile ASSIGN TO DYNAMIC WS-P-SLAHIST-DAT
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS SH-Key
003100         FILE STATUS IS WS-Sla-Hist-Status.
003200     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-SLARPT-TXT
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  SlaHistFile.
003800     COPY "SLAHIST.CPY".
003900
004000 FD  ReportFile.
004100 01  ReportRecord            PIC X(80).
004200
004300 WORKING-STORAGE SECTION.
004400 01  WS-Sla-Hist-Status      PIC XX.
004500     88  WS-Sla-Hist-Missing     VALUE "35".
004600 01  WS-Eof-Switch           PIC X VALUE "N".
004700     88  WS-End-Of-Input         VALUE "Y".
004800 01  WS-Run-Date             PIC 9(08).
004900 01  WS-Card-Month-Text      PIC X(06).
005000 01  WS-Card-Month REDEFINES WS-Card-Month-Text
005100                             PIC 9(06).
005200 01  WS-Month-Parts.
005300     02  WS-MP-Year          PIC 9(04).
005400     02  WS-MP-Month         PIC 9(02).
005500 01  WS-Month-Num REDEFINES WS-Month-Parts
005600                             PIC 9(06).
005700 01  WS-Hist-Month           PIC 9(06).
005800 01  WS-Row-Count            PIC 9(03) COMP VALUE 0.
005900 01  WS-Row-Dropped          PIC 9(05) COMP VALUE 0.
006000 01  WS-Row-Index            PIC 9(03) COMP.
006100 01  WS-Found-Index          PIC 9(03) COMP.
006200 01  WS-Sla-Rows.
006300     02  WS-Sla-Row OCCURS 100 TIMES.
006400         03  WS-SR-Milestone     PIC X(08).
006500         03  WS-SR-Program       PIC X(20).
006600         03  WS-SR-Nights        PIC 9(03) COMP.
006700         03  WS-SR-Met           PIC 9(03) COMP.
006800         03  WS-SR-Warned        PIC 9(03) COMP.
006900         03  WS-SR-Missed        PIC 9(03) COMP.
007000         03  WS-SR-Open          PIC 9(03) COMP.
007100         03  WS-SR-Judged        PIC X(01).
007200         03  WS-SR-Worst-Slack   PIC S9(05) COMP.
007300 01  WS-Total-Nights         PIC 9(05) COMP VALUE 0.
007400 01  WS-Total-Met            PIC 9(05) COMP VALUE 0.
007500 01  WS-Total-Warned         PIC 9(05) COMP VALUE 0.
007600 01  WS-Total-Missed         PIC 9(05) COMP VALUE 0.
007700 01  WS-Total-Open           PIC 9(05) COMP VALUE 0.
007800 01  WS-Attain-Top           PIC 9(05) COMP.
007900 01  WS-Attain-Bottom        PIC 9(05) COMP.
008000 01  WS-Attain-Pct           PIC 9(03)V9.
008100 01  WS-Heading-1.
008200     02  FILLER              PIC X(32)
008300         VALUE "SLA ATTAINMENT REPORT - MONTH ".
008400     02  WS-H1-Month         PIC 9(06).
008500 01  WS-Heading-2.
008600     02  FILLER              PIC X(36)
008700         VALUE "MILESTONE PROGRAM  NIGHTS   MET WARN".
008800     02  FILLER              PIC X(33)
008900         VALUE "  MISS OPEN  ATTAIN   WORST SLACK".
009000 01  WS-Detail-Line.
009100     02  WS-DL-Milestone     PIC X(08).
009200     02  FILLER              PIC X(02) VALUE SPACES.
009300     02  WS-DL-Program       PIC X(10).
009400     02  WS-DL-Nights        PIC ZZZZ9.
009500     02  FILLER              PIC X(01) VALUE SPACES.
009600     02  WS-DL-Met           PIC ZZZZ9.
009700     02  WS-DL-Warned        PIC ZZZZ9.
009800     02  WS-DL-Missed        PIC ZZZZZ9.
009900     02  WS-DL-Open          PIC ZZZZ9.
010000     02  FILLER              PIC X(02) VALUE SPACES.
010100     02  WS-DL-Attain        PIC X(06).
010200     02  FILLER              PIC X(03) VALUE SPACES.
010300     02  WS-DL-Worst         PIC X(06).
010400 01  WS-Attain-Disp          PIC ZZ9.9.
010500 01  WS-Worst-Disp           PIC -ZZZZ9.
010600 01  WS-Dropped-Disp         PIC ZZZZ9.
010700 01  WS-P-SLAHIST-DAT       PIC X(30) VALUE "SLAHIST.DAT".
010800 01  WS-P-SLARPT-TXT        PIC X(30) VALUE "SLARPT.TXT".
010900 01  WS-Eoj-Start-Time       PIC 9(08).
011000 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
011100 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
011200 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
011300 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
011400 01  WS-Program-Name         PIC X(20) VALUE "SLARPT".
011500
011600 PROCEDURE DIVISION.
011700
011800 0000-MAINLINE.
011900     CALL "PreDefMsg" USING WS-Program-Name
012000     ACCEPT WS-Eoj-Start-Time FROM TIME
012100     CALL "EnvName" USING WS-P-SLAHIST-DAT
012200     CALL "EnvName" USING WS-P-SLARPT-TXT
012300     DISPLAY "MONTHLY SLA ATTAINMENT REPORT"
012400     DISPLAY "============================="
012500     CALL "BusDate" USING WS-Run-Date
012600     ACCEPT WS-Card-Month-Text
012700     IF WS-Card-Month-Text = SPACES
012800         MOVE ZEROS TO WS-Card-Month-Text
012900     END-IF
013000     IF WS-Card-Month-Text NOT NUMERIC
013100         DISPLAY "MONTH CARD NOT NUMERIC - NO REPORT."
013200         MOVE 8 TO WS-Eoj-Return-Code
013300         GO TO 0000-WRAP-UP
013400     END-IF
013500     IF WS-Card-Month = 0
013600         MOVE WS-Run-Date(1:6) TO WS-Month-Num
013700     ELSE
013800         MOVE WS-Card-Month TO WS-Month-Num
013900     END-IF
014000     IF WS-MP-Month < 1 OR WS-MP-Month > 12
014100         DISPLAY "MONTH CARD NOT A VALID YYYYMM - NO REPORT."
014200         MOVE 8 TO WS-Eoj-Return-Code
014300         GO TO 0000-WRAP-UP
014400     END-IF
014500     OPEN INPUT SlaHistFile
014600     IF WS-Sla-Hist-Missing
014700         DISPLAY "SLAHIST.DAT NOT FOUND - NO SLA HISTORY YET."
014800         GO TO 0000-WRAP-UP
014900     END-IF
015000     PERFORM 1000-GATHER-MONTH THRU 1000-GATHER-MONTH-EXIT
015100     CLOSE SlaHistFile
015200     OPEN OUTPUT ReportFile
015300     PERFORM 2000-WRITE-REPORT THRU 2000-WRITE-REPORT-EXIT
015400     CLOSE ReportFile
015500     .
015600 0000-WRAP-UP.
015700     CALL "EndMsg" USING WS-Program-Name,
015800         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
015900         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
016000         WS-Eoj-Return-Code
016100     MOVE WS-Eoj-Return-Code TO RETURN-CODE
016200     STOP RUN.
016300
016400*--------------------------------------------------------------
016500* SLAHIST.DAT is keyed on business date first, so the month
016600* is one START and a read forward to the next month.
016700*--------------------------------------------------------------
016800 1000-GATHER-MONTH.
016900     MOVE LOW-VALUES TO SH-Key
017000     COMPUTE SH-Business-Date = (WS-Month-Num * 100) + 1
017100     MOVE "N" TO WS-Eof-Switch
017200     START SlaHistFile KEY IS NOT LESS THAN SH-Key
017300         INVALID KEY SET WS-End-Of-Input TO TRUE
017400     END-START
017500     IF NOT WS-End-Of-Input
017600         READ SlaHistFile NEXT RECORD
017700             AT END SET WS-End-Of-Input TO TRUE
017800         END-READ
017900     END-IF
018000     PERFORM UNTIL WS-End-Of-Input
018100         MOVE SH-Business-Date(1:6) TO WS-Hist-Month
018200         IF WS-Hist-Month NOT = WS-Month-Num
018300             SET WS-End-Of-Input TO TRUE
018400         ELSE
018500             ADD 1 TO WS-Eoj-Read-Count
018600             PERFORM 1100-TALLY-NIGHT THRU 1100-TALLY-NIGHT-EXIT
018700             READ SlaHistFile NEXT RECORD
018800                 AT END SET WS-End-Of-Input TO TRUE
018900             END-READ
019000         END-IF
019100     END-PERFORM
019200     .
019300 1000-GATHER-MONTH-EXIT.
019400     EXIT.
019500
019600 1100-TALLY-NIGHT.
019700     MOVE 0 TO WS-Found-Index
019800     PERFORM VARYING WS-Row-Index FROM 1 BY 1
019900             UNTIL WS-Row-Index > WS-Row-Count
020000         IF WS-SR-Milestone(WS-Row-Index) = SH-Milestone
020100             MOVE WS-Row-Index TO WS-Found-Index
020200         END-IF
020300     END-PERFORM
020400     IF WS-Found-Index = 0
020500         IF WS-Row-Count >= 100
020600             ADD 1 TO WS-Row-Dropped
020700             ADD 1 TO WS-Eoj-Rejected-Count
020800             GO TO 1100-TALLY-NIGHT-EXIT
020900         END-IF
021000         ADD 1 TO WS-Row-Count
021100         MOVE WS-Row-Count TO WS-Found-Index
021200         MOVE SH-Milestone TO WS-SR-Milestone(WS-Found-Index)
021300         MOVE 0 TO WS-SR-Nights(WS-Found-Index)
021400         MOVE 0 TO WS-SR-Met(WS-Found-Index)
021500         MOVE 0 TO WS-SR-Warned(WS-Found-Index)
021600         MOVE 0 TO WS-SR-Missed(WS-Found-Index)
021700         MOVE 0 TO WS-SR-Open(WS-Found-Index)
021800         MOVE "N" TO WS-SR-Judged(WS-Found-Index)
021900         MOVE 0 TO WS-SR-Worst-Slack(WS-Found-Index)
022000     END-IF
022100     MOVE SH-Program TO WS-SR-Program(WS-Found-Index)
022200     ADD 1 TO WS-SR-Nights(WS-Found-Index)
022300     ADD 1 TO WS-Total-Nights
022400     EVALUATE TRUE
022500         WHEN SH-Was-Met
022600             ADD 1 TO WS-SR-Met(WS-Found-Index)
022700             ADD 1 TO WS-Total-Met
022800         WHEN SH-Was-Warned
022900             ADD 1 TO WS-SR-Warned(WS-Found-Index)
023000             ADD 1 TO WS-Total-Warned
023100         WHEN SH-Was-Missed
023200             ADD 1 TO WS-SR-Missed(WS-Found-Index)
023300             ADD 1 TO WS-Total-Missed
023400         WHEN OTHER
023500             ADD 1 TO WS-SR-Open(WS-Found-Index)
023600             ADD 1 TO WS-Total-Open
023700     END-EVALUATE
023800*    Slack is only meaningful where the milestone completed.
023900     IF SH-Source NOT = SPACE
024000         IF WS-SR-Judged(WS-Found-Index) = "N"
024100             OR SH-Slack-Mins < WS-SR-Worst-Slack(WS-Found-Index)
024200             MOVE SH-Slack-Mins
024300                 TO WS-SR-Worst-Slack(WS-Found-Index)
024400             MOVE "Y" TO WS-SR-Judged(WS-Found-Index)
024500         END-IF
024600     END-IF
024700     .
024800 1100-TALLY-NIGHT-EXIT.
024900     EXIT.
025000
025100 2000-WRITE-REPORT.
025200     MOVE WS-Month-Num TO WS-H1-Month
025300     MOVE WS-Heading-1 TO ReportRecord
025400     WRITE ReportRecord
025500     DISPLAY ReportRecord
025600     MOVE SPACES TO ReportRecord
025700     WRITE ReportRecord
025800     MOVE WS-Heading-2 TO ReportRecord
025900     WRITE ReportRecord
026000     IF WS-Row-Count = 0
026100         MOVE "NO SLA VERDICTS ON FILE FOR THE MONTH."
026200             TO ReportRecord
026300         WRITE ReportRecord
026400         DISPLAY ReportRecord
026500         GO TO 2000-WRITE-REPORT-EXIT
026600     END-IF
026700     PERFORM 2100-WRITE-MILESTONE THRU 2100-WRITE-MILESTONE-EXIT
026800         VARYING WS-Row-Index FROM 1 BY 1
026900         UNTIL WS-Row-Index > WS-Row-Count
027000     MOVE SPACES TO ReportRecord
027100     WRITE ReportRecord
027200     MOVE SPACES TO WS-Detail-Line
027300     MOVE "ALL" TO WS-DL-Milestone
027400     MOVE WS-Total-Nights TO WS-DL-Nights
027500     MOVE WS-Total-Met TO WS-DL-Met
027600     MOVE WS-Total-Warned TO WS-DL-Warned
027700     MOVE WS-Total-Missed TO WS-DL-Missed
027800     MOVE WS-Total-Open TO WS-DL-Open
027900     COMPUTE WS-Attain-Top = WS-Total-Met + WS-Total-Warned
028000     COMPUTE WS-Attain-Bottom = WS-Attain-Top + WS-Total-Missed
028100     PERFORM 2200-FORMAT-ATTAIN THRU 2200-FORMAT-ATTAIN-EXIT
028200     MOVE WS-Detail-Line TO ReportRecord
028300     WRITE ReportRecord
028400     DISPLAY ReportRecord
028500     ADD 1 TO WS-Eoj-Written-Count
028600     IF WS-Row-Dropped > 0
028700         MOVE SPACES TO ReportRecord
028800         MOVE WS-Row-Dropped TO WS-Dropped-Disp
028900         STRING "MILESTONE TABLE FULL - NIGHTS NOT REPORTED: "
029000             WS-Dropped-Disp DELIMITED BY SIZE INTO ReportRecord
029100         WRITE ReportRecord
029200         DISPLAY ReportRecord
029300     END-IF
029400     .
029500 2000-WRITE-REPORT-EXIT.
029600     EXIT.
029700
029800 2100-WRITE-MILESTONE.
029900     MOVE SPACES TO WS-Detail-Line
030000     MOVE WS-SR-Milestone(WS-Row-Index) TO WS-DL-Milestone
030100     MOVE WS-SR-Program(WS-Row-Index) TO WS-DL-Program
030200     MOVE WS-SR-Nights(WS-Row-Index) TO WS-DL-Nights
030300     MOVE WS-SR-Met(WS-Row-Index) TO WS-DL-Met
030400     MOVE WS-SR-Warned(WS-Row-Index) TO WS-DL-Warned
030500     MOVE WS-SR-Missed(WS-Row-Index) TO WS-DL-Missed
030600     MOVE WS-SR-Open(WS-Row-Index) TO WS-DL-Open
030700     COMPUTE WS-Attain-Top = WS-SR-Met(WS-Row-Index)
030800         + WS-SR-Warned(WS-Row-Index)
030900     COMPUTE WS-Attain-Bottom = WS-Attain-Top
031000         + WS-SR-Missed(WS-Row-Index)
031100     PERFORM 2200-FORMAT-ATTAIN THRU 2200-FORMAT-ATTAIN-EXIT
031200     IF WS-SR-Judged(WS-Row-Index) = "Y"
031300         MOVE WS-SR-Worst-Slack(WS-Row-Index) TO WS-Worst-Disp
031400         MOVE WS-Worst-Disp TO WS-DL-Worst
031500     ELSE
031600         MOVE "   N/A" TO WS-DL-Worst
031700     END-IF
031800     MOVE WS-Detail-Line TO ReportRecord
031900     WRITE ReportRecord
032000     ADD 1 TO WS-Eoj-Written-Count
032100     .
032200 2100-WRITE-MILESTONE-EXIT.
032300     EXIT.
032400
032500 2200-FORMAT-ATTAIN.
032600     IF WS-Attain-Bottom = 0
032700         MOVE "  N/A" TO WS-DL-Attain
032800     ELSE
032900         COMPUTE WS-Attain-Pct ROUNDED =
033000             (WS-Attain-Top * 100) / WS-Attain-Bottom
033100         MOVE WS-Attain-Pct TO WS-Attain-Disp
033200         MOVE SPACES TO WS-DL-Attain
033300         STRING WS-Attain-Disp "%" DELIMITED BY SIZE
033400             INTO WS-DL-Attain
033500     END-IF
033600     .
033700 2200-FORMAT-ATTAIN-EXIT.
033800     EXIT.

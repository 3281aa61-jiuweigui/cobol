002732*                 (shared BusDate routine, system-date
002748*                 fallback), so a rerun past midnight keeps
002764*                 one business date.
002765* 2026-10-15 JWG  REVERSAL lines Multip logs for a MultRev batch
002766*                 reversal are folded into their own per-day count
002767*                 and total (MULTMTD.DAT rows gain MTD-Rev-Count
002768*                 and MTD-Rev-Total; older rows read as zero) and
002769*                 print as a REVERSAL line under the day, with
002770*                 REVERSALS and NET TOTAL lines after the MTD
002771*                 totals. A day whose batch has been reversed
002772*                 carries a note naming the batch and the batch
002773*                 its reversal went out in, from MULTREV.DAT
002774*                 (AuditRecord widened to 100).
002780*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003600         FILE STATUS IS WS-Accum-Status.
003700     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-MULTMTDR-TXT
003800         ORGANIZATION IS LINE SEQUENTIAL.
003801     SELECT ReversalFile ASSIGN TO DYNAMIC WS-P-MULTREV-DAT
003802         ORGANIZATION IS INDEXED
003803         ACCESS MODE IS SEQUENTIAL
003804         RECORD KEY IS MRV-Key
003805         FILE STATUS IS WS-Rev-Status.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  AuditFile.
004300 01  AuditRecord             PIC X(100).
004400
004500 FD  AccumulatorFile.
004600 01  AccumulatorRecord.
004900     02  MTD-Reject-Count    PIC 9(09).
005000     02  MTD-Total           PIC S9(13)V99
005100                             SIGN IS LEADING SEPARATE.
005101     02  MTD-Rev-Count       PIC 9(09).
005102     02  MTD-Rev-Total       PIC S9(13)V99
005103                             SIGN IS LEADING SEPARATE.
005200
005300 FD  ReportFile.
005400 01  ReportRecord            PIC X(80).
005401
005402 FD  ReversalFile.
005403     COPY "MULTREV.CPY".
005500
005600 WORKING-STORAGE SECTION.
005700 01  WS-Audit-Status         PIC XX.
005800     88  WS-Audit-Missing        VALUE "35".
005900 01  WS-Accum-Status         PIC XX.
006000     88  WS-Accum-Missing        VALUE "35".
006001 01  WS-Rev-Status           PIC XX.
006002     88  WS-Rev-Missing          VALUE "35".
006100 01  WS-Eof-Switch           PIC X VALUE "N".
006200     88  WS-End-Of-Input         VALUE "Y".
006300 01  WS-Run-Date             PIC 9(08).
007000         03  WS-Day-Total        PIC S9(13)V99.
007010         03  WS-Day-Wiped        PIC X.
007020             88  WS-Day-Was-Wiped    VALUE "Y".
007021         03  WS-Day-Rev-Count    PIC 9(09).
007022         03  WS-Day-Rev-Total    PIC S9(13)V99.
007100 01  WS-Day-Count            PIC 9(03) COMP VALUE 0.
007200 01  WS-Day-Index            PIC 9(03) COMP.
007300 01  WS-Found-Index          PIC 9(03) COMP.
007301*--------------------------------------------------------------
007302* Batches run this month that MultRev has reversed, from the
007303* MULTREV.DAT control records, noted under the day they ran.
007304*--------------------------------------------------------------
007305 01  WS-Reversed-Table.
007306     02  WS-Reversed-Entry OCCURS 62 TIMES.
007307         03  WS-Rvd-Run-Date     PIC 9(08).
007308         03  WS-Rvd-Batch-Id     PIC X(08).
007309         03  WS-Rvd-Batch-Date   PIC 9(08).
007310         03  WS-Rvd-Status       PIC X(01).
007311             88  WS-Rvd-Was-Sent     VALUE "P".
007312         03  WS-Rvd-Sent-Batch   PIC X(08).
007313         03  WS-Rvd-Sent-Date    PIC 9(08).
007314 01  WS-Reversed-Count       PIC 9(03) COMP VALUE 0.
007315 01  WS-Reversed-Index       PIC 9(03) COMP.
007400 01  WS-Log-Run-Date         PIC 9(08) VALUE 0.
007500 01  WS-Date-Text            PIC X(08).
007600 01  WS-Left-Part            PIC X(40).
008000 01  WS-Mtd-Calcs            PIC 9(09) VALUE 0.
008100 01  WS-Mtd-Rejects          PIC 9(09) VALUE 0.
008200 01  WS-Mtd-Total            PIC S9(13)V99 VALUE 0.
008201 01  WS-Mtd-Rev-Count        PIC 9(09) VALUE 0.
008202 01  WS-Mtd-Rev-Total        PIC S9(13)V99 VALUE 0.
008203 01  WS-Net-Total            PIC S9(13)V99 VALUE 0.
008300 01  WS-Count-Disp           PIC ZZZZZZZZ9.
008400 01  WS-Count-Disp-2         PIC ZZZZZZZZ9.
008500 01  WS-Total-Disp           PIC -Z(12)9.99.
008800 01  WS-P-MULTAUDT-LOG      PIC X(30) VALUE "MULTAUDT.LOG".
008900 01  WS-P-MULTMTD-DAT       PIC X(30) VALUE "MULTMTD.DAT".
009000 01  WS-P-MULTMTDR-TXT      PIC X(30) VALUE "MULTMTDR.TXT".
009001 01  WS-P-MULTREV-DAT       PIC X(30) VALUE "MULTREV.DAT".
009100 01  WS-Eoj-Start-Time       PIC 9(08).
009200 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
009300 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
010300     CALL "EnvName" USING WS-P-MULTAUDT-LOG
010400     CALL "EnvName" USING WS-P-MULTMTD-DAT
010500     CALL "EnvName" USING WS-P-MULTMTDR-TXT
010501     CALL "EnvName" USING WS-P-MULTREV-DAT
010600     CALL "BusDate" USING WS-Run-Date
010700     COMPUTE WS-Run-Month = WS-Run-Date / 100
010800     PERFORM 1000-LOAD-ACCUMULATOR
011100         THRU 2000-FOLD-IN-AUDIT-LOG-EXIT
011200     PERFORM 3000-REWRITE-ACCUMULATOR
011300         THRU 3000-REWRITE-ACCUMULATOR-EXIT
011301     PERFORM 3500-LOAD-REVERSED-BATCHES
011302         THRU 3500-LOAD-REVERSED-BATCHES-EXIT
011400     PERFORM 4000-PRINT-MONTH-REPORT
011500         THRU 4000-PRINT-MONTH-REPORT-EXIT
011600     MOVE WS-Day-Count TO WS-Eoj-Written-Count
014200                 TO WS-Day-Rejects(WS-Day-Count)
014300             MOVE MTD-Total TO WS-Day-Total(WS-Day-Count)
014310             MOVE "N" TO WS-Day-Wiped(WS-Day-Count)
014311*            Rows written before reversals were kept read blank.
014312             MOVE 0 TO WS-Day-Rev-Count(WS-Day-Count)
014313             MOVE 0 TO WS-Day-Rev-Total(WS-Day-Count)
014314             IF MTD-Rev-Count IS NUMERIC
014315                     AND MTD-Rev-Total IS NUMERIC
014316                 MOVE MTD-Rev-Count
014317                     TO WS-Day-Rev-Count(WS-Day-Count)
014318                 MOVE MTD-Rev-Total
014319                     TO WS-Day-Rev-Total(WS-Day-Count)
014320             END-IF
014400         END-IF
014500         READ AccumulatorFile
014600             AT END SET WS-End-Of-Input TO TRUE
021500             END-IF
021600         WHEN AuditRecord(1:10) = "REJECTED  "
021700             ADD 1 TO WS-Day-Rejects(WS-Found-Index)
021701         WHEN AuditRecord(1:10) = "REVERSAL  "
021702             ADD 1 TO WS-Day-Rev-Count(WS-Found-Index)
021703             MOVE SPACES TO WS-Right-Part
021704             UNSTRING AuditRecord DELIMITED BY " = "
021705                 INTO WS-Left-Part, WS-Right-Part
021706             END-UNSTRING
021707             IF WS-Right-Part NOT = SPACES
021708                 COMPUTE WS-Line-Total =
021709                     FUNCTION NUMVAL(WS-Right-Part)
021710                 ADD WS-Line-Total
021711                     TO WS-Day-Rev-Total(WS-Found-Index)
021712             END-IF
021800     END-EVALUATE
021900     .
022000 2100-FOLD-ONE-LINE-EXIT.
023500             MOVE WS-Log-Run-Date
023600                 TO WS-Day-Date(WS-Found-Index)
023610             MOVE "N" TO WS-Day-Wiped(WS-Found-Index)
023611             MOVE 0 TO WS-Day-Rev-Count(WS-Found-Index)
023612             MOVE 0 TO WS-Day-Rev-Total(WS-Found-Index)
023700         ELSE
023800             MOVE 0 TO WS-Log-Run-Date
023900             GO TO 2200-RESET-DAY-ENTRY-EXIT
024200     MOVE 0 TO WS-Day-Calcs(WS-Found-Index)
024300     MOVE 0 TO WS-Day-Rejects(WS-Found-Index)
024400     MOVE 0 TO WS-Day-Total(WS-Found-Index)
024401     MOVE 0 TO WS-Day-Rev-Count(WS-Found-Index)
024402     MOVE 0 TO WS-Day-Rev-Total(WS-Found-Index)
024410     MOVE "Y" TO WS-Day-Wiped(WS-Found-Index)
024500     .
024600 2200-RESET-DAY-ENTRY-EXIT.
026800         MOVE WS-Day-Rejects(WS-Day-Index)
026900             TO MTD-Reject-Count
027000         MOVE WS-Day-Total(WS-Day-Index) TO MTD-Total
027001         MOVE WS-Day-Rev-Count(WS-Day-Index) TO MTD-Rev-Count
027002         MOVE WS-Day-Rev-Total(WS-Day-Index) TO MTD-Rev-Total
027100         WRITE AccumulatorRecord
027200     END-PERFORM
027300     CLOSE AccumulatorFile
027400     .
027500 3000-REWRITE-ACCUMULATOR-EXIT.
027501     EXIT.
027502
027503 3500-LOAD-REVERSED-BATCHES.
027504     MOVE "N" TO WS-Eof-Switch
027505     OPEN INPUT ReversalFile
027506     IF WS-Rev-Missing
027507         GO TO 3500-LOAD-REVERSED-BATCHES-EXIT
027508     END-IF
027509     READ ReversalFile NEXT RECORD
027510         AT END SET WS-End-Of-Input TO TRUE
027511     END-READ
027512     PERFORM UNTIL WS-End-Of-Input
027513         COMPUTE WS-Entry-Month = MRV-Orig-Run-Date / 100
027514         IF MRV-Seq = ZERO
027515                 AND WS-Entry-Month = WS-Run-Month
027516                 AND WS-Reversed-Count < 62
027517             ADD 1 TO WS-Reversed-Count
027518             MOVE MRV-Orig-Run-Date
027519                 TO WS-Rvd-Run-Date(WS-Reversed-Count)
027520             MOVE MRV-Orig-Batch-Id
027521                 TO WS-Rvd-Batch-Id(WS-Reversed-Count)
027522             MOVE MRV-Orig-Date
027523                 TO WS-Rvd-Batch-Date(WS-Reversed-Count)
027524             MOVE MRV-Status TO WS-Rvd-Status(WS-Reversed-Count)
027525             MOVE MRV-Passed-Batch
027526                 TO WS-Rvd-Sent-Batch(WS-Reversed-Count)
027527             MOVE MRV-Passed-Date
027528                 TO WS-Rvd-Sent-Date(WS-Reversed-Count)
027529         END-IF
027530         READ ReversalFile NEXT RECORD
027531             AT END SET WS-End-Of-Input TO TRUE
027532         END-READ
027533     END-PERFORM
027534     CLOSE ReversalFile
027535     .
027536 3500-LOAD-REVERSED-BATCHES-EXIT.
027600     EXIT.
027700
027800 4000-PRINT-MONTH-REPORT.
029600             WS-Total-Disp DELIMITED BY SIZE
029700             INTO ReportRecord
029800         PERFORM 4100-PUT-LINE THRU 4100-PUT-LINE-EXIT
029801         IF WS-Day-Rev-Count(WS-Day-Index) > 0
029802             MOVE WS-Day-Rev-Count(WS-Day-Index) TO WS-Count-Disp
029803             MOVE WS-Day-Rev-Total(WS-Day-Index) TO WS-Total-Disp
029804             MOVE SPACES TO ReportRecord
029805             STRING "REVERSAL " WS-Count-Disp " "
029806                 "          " WS-Total-Disp DELIMITED BY SIZE
029807                 INTO ReportRecord
029808             PERFORM 4100-PUT-LINE THRU 4100-PUT-LINE-EXIT
029809         END-IF
029810         PERFORM 4200-NOTE-REVERSED-BATCH
029811             THRU 4200-NOTE-REVERSED-BATCH-EXIT
029812             VARYING WS-Reversed-Index FROM 1 BY 1
029813             UNTIL WS-Reversed-Index > WS-Reversed-Count
029900         ADD WS-Day-Calcs(WS-Day-Index) TO WS-Mtd-Calcs
030000         ADD WS-Day-Rejects(WS-Day-Index) TO WS-Mtd-Rejects
030100         ADD WS-Day-Total(WS-Day-Index) TO WS-Mtd-Total
030101         ADD WS-Day-Rev-Count(WS-Day-Index) TO WS-Mtd-Rev-Count
030102         ADD WS-Day-Rev-Total(WS-Day-Index) TO WS-Mtd-Rev-Total
030200     END-PERFORM
030300     MOVE SPACES TO ReportRecord
030400     MOVE "----------" TO ReportRecord
031100         WS-Count-Disp-2 " " WS-Total-Disp
031200         DELIMITED BY SIZE INTO ReportRecord
031300     PERFORM 4100-PUT-LINE THRU 4100-PUT-LINE-EXIT
031301     MOVE WS-Mtd-Rev-Count TO WS-Count-Disp
031302     MOVE WS-Mtd-Rev-Total TO WS-Total-Disp
031303     MOVE SPACES TO ReportRecord
031304     STRING "REVERSALS  " WS-Count-Disp " "
031305         "          " WS-Total-Disp
031306         DELIMITED BY SIZE INTO ReportRecord
031307     PERFORM 4100-PUT-LINE THRU 4100-PUT-LINE-EXIT
031308     COMPUTE WS-Net-Total = WS-Mtd-Total + WS-Mtd-Rev-Total
031309     MOVE WS-Net-Total TO WS-Total-Disp
031310     MOVE SPACES TO ReportRecord
031311     STRING "NET TOTAL  " "          " "          "
031312         WS-Total-Disp DELIMITED BY SIZE INTO ReportRecord
031313     PERFORM 4100-PUT-LINE THRU 4100-PUT-LINE-EXIT
031400     CLOSE ReportFile
031500     .
031600 4000-PRINT-MONTH-REPORT-EXIT.
032200     .
032300 4100-PUT-LINE-EXIT.
032400     EXIT.
032401
032402*--------------------------------------------------------------
032403* A batch run on this day that has been reversed is noted under
032404* the day, with the batch its reversal went out in.
032405*--------------------------------------------------------------
032406 4200-NOTE-REVERSED-BATCH.
032407     IF WS-Rvd-Run-Date(WS-Reversed-Index)
032408             NOT = WS-Day-Date(WS-Day-Index)
032409         GO TO 4200-NOTE-REVERSED-BATCH-EXIT
032410     END-IF
032411     MOVE SPACES TO ReportRecord
032412     IF WS-Rvd-Was-Sent(WS-Reversed-Index)
032413         STRING "  BATCH " WS-Rvd-Batch-Id(WS-Reversed-Index) " "
032414             WS-Rvd-Batch-Date(WS-Reversed-Index)
032415             " REVERSED IN "
032416             WS-Rvd-Sent-Batch(WS-Reversed-Index) " "
032417             WS-Rvd-Sent-Date(WS-Reversed-Index)
032418             DELIMITED BY SIZE INTO ReportRecord
032419     ELSE
032420         STRING "  BATCH " WS-Rvd-Batch-Id(WS-Reversed-Index) " "
032421             WS-Rvd-Batch-Date(WS-Reversed-Index)
032422             " REVERSAL STAGED - NOT YET SENT"
032423             DELIMITED BY SIZE INTO ReportRecord
032424     END-IF
032425     PERFORM 4100-PUT-LINE THRU 4100-PUT-LINE-EXIT
032426     .
032427 4200-NOTE-REVERSED-BATCH-EXIT.
032428     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SusAge.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Multip suspense aging, run after the calculation step. Every
000900* MULTSUSP.DAT item still outstanding - open, or corrected
001000* through SusRpr but not yet resubmitted by StoGen - is aged
001100* in days from the business date it was suspended to tonight's
001200* and counted into a bucket:
001300*   0-2 DAYS   3-7 DAYS   8-30 DAYS   OVER 30 DAYS
001400* SUSAGE.TXT carries the bucket counts first, on lines headed
001500* "SUSPENSE" that RunSumm lifts onto the morning summary,
001600* then one line per outstanding item, oldest bucket first.
001700* Anything left over 7 days raises an ExcpLog W and RC 4.
001800* Cancelled and resubmitted items are history and not listed.
001900*--------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*--------------------------------------------------------------
002200* DATE       INIT DESCRIPTION
002300* ---------- ---- -------------------------------------------
002400* 2026-10-15 JWG  Original version.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT SuspenseFile ASSIGN TO DYNAMIC WS-P-MULTSUSP-DAT
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS SUS-Key
003300         FILE STATUS IS WS-Susp-Status.
003400     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-SUSAGE-TXT
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  SuspenseFile.
004000     COPY "MULTSUSP.CPY".
004100
004200 FD  ReportFile.
004300 01  ReportRecord            PIC X(100).
004400
004500 WORKING-STORAGE SECTION.
004600 01  WS-Susp-Status          PIC XX.
004700     88  WS-Susp-Missing         VALUE "35".
004800 01  WS-Eof-Switch           PIC X VALUE "N".
004900     88  WS-End-Of-Suspense      VALUE "Y".
005000 01  WS-Run-Date             PIC 9(08).
005100 01  WS-Run-Day-Number       PIC 9(09) COMP.
005200 01  WS-Age-Days             PIC S9(07) COMP.
005300 01  WS-Age-Disp             PIC ZZZZZZ9.
005400 01  WS-Bucket               PIC 9(01).
005500 01  WS-List-Bucket          PIC 9(01).
005600*--------------------------------------------------------------
005700* Bucket 1 = 0-2 days, 2 = 3-7, 3 = 8-30, 4 = over 30.
005800*--------------------------------------------------------------
005900 01  WS-Bucket-Counts.
006000     02  WS-Bucket-Count OCCURS 4 TIMES PIC 9(05) COMP.
006100 01  WS-Bucket-Labels.
006200     02  FILLER              PIC X(12) VALUE "0-2 DAYS    ".
006300     02  FILLER              PIC X(12) VALUE "3-7 DAYS    ".
006400     02  FILLER              PIC X(12) VALUE "8-30 DAYS   ".
006500     02  FILLER              PIC X(12) VALUE "OVER 30 DAYS".
006600 01  WS-Bucket-Label-Table REDEFINES WS-Bucket-Labels.
006700     02  WS-Bucket-Label OCCURS 4 TIMES PIC X(12).
006800 01  WS-Age-Line.
006900     02  WS-Age-Prefix       PIC X(13).
007000     02  WS-Age-Slot OCCURS 4 TIMES.
007100         03  WS-Age-Slot-Label   PIC X(12).
007200         03  FILLER              PIC X(01).
007300         03  WS-Age-Slot-Count   PIC ZZZZ9.
007400         03  FILLER              PIC X(02).
007500 01  WS-Open-Count           PIC 9(05) COMP VALUE 0.
007600 01  WS-Corrected-Count      PIC 9(05) COMP VALUE 0.
007700 01  WS-Overdue-Count        PIC 9(05) COMP VALUE 0.
007800 01  WS-Count-Disp           PIC ZZZZ9.
007900 01  WS-Count-Disp-2         PIC ZZZZ9.
008000 01  WS-Excp-Severity        PIC X(01).
008100 01  WS-Excp-Message         PIC X(60).
008200 01  WS-P-MULTSUSP-DAT      PIC X(30) VALUE "MULTSUSP.DAT".
008300 01  WS-P-SUSAGE-TXT        PIC X(30) VALUE "SUSAGE.TXT".
008400 01  WS-Eoj-Start-Time       PIC 9(08).
008500 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
008600 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
008700 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
008800 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
008900 01  WS-Program-Name         PIC X(20) VALUE "SUSAGE".
009000
009100 PROCEDURE DIVISION.
009200
009300 0000-MAINLINE.
009400     CALL "PreDefMsg" USING WS-Program-Name
009500     ACCEPT WS-Eoj-Start-Time FROM TIME
009600     CALL "EnvName" USING WS-P-MULTSUSP-DAT
009700     CALL "EnvName" USING WS-P-SUSAGE-TXT
009800     DISPLAY "MULTIP SUSPENSE AGING"
009900     DISPLAY "====================="
010000     CALL "BusDate" USING WS-Run-Date
010100     COMPUTE WS-Run-Day-Number =
010200         FUNCTION INTEGER-OF-DATE(WS-Run-Date)
010300     MOVE ZERO TO WS-Bucket-Counts
010400     OPEN OUTPUT ReportFile
010500     MOVE SPACES TO ReportRecord
010600     STRING "MULTIP SUSPENSE AGING - RUN " WS-Run-Date
010700         DELIMITED BY SIZE INTO ReportRecord
010800     WRITE ReportRecord
010900     OPEN INPUT SuspenseFile
011000     IF WS-Susp-Missing
011100         MOVE "SUSPENSE OPEN     0 - MULTSUSP.DAT NOT YET CREATED"
011200             TO ReportRecord
011300         WRITE ReportRecord
011400         CLOSE ReportFile
011500         GO TO 0000-MAINLINE-EOJ
011600     END-IF
011700     PERFORM 2000-COUNT-SUSPENSE THRU 2000-COUNT-SUSPENSE-EXIT
011800     PERFORM 3000-WRITE-SUMMARY THRU 3000-WRITE-SUMMARY-EXIT
011900     MOVE 4 TO WS-List-Bucket
012000     PERFORM 4000-LIST-BUCKET THRU 4000-LIST-BUCKET-EXIT
012100         UNTIL WS-List-Bucket = 0
012200     CLOSE SuspenseFile
012300     CLOSE ReportFile
012400     .
012500 0000-MAINLINE-EOJ.
012600     CALL "EndMsg" USING WS-Program-Name,
012700         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
012800         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
012900         WS-Eoj-Return-Code
013000     MOVE WS-Eoj-Return-Code TO RETURN-CODE
013100     STOP RUN.
013200
013300*--------------------------------------------------------------
013400* The age of the current item in days, and its bucket. A
013500* suspended date that is not a date ages as over 30 days, so
013600* it is chased rather than hidden.
013700*--------------------------------------------------------------
013800 1000-AGE-ITEM.
013900     IF SUS-Suspended-Date IS NOT NUMERIC
014000             OR SUS-Suspended-Date < 16010101
014100             OR SUS-Suspended-Date > WS-Run-Date
014200         MOVE 9999 TO WS-Age-Days
014300     ELSE
014400         COMPUTE WS-Age-Days = WS-Run-Day-Number
014500             - FUNCTION INTEGER-OF-DATE(SUS-Suspended-Date)
014600     END-IF
014700     EVALUATE TRUE
014800         WHEN WS-Age-Days <= 2
014900             MOVE 1 TO WS-Bucket
015000         WHEN WS-Age-Days <= 7
015100             MOVE 2 TO WS-Bucket
015200         WHEN WS-Age-Days <= 30
015300             MOVE 3 TO WS-Bucket
015400         WHEN OTHER
015500             MOVE 4 TO WS-Bucket
015600     END-EVALUATE
015700     .
015800 1000-AGE-ITEM-EXIT.
015900     EXIT.
016000
016100 2000-COUNT-SUSPENSE.
016200     MOVE "N" TO WS-Eof-Switch
016300     READ SuspenseFile NEXT RECORD
016400         AT END SET WS-End-Of-Suspense TO TRUE
016500     END-READ
016600     PERFORM UNTIL WS-End-Of-Suspense
016700         ADD 1 TO WS-Eoj-Read-Count
016800         IF SUS-Is-Open OR SUS-Is-Corrected
016900             IF SUS-Is-Open
017000                 ADD 1 TO WS-Open-Count
017100             ELSE
017200                 ADD 1 TO WS-Corrected-Count
017300             END-IF
017400             PERFORM 1000-AGE-ITEM THRU 1000-AGE-ITEM-EXIT
017500             ADD 1 TO WS-Bucket-Count(WS-Bucket)
017600             IF WS-Age-Days > 7
017700                 ADD 1 TO WS-Overdue-Count
017800             END-IF
017900         END-IF
018000         READ SuspenseFile NEXT RECORD
018100             AT END SET WS-End-Of-Suspense TO TRUE
018200         END-READ
018300     END-PERFORM
018400     .
018500 2000-COUNT-SUSPENSE-EXIT.
018600     EXIT.
018700
018800 3000-WRITE-SUMMARY.
018900     MOVE WS-Open-Count TO WS-Count-Disp
019000     MOVE WS-Corrected-Count TO WS-Count-Disp-2
019100     MOVE SPACES TO ReportRecord
019200     STRING "SUSPENSE OPEN " WS-Count-Disp
019300         "   CORRECTED AWAITING RESUBMISSION " WS-Count-Disp-2
019400         DELIMITED BY SIZE INTO ReportRecord
019500     WRITE ReportRecord
019600     DISPLAY ReportRecord
019700     MOVE SPACES TO WS-Age-Line
019800     MOVE "SUSPENSE AGE" TO WS-Age-Prefix
019900     MOVE 1 TO WS-Bucket
020000     PERFORM 3100-PUT-BUCKET THRU 3100-PUT-BUCKET-EXIT
020100         UNTIL WS-Bucket > 4
020200     MOVE WS-Age-Line TO ReportRecord
020300     WRITE ReportRecord
020400     DISPLAY ReportRecord
020500     IF WS-Overdue-Count > 0
020600         MOVE WS-Overdue-Count TO WS-Count-Disp
020700         MOVE "W" TO WS-Excp-Severity
020800         MOVE SPACES TO WS-Excp-Message
020900         STRING "MULTIP SUSPENSE ITEMS OVER 7 DAYS OLD: "
021000             WS-Count-Disp DELIMITED BY SIZE
021100             INTO WS-Excp-Message
021200         CALL "ExcpLog" USING WS-Program-Name,
021300             WS-Excp-Severity, WS-Excp-Message
021400         MOVE WS-Overdue-Count TO WS-Eoj-Rejected-Count
021500         MOVE 4 TO WS-Eoj-Return-Code
021600     END-IF
021700     .
021800 3000-WRITE-SUMMARY-EXIT.
021900     EXIT.
022000
022100 3100-PUT-BUCKET.
022200     MOVE WS-Bucket-Label(WS-Bucket)
022300         TO WS-Age-Slot-Label(WS-Bucket)
022400     MOVE WS-Bucket-Count(WS-Bucket)
022500         TO WS-Age-Slot-Count(WS-Bucket)
022600     ADD 1 TO WS-Bucket
022700     .
022800 3100-PUT-BUCKET-EXIT.
022900     EXIT.
023000
023100*--------------------------------------------------------------
023200* One pass of the file per bucket, oldest first, so the items
023300* most in need of chasing head the list.
023400*--------------------------------------------------------------
023500 4000-LIST-BUCKET.
023600     IF WS-Bucket-Count(WS-List-Bucket) = 0
023700         SUBTRACT 1 FROM WS-List-Bucket
023800         GO TO 4000-LIST-BUCKET-EXIT
023900     END-IF
024000     MOVE SPACES TO ReportRecord
024100     WRITE ReportRecord
024200     MOVE SPACES TO ReportRecord
024300     STRING "AGED " WS-Bucket-Label(WS-List-Bucket)
024400         DELIMITED BY SIZE INTO ReportRecord
024500     WRITE ReportRecord
024600     MOVE LOW-VALUES TO SUS-Key
024700     START SuspenseFile KEY IS >= SUS-Key
024800         INVALID KEY
024900             SUBTRACT 1 FROM WS-List-Bucket
025000             GO TO 4000-LIST-BUCKET-EXIT
025100     END-START
025200     MOVE "N" TO WS-Eof-Switch
025300     READ SuspenseFile NEXT RECORD
025400         AT END SET WS-End-Of-Suspense TO TRUE
025500     END-READ
025600     PERFORM UNTIL WS-End-Of-Suspense
025700         IF SUS-Is-Open OR SUS-Is-Corrected
025800             PERFORM 1000-AGE-ITEM THRU 1000-AGE-ITEM-EXIT
025900             IF WS-Bucket = WS-List-Bucket
026000                 PERFORM 4100-LIST-ONE THRU 4100-LIST-ONE-EXIT
026100             END-IF
026200         END-IF
026300         READ SuspenseFile NEXT RECORD
026400             AT END SET WS-End-Of-Suspense TO TRUE
026500         END-READ
026600     END-PERFORM
026700     SUBTRACT 1 FROM WS-List-Bucket
026800     .
026900 4000-LIST-BUCKET-EXIT.
027000     EXIT.
027100
027200 4100-LIST-ONE.
027300     MOVE WS-Age-Days TO WS-Age-Disp
027400     MOVE SPACES TO ReportRecord
027500     STRING "  " SUS-Batch-Date " " SUS-Batch-Id " "
027600         SUS-Detail-No " " SUS-Status " AGE " WS-Age-Disp
027700         " " SUS-Original(2:25) " " SUS-Reason
027800         DELIMITED BY SIZE INTO ReportRecord
027900     WRITE ReportRecord
028000     ADD 1 TO WS-Eoj-Written-Count
028100     .
028200 4100-LIST-ONE-EXIT.
028300     EXIT.

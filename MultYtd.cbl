002560*                 ledger rewrite and the year close - the
002570*                 overflow was flagged RC 8 but the rewrite
002580*                 still went ahead without the lost rows.
002581* 2026-10-15 JWG  Batch reversals now close into the ledger as
002582*                 their own count and total per month (MULTYTD.DAT
002583*                 rows gain YTD-Rev-Count and YTD-Rev-Total; older
002584*                 rows read as zero) and print as a REV line under
002585*                 the month, with REV and NET lines after the YTD
002586*                 line.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
004500     02  MTD-Reject-Count    PIC 9(09).
004600     02  MTD-Total           PIC S9(13)V99
004700                             SIGN IS LEADING SEPARATE.
004701     02  MTD-Rev-Count       PIC 9(09).
004702     02  MTD-Rev-Total       PIC S9(13)V99
004703                             SIGN IS LEADING SEPARATE.
004800
004900 FD  LedgerFile.
005000 01  LedgerRecord.
005300     02  YTD-Calcs           PIC 9(09).
005400     02  YTD-Rejects         PIC 9(09).
005500     02  YTD-Total           PIC S9(13)V99
005501                             SIGN IS LEADING SEPARATE.
005502     02  YTD-Rev-Count       PIC 9(09).
005503     02  YTD-Rev-Total       PIC S9(13)V99
005600                             SIGN IS LEADING SEPARATE.
005700
005800 FD  ReportFile.
007500 01  WS-Month-Calcs          PIC 9(09) VALUE 0.
007600 01  WS-Month-Rejects        PIC 9(09) VALUE 0.
007700 01  WS-Month-Total          PIC S9(13)V99 VALUE 0.
007701 01  WS-Month-Rev-Count      PIC 9(09) VALUE 0.
007702 01  WS-Month-Rev-Total      PIC S9(13)V99 VALUE 0.
007800 01  WS-Month-Table.
007900     02  WS-Month-Entry OCCURS 12 TIMES.
008000         03  WS-Mth-Present      PIC X(01).
008100         03  WS-Mth-Calcs        PIC 9(09).
008200         03  WS-Mth-Rejects      PIC 9(09).
008300         03  WS-Mth-Total        PIC S9(13)V99.
008301         03  WS-Mth-Rev-Count    PIC 9(09).
008302         03  WS-Mth-Rev-Total    PIC S9(13)V99.
008400 01  WS-Month-Index          PIC 9(02) COMP.
008410 01  WS-Carry-Table.
008420     02  WS-Carry-Entry OCCURS 24 TIMES.
008450         03  WS-Cry-Calcs        PIC 9(09).
008460         03  WS-Cry-Rejects      PIC 9(09).
008470         03  WS-Cry-Total        PIC S9(13)V99.
008471         03  WS-Cry-Rev-Count    PIC 9(09).
008472         03  WS-Cry-Rev-Total    PIC S9(13)V99.
008480 01  WS-Carry-Used           PIC 9(03) COMP VALUE 0.
008490 01  WS-Carry-Index          PIC 9(03) COMP.
008500 01  WS-Ytd-Calcs            PIC 9(09) VALUE 0.
008600 01  WS-Ytd-Rejects          PIC 9(09) VALUE 0.
008700 01  WS-Ytd-Total            PIC S9(13)V99 VALUE 0.
008701 01  WS-Ytd-Rev-Count        PIC 9(09) VALUE 0.
008702 01  WS-Ytd-Rev-Total        PIC S9(13)V99 VALUE 0.
008703 01  WS-Net-Total            PIC S9(13)V99 VALUE 0.
008800 01  WS-Count-Disp           PIC ZZZZZZZZ9.
008900 01  WS-Count-Disp-2         PIC ZZZZZZZZ9.
009000 01  WS-Total-Disp           PIC -Z(12)9.99.
011900     MOVE WS-Month-Rejects
012000         TO WS-Mth-Rejects(WS-Run-Month)
012100     MOVE WS-Month-Total TO WS-Mth-Total(WS-Run-Month)
012101     MOVE WS-Month-Rev-Count TO WS-Mth-Rev-Count(WS-Run-Month)
012102     MOVE WS-Month-Rev-Total TO WS-Mth-Rev-Total(WS-Run-Month)
012210*    An overflowed carry table would rewrite the ledger
012220*    without the rows it could not hold, so the file is
012230*    left exactly as it was for the overflow to be worked.
015100             ADD MTD-Calc-Count TO WS-Month-Calcs
015200             ADD MTD-Reject-Count TO WS-Month-Rejects
015300             ADD MTD-Total TO WS-Month-Total
015301*            Rows written before reversals were kept read blank.
015302             IF MTD-Rev-Count IS NUMERIC
015303                     AND MTD-Rev-Total IS NUMERIC
015304                 ADD MTD-Rev-Count TO WS-Month-Rev-Count
015305                 ADD MTD-Rev-Total TO WS-Month-Rev-Total
015306             END-IF
015400         END-IF
015500         READ AccumulatorFile
015600             AT END SET WS-End-Of-Input TO TRUE
016800         MOVE 0 TO WS-Mth-Calcs(WS-Month-Index)
016900         MOVE 0 TO WS-Mth-Rejects(WS-Month-Index)
017000         MOVE 0 TO WS-Mth-Total(WS-Month-Index)
017001         MOVE 0 TO WS-Mth-Rev-Count(WS-Month-Index)
017002         MOVE 0 TO WS-Mth-Rev-Total(WS-Month-Index)
017100     END-PERFORM
017200     MOVE "N" TO WS-Eof-Switch
017300     OPEN INPUT LedgerFile
017800         AT END SET WS-End-Of-Input TO TRUE
017900     END-READ
018000     PERFORM UNTIL WS-End-Of-Input
018001         IF YTD-Rev-Count IS NOT NUMERIC
018002                 OR YTD-Rev-Total IS NOT NUMERIC
018003             MOVE 0 TO YTD-Rev-Count
018004             MOVE 0 TO YTD-Rev-Total
018005         END-IF
018100         IF YTD-Year = WS-Run-Year
018200                 AND YTD-Month >= 1 AND YTD-Month <= 12
018300             MOVE "Y" TO WS-Mth-Present(YTD-Month)
018400             MOVE YTD-Calcs TO WS-Mth-Calcs(YTD-Month)
018500             MOVE YTD-Rejects TO WS-Mth-Rejects(YTD-Month)
018600             MOVE YTD-Total TO WS-Mth-Total(YTD-Month)
018601             MOVE YTD-Rev-Count TO WS-Mth-Rev-Count(YTD-Month)
018602             MOVE YTD-Rev-Total TO WS-Mth-Rev-Total(YTD-Month)
018610         ELSE
018620*            A row from another year - a December close that
018630*            never ran - carries forward untouched rather
018677                     TO WS-Cry-Rejects(WS-Carry-Used)
018678                 MOVE YTD-Total
018679                     TO WS-Cry-Total(WS-Carry-Used)
018680                 MOVE YTD-Rev-Count
018681                     TO WS-Cry-Rev-Count(WS-Carry-Used)
018682                 MOVE YTD-Rev-Total
018683                     TO WS-Cry-Rev-Total(WS-Carry-Used)
018684             ELSE
018685                 DISPLAY "LEDGER CARRY TABLE FULL - ROW "
018686                     YTD-Year YTD-Month " WOULD BE LOST."
018687                 MOVE 8 TO WS-Eoj-Return-Code
018688             END-IF
018700         END-IF
018800         READ LedgerFile
018900             AT END SET WS-End-Of-Input TO TRUE
019860         MOVE WS-Cry-Rejects(WS-Carry-Index)
019870             TO YTD-Rejects
019880         MOVE WS-Cry-Total(WS-Carry-Index) TO YTD-Total
019881         MOVE WS-Cry-Rev-Count(WS-Carry-Index) TO YTD-Rev-Count
019882         MOVE WS-Cry-Rev-Total(WS-Carry-Index) TO YTD-Rev-Total
019890         WRITE LedgerRecord
019891         ADD 1 TO WS-Eoj-Written-Count
019892     END-PERFORM
020500             MOVE WS-Mth-Rejects(WS-Month-Index)
020600                 TO YTD-Rejects
020700             MOVE WS-Mth-Total(WS-Month-Index) TO YTD-Total
020701             MOVE WS-Mth-Rev-Count(WS-Month-Index)
020702                 TO YTD-Rev-Count
020703             MOVE WS-Mth-Rev-Total(WS-Month-Index)
020704                 TO YTD-Rev-Total
020800             WRITE LedgerRecord
020900             ADD 1 TO WS-Eoj-Written-Count
021000         END-IF
023100                 TO WS-Ytd-Rejects
023200             ADD WS-Mth-Total(WS-Month-Index)
023300                 TO WS-Ytd-Total
023301             ADD WS-Mth-Rev-Count(WS-Month-Index)
023302                 TO WS-Ytd-Rev-Count
023303             ADD WS-Mth-Rev-Total(WS-Month-Index)
023304                 TO WS-Ytd-Rev-Total
023400             MOVE WS-Mth-Calcs(WS-Month-Index)
023500                 TO WS-Count-Disp
023600             MOVE WS-Mth-Rejects(WS-Month-Index)
024200                 WS-Count-Disp-2 " " WS-Total-Disp
024300                 DELIMITED BY SIZE INTO ReportRecord
024400             PERFORM 4900-PUT-LINE THRU 4900-PUT-LINE-EXIT
024401             IF WS-Mth-Rev-Count(WS-Month-Index) > 0
024402                 MOVE WS-Mth-Rev-Count(WS-Month-Index)
024403                     TO WS-Count-Disp
024404                 MOVE WS-Mth-Rev-Total(WS-Month-Index)
024405                     TO WS-Total-Disp
024406                 MOVE SPACES TO ReportRecord
024407                 STRING "REV " WS-Count-Disp " "
024408                     "          " WS-Total-Disp
024409                     DELIMITED BY SIZE INTO ReportRecord
024410                 PERFORM 4900-PUT-LINE THRU 4900-PUT-LINE-EXIT
024411             END-IF
024500         END-IF
024600     END-PERFORM
024700     MOVE "----------" TO ReportRecord
025200     MOVE SPACES TO ReportRecord
025300     STRING "YTD " WS-Count-Disp " " WS-Count-Disp-2 " "
025400         WS-Total-Disp DELIMITED BY SIZE INTO ReportRecord
025401     PERFORM 4900-PUT-LINE THRU 4900-PUT-LINE-EXIT
025402     MOVE WS-Ytd-Rev-Count TO WS-Count-Disp
025403     MOVE WS-Ytd-Rev-Total TO WS-Total-Disp
025404     MOVE SPACES TO ReportRecord
025405     STRING "REV " WS-Count-Disp " " "          "
025406         WS-Total-Disp DELIMITED BY SIZE INTO ReportRecord
025407     PERFORM 4900-PUT-LINE THRU 4900-PUT-LINE-EXIT
025408     COMPUTE WS-Net-Total = WS-Ytd-Total + WS-Ytd-Rev-Total
025409     MOVE WS-Net-Total TO WS-Total-Disp
025410     MOVE SPACES TO ReportRecord
025411     STRING "NET " "          " "          " WS-Total-Disp
025412         DELIMITED BY SIZE INTO ReportRecord
025500     PERFORM 4900-PUT-LINE THRU 4900-PUT-LINE-EXIT
025600     CLOSE ReportFile
025700     .

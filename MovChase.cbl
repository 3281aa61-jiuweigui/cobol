000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MovChase.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Mover review - nightly chase, in the RecertRpt style. Lists
000900* every open MOVREV.DAT row (raised by EmpMaint on a
001000* department change, decided in MovRvw) on MOVRVRPT.TXT with
001100* its owner, old and new department and days open. A review
001200* still open past the deadline is overdue: it is flagged on
001300* the report and logged through ExcpLog as a W, one entry per
001400* review, so it reaches the morning summary until the new
001500* department's supervisor decides it. RC 4 while anything is
001600* overdue; quiet when nothing is open.
001700* Run parameter (RUNPARM.DAT library, through ParmGet):
001800*   REVIEWDAYS review deadline in days from the move (default 10)
001900*--------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*--------------------------------------------------------------
002200* DATE       INIT DESCRIPTION
002300* ---------- ---- -------------------------------------------
002400* 2026-10-15 JWG  Original version.
002425* 2026-10-15 JWG  Run parameters now come from the RUNPARM.DAT
002450*                 library through ParmGet instead of a SYSIN
002475*                 card.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT MoverReviewFile ASSIGN TO DYNAMIC WS-P-MOVREV-DAT
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS MVR-UserId
003300         FILE STATUS IS WS-Mover-Status.
003400     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-MOVRVRPT-TXT
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  MoverReviewFile.
004000     COPY "MOVREV.CPY".
004100
004200 FD  ReportFile.
004300 01  ReportRecord            PIC X(90).
004400
004500 WORKING-STORAGE SECTION.
004600 01  WS-Mover-Status         PIC XX.
004700     88  WS-Mover-Missing        VALUE "35".
004800 01  WS-Eof-Switch           PIC X VALUE "N".
004900     88  WS-End-Of-Reviews       VALUE "Y".
005000 01  WS-Run-Date             PIC 9(08).
005100 01  WS-Review-Days          PIC 9(03).
005200 01  WS-Days-Open            PIC 9(05).
005300 01  WS-Days-Open-Disp       PIC ZZZZ9.
005400 01  WS-Overdue-Text         PIC X(07).
005500 01  WS-Open-Count           PIC 9(05) COMP VALUE 0.
005600 01  WS-Overdue-Count        PIC 9(05) COMP VALUE 0.
005700 01  WS-Count-Disp           PIC ZZZZ9.
005800 01  WS-Count-Disp-2         PIC ZZZZ9.
005900 01  WS-Excp-Severity        PIC X(01).
006000 01  WS-Excp-Message         PIC X(60).
006100 01  WS-P-MOVREV-DAT        PIC X(30) VALUE "MOVREV.DAT".
006200 01  WS-P-MOVRVRPT-TXT      PIC X(30) VALUE "MOVRVRPT.TXT".
006300 01  WS-Eoj-Start-Time       PIC 9(08).
006400 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
006500 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
006600 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
006700 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
006725 01  WS-Parm-Request         PIC X(01) VALUE "G".
006750 01  WS-Parm-Name            PIC X(12).
006775 01  WS-Parm-Value           PIC X(20).
006800 01  WS-Program-Name         PIC X(20) VALUE "MOVCHASE".
006900
007000 PROCEDURE DIVISION.
007100
007200 0000-MAINLINE.
007300     CALL "PreDefMsg" USING WS-Program-Name
007400     ACCEPT WS-Eoj-Start-Time FROM TIME
007500     CALL "EnvName" USING WS-P-MOVREV-DAT
007600     CALL "EnvName" USING WS-P-MOVRVRPT-TXT
007700     DISPLAY "MOVER REVIEW CHASE"
007800     DISPLAY "=================="
007900     CALL "BusDate" USING WS-Run-Date
007960     MOVE "REVIEWDAYS" TO WS-Parm-Name
008020     MOVE "010" TO WS-Parm-Value
008080     PERFORM 9700-GET-RUN-PARM THRU 9700-GET-RUN-PARM-EXIT
008140     COMPUTE WS-Review-Days = FUNCTION NUMVAL(WS-Parm-Value)
008200     OPEN INPUT MoverReviewFile
008300     IF WS-Mover-Missing
008400         DISPLAY "MOVREV.DAT NOT FOUND - NO MOVER REVIEWS."
008500     ELSE
008600         PERFORM 2000-CHASE-REVIEWS THRU 2000-CHASE-REVIEWS-EXIT
008700         CLOSE MoverReviewFile
008800     END-IF
008900     IF WS-Overdue-Count > 0
009000         MOVE 4 TO WS-Eoj-Return-Code
009100     END-IF
009200     MOVE WS-Overdue-Count TO WS-Eoj-Written-Count
009300     CALL "EndMsg" USING WS-Program-Name,
009400         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
009500         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
009600         WS-Eoj-Return-Code
009700     MOVE WS-Eoj-Return-Code TO RETURN-CODE
009800     STOP RUN.
009900
010000 2000-CHASE-REVIEWS.
010100     OPEN OUTPUT ReportFile
010200     MOVE SPACES TO ReportRecord
010300     STRING "MOVER REVIEWS OPEN - RUN " WS-Run-Date
010400         " DEADLINE " WS-Review-Days " DAYS"
010500         DELIMITED BY SIZE INTO ReportRecord
010600     WRITE ReportRecord
010700     MOVE "USERID   OWNER FROM            TO              "
010800         TO ReportRecord
010900     MOVE "RAISED    DAYS" TO ReportRecord(48:14)
011000     WRITE ReportRecord
011100     READ MoverReviewFile NEXT RECORD
011200         AT END SET WS-End-Of-Reviews TO TRUE
011300     END-READ
011400     PERFORM UNTIL WS-End-Of-Reviews
011500         ADD 1 TO WS-Eoj-Read-Count
011600         IF MVR-Is-Open
011700             PERFORM 2100-CHASE-ONE THRU 2100-CHASE-ONE-EXIT
011800         END-IF
011900         READ MoverReviewFile NEXT RECORD
012000             AT END SET WS-End-Of-Reviews TO TRUE
012100         END-READ
012200     END-PERFORM
012300     MOVE WS-Open-Count TO WS-Count-Disp
012400     MOVE WS-Overdue-Count TO WS-Count-Disp-2
012500     MOVE SPACES TO ReportRecord
012600     STRING "OPEN " WS-Count-Disp "  OVERDUE " WS-Count-Disp-2
012700         DELIMITED BY SIZE INTO ReportRecord
012800     WRITE ReportRecord
012900     CLOSE ReportFile
013000     DISPLAY "OPEN MOVER REVIEWS:    " WS-Count-Disp
013100     DISPLAY "OVERDUE MOVER REVIEWS: " WS-Count-Disp-2
013200     .
013300 2000-CHASE-REVIEWS-EXIT.
013400     EXIT.
013500
013600 2100-CHASE-ONE.
013700     ADD 1 TO WS-Open-Count
013800     MOVE 0 TO WS-Days-Open
013900     IF MVR-Raised-Date IS NUMERIC AND MVR-Raised-Date > 0
014000         COMPUTE WS-Days-Open =
014100             FUNCTION INTEGER-OF-DATE(WS-Run-Date)
014200             - FUNCTION INTEGER-OF-DATE(MVR-Raised-Date)
014300     END-IF
014400     MOVE SPACES TO WS-Overdue-Text
014500     IF WS-Days-Open > WS-Review-Days
014600         MOVE "OVERDUE" TO WS-Overdue-Text
014700         ADD 1 TO WS-Overdue-Count
014800         MOVE "W" TO WS-Excp-Severity
014900         MOVE SPACES TO WS-Excp-Message
015000         STRING "MOVER REVIEW OVERDUE USER " MVR-UserId
015100             " DEPT " MVR-New-Department
015200             DELIMITED BY SIZE INTO WS-Excp-Message
015300         CALL "ExcpLog" USING WS-Program-Name,
015400             WS-Excp-Severity, WS-Excp-Message
015500     END-IF
015600     MOVE WS-Days-Open TO WS-Days-Open-Disp
015700     MOVE SPACES TO ReportRecord
015800     STRING MVR-UserId " " MVR-OwnerEmpId " "
015900         MVR-Old-Department " " MVR-New-Department " "
016000         MVR-Raised-Date " " WS-Days-Open-Disp " "
016100         WS-Overdue-Text DELIMITED BY SIZE INTO ReportRecord
016200     WRITE ReportRecord
016300     .
016400 2100-CHASE-ONE-EXIT.
016500     EXIT.
016510
016520*--------------------------------------------------------------
016530* Standing run parameters come from the RUNPARM.DAT library;
016540* the caller primes WS-Parm-Value with the default.
016550*--------------------------------------------------------------
016560 9700-GET-RUN-PARM.
016570     CALL "ParmGet" USING WS-Parm-Request, WS-Program-Name,
016580         WS-Parm-Name, WS-Parm-Value
016590     .
016600 9700-GET-RUN-PARM-EXIT.
016610     EXIT.

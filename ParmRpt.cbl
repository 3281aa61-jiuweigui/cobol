000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ParmRpt.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Run-parameter listing to PARMRPT.TXT: every parameter on
000900* the PARMCAT catalogue with the value in force on a date -
001000* the RUNPARM.DAT row with the latest effective date on or
001100* before it (who set it and when), or the program's own
001200* default where no row applies - and the next change already
001300* entered after that date, if any. The same rule ParmGet
001400* serves the programs by, so the listing for a past date is
001500* what that night ran on.
001600* One card:
001700*   COL 01-08  DATE         zeros or blank = the business date
001800*                           YYYYMMDD = the values in force on
001900*                                      that date
002000*--------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*--------------------------------------------------------------
002300* DATE       INIT DESCRIPTION
002400* ---------- ---- -------------------------------------------
002500* 2026-10-15 JWG  Original version.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT RunParmFile ASSIGN TO DYNAMIC WS-P-RUNPARM-DAT
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS PRM-Key
003400         FILE STATUS IS WS-Parm-Status.
003500     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-PARMRPT-TXT
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  RunParmFile.
004100     COPY "RUNPARM.CPY".
004200
004300 FD  ReportFile.
004400 01  ReportRecord            PIC X(132).
004500
004600 WORKING-STORAGE SECTION.
004700 01  WS-Parm-Status          PIC XX.
004800     88  WS-Parm-Missing         VALUE "35".
004900 01  WS-Parm-Open            PIC X VALUE "N".
005000     88  WS-Parm-Is-Open         VALUE "Y".
005100 01  WS-Eof-Switch           PIC X VALUE "N".
005200     88  WS-End-Of-Parms         VALUE "Y".
005300 01  WS-Run-Date             PIC 9(08).
005400 01  WS-Card-Date-Text       PIC X(08).
005500 01  WS-Card-Date REDEFINES WS-Card-Date-Text
005600                             PIC 9(08).
005700 01  WS-List-Date            PIC 9(08).
005800 01  WS-Cat-Index            PIC 9(02) COMP.
005900 01  WS-From-Library-Count   PIC 9(03) COMP VALUE 0.
006000 01  WS-Pending-Count        PIC 9(03) COMP VALUE 0.
006100 01  WS-Count-Disp           PIC ZZ9.
006200 01  WS-Heading-Line.
006300     02  FILLER              PIC X(24) VALUE
006400         "PROGRAM    PARAMETER   ".
006500     02  FILLER              PIC X(54) VALUE
006600         "VALUE       SOURCE".
006800     02  FILLER              PIC X(22) VALUE
006900         "NEXT CHANGE".
006950     02  FILLER              PIC X(11) VALUE "DESCRIPTION".
007000 01  WS-Parm-Line.
007100     02  WS-PL-Program       PIC X(10).
007200     02  FILLER              PIC X(01) VALUE SPACES.
007300     02  WS-PL-Name          PIC X(12).
007400     02  FILLER              PIC X(01) VALUE SPACES.
007500     02  WS-PL-Value         PIC X(10).
007600     02  FILLER              PIC X(02) VALUE SPACES.
007700     02  WS-PL-Source        PIC X(40).
007800     02  FILLER              PIC X(02) VALUE SPACES.
007900     02  WS-PL-Next          PIC X(20).
008000     02  FILLER              PIC X(02) VALUE SPACES.
008100     02  WS-PL-Description   PIC X(30).
008200 01  WS-Found-Date           PIC 9(08).
008300 01  WS-Found-Value          PIC X(20).
008400 01  WS-Found-By             PIC X(10).
008500 01  WS-Found-EmpId          PIC 9(05).
008600 01  WS-Found-Set-Date       PIC 9(08).
008700 01  WS-Next-Date            PIC 9(08).
008800 01  WS-Next-Value           PIC X(20).
008900 01  WS-P-RUNPARM-DAT       PIC X(30) VALUE "RUNPARM.DAT".
009000 01  WS-P-PARMRPT-TXT       PIC X(30) VALUE "PARMRPT.TXT".
009100     COPY "PARMCAT.CPY".
009200 01  WS-Eoj-Start-Time       PIC 9(08).
009300 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
009400 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
009500 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
009600 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
009700 01  WS-Program-Name         PIC X(20) VALUE "PARMRPT".
009800
009900 PROCEDURE DIVISION.
010000
010100 0000-MAINLINE.
010200     CALL "PreDefMsg" USING WS-Program-Name
010300     ACCEPT WS-Eoj-Start-Time FROM TIME
010400     CALL "EnvName" USING WS-P-RUNPARM-DAT
010500     CALL "EnvName" USING WS-P-PARMRPT-TXT
010600     DISPLAY "RUN PARAMETERS IN FORCE"
010700     DISPLAY "======================="
010800     CALL "BusDate" USING WS-Run-Date
010900     ACCEPT WS-Card-Date-Text
011000     IF WS-Card-Date-Text = SPACES
011100         MOVE ZEROS TO WS-Card-Date-Text
011200     END-IF
011300     IF WS-Card-Date-Text NOT NUMERIC
011400         DISPLAY "DATE CARD NOT NUMERIC - NO REPORT."
011500         MOVE 8 TO WS-Eoj-Return-Code
011600         GO TO 0000-WRAP-UP
011700     END-IF
011800     IF WS-Card-Date = 0
011900         MOVE WS-Run-Date TO WS-List-Date
012000     ELSE
012100         IF FUNCTION TEST-DATE-YYYYMMDD(WS-Card-Date) NOT = 0
012200             DISPLAY "DATE CARD NOT A VALID DATE - NO REPORT."
012300             MOVE 8 TO WS-Eoj-Return-Code
012400             GO TO 0000-WRAP-UP
012500         END-IF
012600         MOVE WS-Card-Date TO WS-List-Date
012700     END-IF
012800     OPEN INPUT RunParmFile
012900     IF WS-Parm-Status = "00"
013000         SET WS-Parm-Is-Open TO TRUE
013100     ELSE
013200         DISPLAY "RUNPARM.DAT NOT FOUND - EVERY PROGRAM ON ITS "
013300             "OWN DEFAULTS."
013400     END-IF
013500     OPEN OUTPUT ReportFile
013600     MOVE SPACES TO ReportRecord
013700     STRING "RUN PARAMETERS IN FORCE ON " WS-List-Date
013800         " - BUSINESS DATE " WS-Run-Date
013900         DELIMITED BY SIZE INTO ReportRecord
014000     PERFORM 3100-PUT-LINE THRU 3100-PUT-LINE-EXIT
014100     MOVE SPACES TO ReportRecord
014200     PERFORM 3100-PUT-LINE THRU 3100-PUT-LINE-EXIT
014300     MOVE WS-Heading-Line TO ReportRecord
014400     PERFORM 3100-PUT-LINE THRU 3100-PUT-LINE-EXIT
014500     PERFORM 2000-LIST-ONE-PARM THRU 2000-LIST-ONE-PARM-EXIT
014600         VARYING WS-Cat-Index FROM 1 BY 1
014700         UNTIL WS-Cat-Index > PCT-Entry-Count
014800     MOVE SPACES TO ReportRecord
014900     PERFORM 3100-PUT-LINE THRU 3100-PUT-LINE-EXIT
015000     MOVE WS-From-Library-Count TO WS-Count-Disp
015100     MOVE SPACES TO ReportRecord
015200     STRING "PARAMETERS SET ON THE LIBRARY: " WS-Count-Disp
015300         DELIMITED BY SIZE INTO ReportRecord
015400     PERFORM 3100-PUT-LINE THRU 3100-PUT-LINE-EXIT
015500     MOVE WS-Pending-Count TO WS-Count-Disp
015600     MOVE SPACES TO ReportRecord
015700     STRING "CHANGES ENTERED AHEAD:         " WS-Count-Disp
015800         DELIMITED BY SIZE INTO ReportRecord
015900     PERFORM 3100-PUT-LINE THRU 3100-PUT-LINE-EXIT
016000     CLOSE ReportFile
016100     IF WS-Parm-Is-Open
016200         CLOSE RunParmFile
016300     END-IF
016400     .
016500 0000-WRAP-UP.
016600     CALL "EndMsg" USING WS-Program-Name,
016700         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
016800         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
016900         WS-Eoj-Return-Code
017000     MOVE WS-Eoj-Return-Code TO RETURN-CODE
017100     STOP RUN.
017200
017300*--------------------------------------------------------------
017400* One catalogue entry: walk its rows in effective-date order;
017500* the last on or before the listing date is in force, the
017600* first after it is the next change.
017700*--------------------------------------------------------------
017800 2000-LIST-ONE-PARM.
017900     MOVE 0 TO WS-Found-Date
018000     MOVE 0 TO WS-Next-Date
018100     IF WS-Parm-Is-Open
018200         PERFORM 2100-WALK-ROWS THRU 2100-WALK-ROWS-EXIT
018300     END-IF
018400     MOVE SPACES TO WS-Parm-Line
018500     MOVE PCT-Program(WS-Cat-Index) TO WS-PL-Program
018600     MOVE PCT-Name(WS-Cat-Index) TO WS-PL-Name
018700     MOVE PCT-Description(WS-Cat-Index) TO WS-PL-Description
018800     IF WS-Found-Date = 0
018900         MOVE PCT-Default(WS-Cat-Index) TO WS-PL-Value
019000         MOVE "PROGRAM DEFAULT" TO WS-PL-Source
019100     ELSE
019200         MOVE WS-Found-Value TO WS-PL-Value
019300         STRING "SINCE " WS-Found-Date " SET BY "
019400             WS-Found-By " " WS-Found-Set-Date
019500             DELIMITED BY SIZE INTO WS-PL-Source
019600         ADD 1 TO WS-From-Library-Count
019700     END-IF
019800     IF WS-Next-Date NOT = 0
019900         STRING WS-Next-Date " " WS-Next-Value
020000             DELIMITED BY SIZE INTO WS-PL-Next
020100         ADD 1 TO WS-Pending-Count
020200     END-IF
020300     MOVE WS-Parm-Line TO ReportRecord
020400     PERFORM 3100-PUT-LINE THRU 3100-PUT-LINE-EXIT
020500     .
020600 2000-LIST-ONE-PARM-EXIT.
020700     EXIT.
020800
020900 2100-WALK-ROWS.
021000     MOVE "N" TO WS-Eof-Switch
021100     MOVE PCT-Program(WS-Cat-Index) TO PRM-Program
021200     MOVE PCT-Name(WS-Cat-Index) TO PRM-Name
021300     MOVE 0 TO PRM-Effective-Date
021400     START RunParmFile KEY IS >= PRM-Key
021500         INVALID KEY
021600             SET WS-End-Of-Parms TO TRUE
021700     END-START
021800     PERFORM UNTIL WS-End-Of-Parms
021900         READ RunParmFile NEXT RECORD
022000             AT END SET WS-End-Of-Parms TO TRUE
022100         END-READ
022200         IF NOT WS-End-Of-Parms
022300             IF PRM-Program NOT = PCT-Program(WS-Cat-Index)
022400                     OR PRM-Name NOT = PCT-Name(WS-Cat-Index)
022500                 SET WS-End-Of-Parms TO TRUE
022600             ELSE
022700                 ADD 1 TO WS-Eoj-Read-Count
022800                 IF PRM-Effective-Date > WS-List-Date
022900                     MOVE PRM-Effective-Date TO WS-Next-Date
023000                     MOVE PRM-Value TO WS-Next-Value
023100                     SET WS-End-Of-Parms TO TRUE
023200                 ELSE
023300                     MOVE PRM-Effective-Date TO WS-Found-Date
023400                     MOVE PRM-Value TO WS-Found-Value
023500                     MOVE PRM-Set-By TO WS-Found-By
023600                     MOVE PRM-Set-EmpId TO WS-Found-EmpId
023700                     MOVE PRM-Set-Date TO WS-Found-Set-Date
023800                 END-IF
023900             END-IF
024000         END-IF
024100     END-PERFORM
024200     .
024300 2100-WALK-ROWS-EXIT.
024400     EXIT.
024500
024600 3100-PUT-LINE.
024700     WRITE ReportRecord
024800     ADD 1 TO WS-Eoj-Written-Count
024900     DISPLAY ReportRecord
025000     .
025100 3100-PUT-LINE-EXIT.
025200     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ParmGet.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Shared run-parameter lookup against the RUNPARM.DAT library
000900* (RUNPARM layout), in the RsnVal spirit. Two requests:
001000*   G = get: the value of the named parameter for the calling
001100*       program in force on the business date (BusDate) -
001200*       the row with the latest effective date on or before
001300*       it. The caller passes its compiled default in the
001400*       value field, and gets it back unchanged when there
001500*       is no library or no row in force yet, so a program
001600*       needs no flag-day to move off its SYSIN card.
001700*   L = list: DISPLAY every value served to this run so far,
001800*       with where it came from. EndMsg asks for this, so the
001900*       values a job actually used close its end-of-job
002000*       block; a program that took none prints nothing.
002100* The values served are kept in WORKING-STORAGE, which lasts
002200* for the run, so the list needs no file of its own.
002300*--------------------------------------------------------------
002400* MODIFICATION HISTORY
002500*--------------------------------------------------------------
002600* DATE       INIT DESCRIPTION
002700* ---------- ---- -------------------------------------------
002800* 2026-10-15 JWG  Original version.
002900*--------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT RunParmFile ASSIGN TO DYNAMIC WS-P-RUNPARM-DAT
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS PRM-Key
003700         FILE STATUS IS WS-Parm-Status.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  RunParmFile.
004200     COPY "RUNPARM.CPY".
004300
004400 WORKING-STORAGE SECTION.
004500 01  WS-Parm-Status          PIC XX.
004600 01  WS-Eof-Switch           PIC X VALUE "N".
004700     88  WS-End-Of-Parms         VALUE "Y".
004800 01  WS-Run-Date             PIC 9(08).
004900 01  WS-Found-Date           PIC 9(08).
005000 01  WS-Found-Value          PIC X(20).
005100 01  WS-Used-Count           PIC 9(02) COMP VALUE 0.
005200 01  WS-Used-Index           PIC 9(02) COMP.
005300 01  WS-Used-Table.
005400     02  WS-Used-Entry OCCURS 20 TIMES.
005500         03  WS-Used-Name        PIC X(12).
005600         03  WS-Used-Value       PIC X(20).
005700         03  WS-Used-Date        PIC 9(08).
005800 01  WS-Used-Source          PIC X(30).
005900 01  WS-P-RUNPARM-DAT       PIC X(30) VALUE "RUNPARM.DAT".
006000
006100 LINKAGE SECTION.
006200 01  LK-Request              PIC X(01).
006300     88  LK-Get-Value            VALUE "G".
006400     88  LK-List-Used            VALUE "L".
006500 01  LK-Program-Name         PIC X(20).
006600 01  LK-Parm-Name            PIC X(12).
006700 01  LK-Parm-Value           PIC X(20).
006800
006900 PROCEDURE DIVISION USING LK-Request, LK-Program-Name,
007000     LK-Parm-Name, LK-Parm-Value.
007100
007200 0000-MAINLINE.
007300     EVALUATE TRUE
007400         WHEN LK-Get-Value
007500             PERFORM 2000-GET-VALUE THRU 2000-GET-VALUE-EXIT
007600         WHEN LK-List-Used
007700             PERFORM 3000-LIST-USED THRU 3000-LIST-USED-EXIT
007800     END-EVALUATE
007900     GOBACK.
008000
008100*--------------------------------------------------------------
008200* Walk the parameter's rows in effective-date order and keep
008300* the last one not after the business date. A date of zero
008400* in WS-Found-Date means the default was used.
008500*--------------------------------------------------------------
008600 2000-GET-VALUE.
008700     CALL "EnvName" USING WS-P-RUNPARM-DAT
008800     CALL "BusDate" USING WS-Run-Date
008900     MOVE 0 TO WS-Found-Date
009000     MOVE LK-Parm-Value TO WS-Found-Value
009100     OPEN INPUT RunParmFile
009200     IF WS-Parm-Status NOT = "00"
009300         GO TO 2000-REMEMBER-VALUE
009400     END-IF
009500     MOVE LK-Program-Name TO PRM-Program
009600     MOVE LK-Parm-Name TO PRM-Name
009700     MOVE 0 TO PRM-Effective-Date
009800     MOVE "N" TO WS-Eof-Switch
009900     START RunParmFile KEY IS >= PRM-Key
010000         INVALID KEY
010100             SET WS-End-Of-Parms TO TRUE
010200     END-START
010300     PERFORM UNTIL WS-End-Of-Parms
010400         READ RunParmFile NEXT RECORD
010500             AT END SET WS-End-Of-Parms TO TRUE
010600         END-READ
010700         IF NOT WS-End-Of-Parms
010800             IF PRM-Program NOT = LK-Program-Name(1:10)
010900                     OR PRM-Name NOT = LK-Parm-Name
011000                     OR PRM-Effective-Date > WS-Run-Date
011100                 SET WS-End-Of-Parms TO TRUE
011200             ELSE
011300                 MOVE PRM-Effective-Date TO WS-Found-Date
011400                 MOVE PRM-Value TO WS-Found-Value
011500             END-IF
011600         END-IF
011700     END-PERFORM
011800     CLOSE RunParmFile
011900     MOVE WS-Found-Value TO LK-Parm-Value
012000     .
012100 2000-REMEMBER-VALUE.
012200     PERFORM VARYING WS-Used-Index FROM 1 BY 1
012300             UNTIL WS-Used-Index > WS-Used-Count
012400             OR WS-Used-Name(WS-Used-Index) = LK-Parm-Name
012500         CONTINUE
012600     END-PERFORM
012700     IF WS-Used-Index > 20
012800         GO TO 2000-GET-VALUE-EXIT
012900     END-IF
013000     IF WS-Used-Index > WS-Used-Count
013100         MOVE WS-Used-Index TO WS-Used-Count
013200     END-IF
013300     MOVE LK-Parm-Name TO WS-Used-Name(WS-Used-Index)
013400     MOVE WS-Found-Value TO WS-Used-Value(WS-Used-Index)
013500     MOVE WS-Found-Date TO WS-Used-Date(WS-Used-Index)
013600     .
013700 2000-GET-VALUE-EXIT.
013800     EXIT.
013900
014000 3000-LIST-USED.
014100     IF WS-Used-Count = 0
014200         GO TO 3000-LIST-USED-EXIT
014300     END-IF
014400     DISPLAY "PARAMETERS USED:"
014500     PERFORM VARYING WS-Used-Index FROM 1 BY 1
014600             UNTIL WS-Used-Index > WS-Used-Count
014700         MOVE SPACES TO WS-Used-Source
014800         IF WS-Used-Date(WS-Used-Index) = 0
014900             MOVE "(PROGRAM DEFAULT)" TO WS-Used-Source
015000         ELSE
015100             STRING "(RUNPARM FROM "
015200                 WS-Used-Date(WS-Used-Index) ")"
015300                 DELIMITED BY SIZE INTO WS-Used-Source
015400         END-IF
015500         DISPLAY "  " WS-Used-Name(WS-Used-Index) " "
015600             WS-Used-Value(WS-Used-Index) " "
015700             WS-Used-Source
015800     END-PERFORM
015900     .
016000 3000-LIST-USED-EXIT.
016100     EXIT.

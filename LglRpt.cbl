000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LglRpt.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Nightly legal-hold report (LGLRPT.TXT). Lists every active
000900* hold on the LGLHOLD.DAT register - account, case reference,
001000* when and by whom it was placed, and why - and under each
001100* one every LGLSKIP.DAT line since it was placed: which
001200* destructive program left the account alone, and when. The
001300* report is for the legal and security teams; read-only, it
001400* changes neither file. A missing register simply means no
001500* holds.
001600*--------------------------------------------------------------
001700* MODIFICATION HISTORY
001800*--------------------------------------------------------------
001900* DATE       INIT DESCRIPTION
002000* ---------- ---- -------------------------------------------
002100* 2026-10-15 JWG  Original version.
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT HoldFile ASSIGN TO DYNAMIC WS-P-LGLHOLD-DAT
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS LH-UserId
003000         FILE STATUS IS WS-Hold-Status.
003100     SELECT SkipFile ASSIGN TO DYNAMIC WS-P-LGLSKIP-DAT
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-Skip-Status.
003400     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-LGLRPT-TXT
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  HoldFile.
004000     COPY "LGLHOLD.CPY".
004100
004200 FD  SkipFile.
004300     COPY "LGLSKIP.CPY".
004400
004500 FD  ReportFile.
004600 01  ReportRecord            PIC X(100).
004700
004800 WORKING-STORAGE SECTION.
004900 01  WS-Hold-Status          PIC XX.
005000     88  WS-Hold-Missing         VALUE "35".
005100 01  WS-Skip-Status          PIC XX.
005200     88  WS-Skip-Missing         VALUE "35".
005300 01  WS-Eof-Switch           PIC X VALUE "N".
005400     88  WS-End-Of-Register      VALUE "Y".
005500 01  WS-Skip-Eof             PIC X VALUE "N".
005600     88  WS-End-Of-Skips         VALUE "Y".
005700 01  WS-Run-Date             PIC 9(08).
005800 01  WS-Hold-Count           PIC 9(05) COMP VALUE 0.
005900 01  WS-Skip-Count           PIC 9(07) COMP VALUE 0.
006000 01  WS-Hold-Skips           PIC 9(07) COMP VALUE 0.
006100 01  WS-Count-Disp           PIC ZZZZZZ9.
006200 01  WS-P-LGLHOLD-DAT       PIC X(30) VALUE "LGLHOLD.DAT".
006300 01  WS-P-LGLSKIP-DAT       PIC X(30) VALUE "LGLSKIP.DAT".
006400 01  WS-P-LGLRPT-TXT        PIC X(30) VALUE "LGLRPT.TXT".
006500 01  WS-Eoj-Start-Time       PIC 9(08).
006600 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
006700 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
006800 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
006900 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
007000 01  WS-Program-Name         PIC X(20) VALUE "LGLRPT".
007100
007200 PROCEDURE DIVISION.
007300
007400 0000-MAINLINE.
007500     CALL "PreDefMsg" USING WS-Program-Name
007600     ACCEPT WS-Eoj-Start-Time FROM TIME
007700     CALL "EnvName" USING WS-P-LGLHOLD-DAT
007800     CALL "EnvName" USING WS-P-LGLSKIP-DAT
007900     CALL "EnvName" USING WS-P-LGLRPT-TXT
008000     DISPLAY "LEGAL-HOLD REPORT"
008100     DISPLAY "================="
008200     CALL "BusDate" USING WS-Run-Date
008300     OPEN OUTPUT ReportFile
008400     MOVE SPACES TO ReportRecord
008500     STRING "LEGAL-HOLD REPORT - RUN " WS-Run-Date
008600         " - ACTIVE HOLDS AND WHAT THEY PROTECTED"
008700         DELIMITED BY SIZE INTO ReportRecord
008800     WRITE ReportRecord
008900     PERFORM 2000-LIST-HOLDS THRU 2000-LIST-HOLDS-EXIT
009000     MOVE SPACES TO ReportRecord
009100     WRITE ReportRecord
009200     MOVE WS-Hold-Count TO WS-Count-Disp
009300     MOVE SPACES TO ReportRecord
009400     STRING "ACTIVE HOLDS:     " WS-Count-Disp
009500         DELIMITED BY SIZE INTO ReportRecord
009600     WRITE ReportRecord
009700     MOVE WS-Skip-Count TO WS-Count-Disp
009800     MOVE SPACES TO ReportRecord
009900     STRING "SKIPS UNDER HOLD: " WS-Count-Disp
010000         DELIMITED BY SIZE INTO ReportRecord
010100     WRITE ReportRecord
010200     CLOSE ReportFile
010300     MOVE WS-Hold-Count TO WS-Count-Disp
010400     DISPLAY "ACTIVE HOLDS REPORTED: " WS-Count-Disp
010500     MOVE WS-Hold-Count TO WS-Eoj-Read-Count
010600     MOVE WS-Skip-Count TO WS-Eoj-Written-Count
010700     CALL "EndMsg" USING WS-Program-Name,
010800         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
010900         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
011000         WS-Eoj-Return-Code
011100     MOVE WS-Eoj-Return-Code TO RETURN-CODE
011200     STOP RUN.
011300
011400 2000-LIST-HOLDS.
011500     OPEN INPUT HoldFile
011600     IF WS-Hold-Missing
011700         MOVE "(NO LEGAL HOLDS ON FILE)" TO ReportRecord
011800         WRITE ReportRecord
011900         GO TO 2000-LIST-HOLDS-EXIT
012000     END-IF
012100     MOVE 0 TO LH-UserId
012200     START HoldFile KEY IS >= LH-UserId
012300         INVALID KEY
012400             SET WS-End-Of-Register TO TRUE
012500     END-START
012600     PERFORM UNTIL WS-End-Of-Register
012700         READ HoldFile NEXT RECORD
012800             AT END SET WS-End-Of-Register TO TRUE
012900         END-READ
013000         IF NOT WS-End-Of-Register AND LH-Is-Active
013100             PERFORM 2100-REPORT-ONE-HOLD
013200                 THRU 2100-REPORT-ONE-HOLD-EXIT
013300         END-IF
013400     END-PERFORM
013500     CLOSE HoldFile
013600     IF WS-Hold-Count = 0
013700         MOVE "(NO ACTIVE LEGAL HOLDS)" TO ReportRecord
013800         WRITE ReportRecord
013900     END-IF
014000     .
014100 2000-LIST-HOLDS-EXIT.
014200     EXIT.
014300
014400*--------------------------------------------------------------
014500* One hold: its own lines, then every skip logged against the
014600* account since the hold was placed.
014700*--------------------------------------------------------------
014800 2100-REPORT-ONE-HOLD.
014900     ADD 1 TO WS-Hold-Count
015000     MOVE 0 TO WS-Hold-Skips
015100     MOVE SPACES TO ReportRecord
015200     WRITE ReportRecord
015300     MOVE SPACES TO ReportRecord
015400     STRING "HOLD " LH-UserId " CASE " LH-Case-Ref
015500         " PLACED " LH-Placed-Date " BY " LH-Placed-By
015600         " (" LH-Placed-EmpId ")" DELIMITED BY SIZE
015700         INTO ReportRecord
015800     WRITE ReportRecord
015900     MOVE SPACES TO ReportRecord
016000     STRING "     REASON: " LH-Reason DELIMITED BY SIZE
016100         INTO ReportRecord
016200     WRITE ReportRecord
016300     MOVE "N" TO WS-Skip-Eof
016400     OPEN INPUT SkipFile
016500     IF WS-Skip-Missing
016600         SET WS-End-Of-Skips TO TRUE
016700     END-IF
016800     PERFORM UNTIL WS-End-Of-Skips
016900         READ SkipFile
017000             AT END SET WS-End-Of-Skips TO TRUE
017100         END-READ
017200         IF NOT WS-End-Of-Skips
017300                 AND LS-UserId = LH-UserId
017400                 AND LS-Date >= LH-Placed-Date
017500             MOVE SPACES TO ReportRecord
017600             STRING "     SKIPPED " LS-Date " " LS-Time(1:6)
017700                 " BY " LS-Program " CASE " LS-Case-Ref
017800                 DELIMITED BY SIZE INTO ReportRecord
017900             WRITE ReportRecord
018000             ADD 1 TO WS-Hold-Skips
018100         END-IF
018200     END-PERFORM
018300     IF NOT WS-Skip-Missing
018400         CLOSE SkipFile
018500     END-IF
018600     IF WS-Hold-Skips = 0
018700         MOVE "     (NOTHING SKIPPED UNDER THIS HOLD YET)"
018800             TO ReportRecord
018900         WRITE ReportRecord
019000     END-IF
019100     ADD WS-Hold-Skips TO WS-Skip-Count
019200     .
019300 2100-REPORT-ONE-HOLD-EXIT.
019400     EXIT.

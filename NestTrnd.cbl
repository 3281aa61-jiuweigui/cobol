001000* ELIGIBLE counts with the thresholds used, then compares the
001100* latest run's band shares against the run before it and
001200* flags any band that shifted by more than a tolerance
001300* (percentage points, TOLERANCE on RUNPARM.DAT, default 10).
001400* A sudden jump in HIGH classifications is the early-warning
001500* signal this job exists for.
001600*--------------------------------------------------------------
001900* DATE       INIT DESCRIPTION
002000* ---------- ---- -------------------------------------------
002100* 2026-08-22 JWG  Original version.
002125* 2026-10-15 JWG  Run parameters now come from the RUNPARM.DAT
002150*                 library through ParmGet instead of a SYSIN
002175*                 card.
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
007500 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
007600 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
007700 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
007725 01  WS-Parm-Request         PIC X(01) VALUE "G".
007750 01  WS-Parm-Name            PIC X(12).
007775 01  WS-Parm-Value           PIC X(20).
007800 01  WS-Program-Name         PIC X(20) VALUE "NESTTRND".
007900
008000 PROCEDURE DIVISION.
008500     CALL "EnvName" USING WS-P-NESTHIST-DAT
008600     DISPLAY "CLASSIFICATION TREND REPORT"
008700     DISPLAY "==========================="
008780     MOVE "TOLERANCE" TO WS-Parm-Name
008860     MOVE "010" TO WS-Parm-Value
008940     PERFORM 9700-GET-RUN-PARM THRU 9700-GET-RUN-PARM-EXIT
009020     COMPUTE WS-Tolerance = FUNCTION NUMVAL(WS-Parm-Value)
009100     IF WS-Tolerance = ZERO
009200         MOVE 10 TO WS-Tolerance
009300     END-IF
020000     .
020100 3100-COMPARE-ONE-BAND-EXIT.
020200     EXIT.
020210
020220*--------------------------------------------------------------
020230* Standing run parameters come from the RUNPARM.DAT library;
020240* the caller primes WS-Parm-Value with the default.
020250*--------------------------------------------------------------
020260 9700-GET-RUN-PARM.
020270     CALL "ParmGet" USING WS-Parm-Request, WS-Program-Name,
020280         WS-Parm-Name, WS-Parm-Value
020290     .
020300 9700-GET-RUN-PARM-EXIT.
020310     EXIT.

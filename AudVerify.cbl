002200* DATE       INIT DESCRIPTION
002300* ---------- ---- -------------------------------------------
002400* 2026-09-01 JWG  Original version.
002410* 2026-10-15 JWG  Ends with GOBACK rather than STOP RUN so the
002420*                 DrTest recovery rehearsal can CALL it; run as
002430*                 a job step it ends the same way as before.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
010500         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
010600         WS-Eoj-Return-Code
010700     MOVE WS-Eoj-Return-Code TO RETURN-CODE
010800     GOBACK.
010900
011000 2000-WALK-THE-CHAIN.
011100     OPEN INPUT SuiteAuditFile

002532*                 (shared BusDate routine, system-date
002548*                 fallback), so a rerun past midnight keeps
002564*                 one business date.
002570* 2026-10-15 JWG  Ends with GOBACK rather than STOP RUN so
002572*                 UserRstr can CALL it after a backup-set
002574*                 restore; run as a job step it ends the
002576*                 same way as before.
002580*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
013000         DISPLAY "USERS.DATA NOT FOUND - NOTHING TO AUDIT "
013100             "AGAINST."
013200         MOVE 8 TO RETURN-CODE
013300         GOBACK
013400     END-IF
013500     OPEN OUTPUT ReportFile
013600     MOVE SPACES TO ReportRecord
017700         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
017800         WS-Eoj-Return-Code
017900     MOVE WS-Eoj-Return-Code TO RETURN-CODE
018000     GOBACK.
018100
018200 1000-PROBE-MASTER.
018300     MOVE "N" TO WS-Id-On-File

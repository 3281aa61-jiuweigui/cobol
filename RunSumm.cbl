001000* nightly chain already leaves behind:
001100*   - the USERS.DATA trailer (record count and run date)
001200*   - Multip's MULTRPT.TXT summary lines
001201*   - SusAge's SUSAGE.TXT suspense aging counts
001300*   - tonight's PERFSTAGE.LOG stage completions
001301*   - SlaWatch's SLAWATCH.TXT milestone deadline verdicts
001400*   - tonight's EXCEPTS.DAT exceptions
001500* and writes RUNSUMM.TXT (also displayed). Runs as the final
001600* step of NIGHTLY.JCL.
002332*                 (shared BusDate routine, system-date
002348*                 fallback), so a rerun past midnight keeps
002364*                 one business date.
002365* 2026-10-15 JWG  USERREC widened to 250 bytes for the account end
002366*                 date; the full-record images and trailer layout
002367*                 here are sized to match.
002368* 2026-10-15 JWG  Multip suspense section added: the SUSAGE.TXT
002369*                 bucket counts SusAge writes for the rejected
002370*                 details still awaiting repair or resubmission.
002371* 2026-10-15 JWG  SLA section added: the SLAWATCH.TXT verdicts
002372*                 on tonight's milestone deadlines.
002380*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003200     SELECT MultReportFile ASSIGN TO DYNAMIC WS-P-MULTRPT-TXT
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-MultReport-Status.
003401     SELECT SuspAgeFile ASSIGN TO DYNAMIC WS-P-SUSAGE-TXT
003402         ORGANIZATION IS LINE SEQUENTIAL
003403         FILE STATUS IS WS-SuspAge-Status.
003404     SELECT SlaWatchFile ASSIGN TO DYNAMIC WS-P-SLAWATCH-TXT
003405         ORGANIZATION IS LINE SEQUENTIAL
003406         FILE STATUS IS WS-SlaWatch-Status.
003500     SELECT StageLogFile ASSIGN TO DYNAMIC WS-P-PERFSTAGE-LOG
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-Stage-Log-Status.
005000     02  TR-Filler-1         PIC X(12).
005100     02  TR-Record-Count     PIC 9(09).
005200     02  TR-Run-Date         PIC 9(08).
005300     02  FILLER              PIC X(213).
005400
005500 FD  MultReportFile.
005600 01  MultReportRecord        PIC X(80).
005700
005701 FD  SuspAgeFile.
005702 01  SuspAgeRecord           PIC X(100).
005703
005704 FD  SlaWatchFile.
005705 01  SlaWatchRecord          PIC X(80).
005706
005800 FD  StageLogFile.
005900 01  StageLogRecord          PIC X(80).
006000
006900     88  WS-File-Not-Found   VALUE "35".
007000 01  WS-MultReport-Status    PIC XX.
007100     88  WS-MultReport-Missing   VALUE "35".
007101 01  WS-SuspAge-Status       PIC XX.
007102     88  WS-SuspAge-Missing      VALUE "35".
007103 01  WS-SlaWatch-Status      PIC XX.
007104     88  WS-SlaWatch-Missing     VALUE "35".
007200 01  WS-Stage-Log-Status     PIC XX.
007300     88  WS-Stage-Log-Missing    VALUE "35".
007400 01  WS-Exception-Status     PIC XX.
008400 01  WS-Scan-Hit             PIC 9(04) COMP.
008500 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
008600 01  WS-P-MULTRPT-TXT       PIC X(30) VALUE "MULTRPT.TXT".
008601 01  WS-P-SUSAGE-TXT        PIC X(30) VALUE "SUSAGE.TXT".
008602 01  WS-P-SLAWATCH-TXT      PIC X(30) VALUE "SLAWATCH.TXT".
008700 01  WS-P-PERFSTAGE-LOG     PIC X(30) VALUE "PERFSTAGE.LOG".
008800 01  WS-P-EXCEPTS-DAT       PIC X(30) VALUE "EXCEPTS.DAT".
008900 01  WS-P-RUNSUMM-TXT       PIC X(30) VALUE "RUNSUMM.TXT".
010100     ACCEPT WS-Eoj-Start-Time FROM TIME
010200     CALL "EnvName" USING WS-P-USERS-DATA
010300     CALL "EnvName" USING WS-P-MULTRPT-TXT
010301     CALL "EnvName" USING WS-P-SUSAGE-TXT
010302     CALL "EnvName" USING WS-P-SLAWATCH-TXT
010400     CALL "EnvName" USING WS-P-PERFSTAGE-LOG
010500     CALL "EnvName" USING WS-P-EXCEPTS-DAT
010600     CALL "EnvName" USING WS-P-RUNSUMM-TXT
011200         THRU 2000-SUMMARISE-USER-FILE-EXIT
011300     PERFORM 3000-SUMMARISE-MULTIP
011400         THRU 3000-SUMMARISE-MULTIP-EXIT
011401     PERFORM 3500-SUMMARISE-SUSPENSE
011402         THRU 3500-SUMMARISE-SUSPENSE-EXIT
011500     PERFORM 4000-SUMMARISE-STAGES
011600         THRU 4000-SUMMARISE-STAGES-EXIT
011601     PERFORM 4500-SUMMARISE-SLA
011602         THRU 4500-SUMMARISE-SLA-EXIT
011700     PERFORM 5000-SUMMARISE-EXCEPTIONS
011800         THRU 5000-SUMMARISE-EXCEPTIONS-EXIT
011810     PERFORM 5500-CARRY-FORWARD-ERRORS
019000     CLOSE MultReportFile
019100     .
019200 3000-SUMMARISE-MULTIP-EXIT.
019201     EXIT.
019202
019203*--------------------------------------------------------------
019204* Only SusAge's "SUSPENSE" summary lines come onto the page; the
019205* item list stays on SUSAGE.TXT.
019206*--------------------------------------------------------------
019207 3500-SUMMARISE-SUSPENSE.
019208     MOVE "N" TO WS-Eof-Switch
019209     MOVE SPACES TO SummaryRecord
019210     MOVE "MULTIP SUSPENSE (REJECTED DETAILS):" TO SummaryRecord
019211     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
019212     OPEN INPUT SuspAgeFile
019213     IF WS-SuspAge-Missing
019214         MOVE "  SUSAGE.TXT NOT FOUND" TO SummaryRecord
019215         PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
019216         GO TO 3500-SUMMARISE-SUSPENSE-EXIT
019217     END-IF
019218     READ SuspAgeFile
019219         AT END SET WS-End-Of-Input TO TRUE
019220     END-READ
019221     PERFORM UNTIL WS-End-Of-Input
019222         IF SuspAgeRecord(1:8) = "SUSPENSE"
019223             MOVE SPACES TO SummaryRecord
019224             STRING "  " SuspAgeRecord DELIMITED BY SIZE
019225                 INTO SummaryRecord
019226             PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
019227         END-IF
019228         READ SuspAgeFile
019229             AT END SET WS-End-Of-Input TO TRUE
019230         END-READ
019231     END-PERFORM
019232     CLOSE SuspAgeFile
019233     .
019234 3500-SUMMARISE-SUSPENSE-EXIT.
019300     EXIT.
019400
019500 4000-SUMMARISE-STAGES.
023700     .
023800 4100-CHECK-STAGE-LINE-EXIT.
023900     EXIT.
023901
023902*--------------------------------------------------------------
023903* Only SlaWatch's "SLA " lines come onto the page - one per
023904* milestone and the totals; the W and E raised for a margin
023905* or a miss are on the exception section below as well.
023906*--------------------------------------------------------------
023907 4500-SUMMARISE-SLA.
023908     MOVE "N" TO WS-Eof-Switch
023909     MOVE SPACES TO SummaryRecord
023910     MOVE "SLA MILESTONES (DEADLINE WATCHDOG):" TO SummaryRecord
023911     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
023912     OPEN INPUT SlaWatchFile
023913     IF WS-SlaWatch-Missing
023914         MOVE "  SLAWATCH.TXT NOT FOUND" TO SummaryRecord
023915         PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
023916         GO TO 4500-SUMMARISE-SLA-EXIT
023917     END-IF
023918     READ SlaWatchFile
023919         AT END SET WS-End-Of-Input TO TRUE
023920     END-READ
023921     PERFORM UNTIL WS-End-Of-Input
023922         IF SlaWatchRecord(1:4) = "SLA "
023923             MOVE SPACES TO SummaryRecord
023924             STRING "  " SlaWatchRecord DELIMITED BY SIZE
023925                 INTO SummaryRecord
023926             PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
023927         END-IF
023928         READ SlaWatchFile
023929             AT END SET WS-End-Of-Input TO TRUE
023930         END-READ
023931     END-PERFORM
023932     CLOSE SlaWatchFile
023933     .
023934 4500-SUMMARISE-SLA-EXIT.
023935     EXIT.
024000
024100 5000-SUMMARISE-EXCEPTIONS.
024200     MOVE "N" TO WS-Eof-Switch

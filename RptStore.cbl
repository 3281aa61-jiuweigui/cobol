001300* program, so "bring me the dormancy report from the 14th"
001400* is a catalog lookup in RptView instead of hoping the file
001500* survived its next overwrite. Catalogued copies older than
001600* the retention parameter (RETENTDAYS on RUNPARM.DAT, default
001700* 30 days) are deleted and dropped from the catalog. Runs at
001800* the end of the stream, after every report of the night is cut.
001900*--------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*--------------------------------------------------------------
002410* 2026-09-01 JWG  PENDPIPE.TXT, MULTYTDR.TXT and the
002420*                 recertification reports joined the
002430*                 catalogue.
002440* 2026-10-15 JWG  SODRPT.TXT (segregation-of-duties report)
002450*                 joined the catalogue.
002451* 2026-10-15 JWG  TERMRPT.TXT (TermSweep fixed-term account sweep)
002452*                 added to the catalogued reports.
002453* 2026-10-15 JWG  PROVRPT.TXT (ProvFeed joiner provisioning queue)
002454*                 added to the catalogued reports.
002455* 2026-10-15 JWG  MOVRVRPT.TXT (MovChase mover-review chase) added
002456*                 to the catalogued reports.
002457* 2026-10-15 JWG  BOUNCRPT.TXT (NotifyBnc undeliverable Emails)
002458*                 added to the catalogued reports.
002459* 2026-10-15 JWG  CENSRPT.TXT (HrCensus reconciliation) added to
002460*                 the catalogued reports.
002461* 2026-10-15 JWG  SUSAGE.TXT (SusAge Multip suspense aging) added
002462*                 to the catalogued reports.
002463* 2026-10-15 JWG  RISKRPT.TXT (RiskScr ranked account risk) added
002464*                 to the catalogued reports.
002465* 2026-10-15 JWG  CHKOPEN.TXT (ChkOpen checklist open items) added
002466*                 to the catalogued reports.
002467* 2026-10-15 JWG  SLAWATCH.TXT (SlaWatch deadline verdicts) and
002468*                 SLARPT.TXT (SlaRpt monthly attainment) added.
002469* 2026-10-15 JWG  SVCCONF.TXT (SvcConf service-account owner
002470*                 re-confirmation) added to the catalogued
002471*                 reports.
002472* 2026-10-15 JWG  BGRPT.TXT (BgSweep break-glass usage report)
002473*                 added to the catalogued reports.
002474* 2026-10-15 JWG  PREFEXC.TXT (preference feed exceptions)
002475*                 added to the catalogued reports.
002476* 2026-10-15 JWG  LGLRPT.TXT (LglRpt legal-hold report) added
002477*                 to the catalogued reports.
002478* 2026-10-15 JWG  DSRAGE.TXT (DsrAge data-subject case aging)
002479*                 added to the catalogued reports.
002480* 2026-10-15 JWG  SCOPERPT.TXT (ScopeRpt operator region-scope
002481*                 report) added to the catalogued reports.
002482* 2026-10-15 JWG  READRPT.TXT (ReadRpt browsing-pattern
002483*                 report) added to the catalogued reports.
002484* 2026-10-15 JWG  DRTEST.TXT (DrTest recovery rehearsal
002485*                 evidence) added to the catalogued reports.
002486* 2026-10-15 JWG  SECSTMT.TXT (SecStmt monthly statement counts
002487*                 per country) added to the catalogued reports.
002488* 2026-10-15 JWG  DQDETAIL.TXT (UserDq failure detail) added to
002489*                 the catalogued reports. Catalogue rows carry
002490*                 RC-Recipient: blank on a whole copy, the
002491*                 employee id on a RptBurst recipient copy;
002492*                 kept across the rewrite and retired like
002493*                 any other row. Catalogue table raised to
002494*                 2000 rows for the recipient copies.
002496* 2026-10-15 JWG  SECMETR.TXT (SecMetr twelve-month security
002498*                 metrics) added to the catalogued reports.
002499* 2026-10-15 JWG  TKTAGE.TXT (TktAge open-ticket aging) and
002504*                 TKTVOL.TXT (TktVol monthly ticket volume)
002509*                 added to the catalogued reports.
002514* 2026-10-15 JWG  CALFWD.TXT (CalFwd calendar forward look)
002519*                 added to the catalogued reports.
002524* 2026-10-15 JWG  MGRRPT.TXT (MgrRpt reporting-line check) added
002529*                 to the catalogued reports.
002534* 2026-10-15 JWG  SUSPRPT.TXT (SuspSwp leave-of-absence sweep)
002539*                 added to the catalogued reports.
002544* 2026-10-15 JWG  IDMAP.TXT (IdMap UserId check-digit map) added
002549*                 to the catalogued reports.
002554* 2026-10-15 JWG  USERQRY.TXT (UserQry ad-hoc listing) added to
002559*                 the catalogued reports.
002564* 2026-10-15 JWG  Run parameters now come from the RUNPARM.DAT
002569*                 library through ParmGet instead of a SYSIN
002574*                 card.
002579* 2026-10-15 JWG  PARMRPT.TXT (ParmRpt run parameters in force)
002584*                 added to the catalogued reports.
002589*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
003800     02  RC-Report           PIC X(13).
003900     02  RC-Date             PIC 9(08).
004000     02  RC-Program          PIC X(20).
004050     02  RC-Recipient        PIC X(05).
004100
004200 WORKING-STORAGE SECTION.
004300 01  WS-Catalog-Status       PIC XX.
007830     02  FILLER PIC X(33) VALUE "MULTYTDR.TXT MULTYTD".
007840     02  FILLER PIC X(33) VALUE "RECERTWS.TXT RECERTGEN".
007850     02  FILLER PIC X(33) VALUE "RECERTCR.TXT RECERTRPT".
007860     02  FILLER PIC X(33) VALUE "SODRPT.TXT   SODRPT".
007870     02  FILLER PIC X(33) VALUE "TERMRPT.TXT  TERMSWEEP".
007880     02  FILLER PIC X(33) VALUE "PROVRPT.TXT  PROVFEED".
007890     02  FILLER PIC X(33) VALUE "MOVRVRPT.TXT MOVCHASE".
007895     02  FILLER PIC X(33) VALUE "BOUNCRPT.TXT NOTIFYBNC".
007897     02  FILLER PIC X(33) VALUE "CENSRPT.TXT  HRCENSUS".
007898     02  FILLER PIC X(33) VALUE "SUSAGE.TXT   SUSAGE".
007899     02  FILLER PIC X(33) VALUE "RISKRPT.TXT  RISKSCR".
007905     02  FILLER PIC X(33) VALUE "CHKOPEN.TXT  CHKOPEN".
007911     02  FILLER PIC X(33) VALUE "SLAWATCH.TXT SLAWATCH".
007917     02  FILLER PIC X(33) VALUE "SLARPT.TXT   SLARPT".
007923     02  FILLER PIC X(33) VALUE "SVCCONF.TXT  SVCCONF".
007929     02  FILLER PIC X(33) VALUE "BGRPT.TXT    BGSWEEP".
007935     02  FILLER PIC X(33) VALUE "PREFEXC.TXT  PREFFEED".
007941     02  FILLER PIC X(33) VALUE "LGLRPT.TXT   LGLRPT".
007947     02  FILLER PIC X(33) VALUE "DSRAGE.TXT   DSRAGE".
007953     02  FILLER PIC X(33) VALUE "SCOPERPT.TXT SCOPERPT".
007959     02  FILLER PIC X(33) VALUE "READRPT.TXT  READRPT".
007965     02  FILLER PIC X(33) VALUE "DRTEST.TXT   DRTEST".
007971     02  FILLER PIC X(33) VALUE "SECSTMT.TXT  SECSTMT".
007977     02  FILLER PIC X(33) VALUE "DQDETAIL.TXT USERDQ".
007980     02  FILLER PIC X(33) VALUE "SECMETR.TXT  SECMETR".
007981     02  FILLER PIC X(33) VALUE "TKTAGE.TXT   TKTAGE".
007982     02  FILLER PIC X(33) VALUE "TKTVOL.TXT   TKTVOL".
007984     02  FILLER PIC X(33) VALUE "MGRRPT.TXT   MGRRPT".
007986     02  FILLER PIC X(33) VALUE "SUSPRPT.TXT  SUSPSWP".
007988     02  FILLER PIC X(33) VALUE "IDMAP.TXT    IDMAP".
007990     02  FILLER PIC X(33) VALUE "USERQRY.TXT  USERQRY".
007992     02  FILLER PIC X(33) VALUE "PARMRPT.TXT  PARMRPT".
007994     02  FILLER PIC X(33) VALUE "CALFWD.TXT   CALFWD".
007996 01  WS-Report-Entries REDEFINES WS-Report-Table.
008000     02  WS-Report-Entry OCCURS 58 TIMES.
008100         03  WS-Rpt-Name         PIC X(13).
008200         03  WS-Rpt-Program      PIC X(20).
008300 01  WS-Report-Index         PIC 9(02) COMP.
008700 01  WS-Stored-Count         PIC 9(03) COMP VALUE 0.
008800 01  WS-Retired-Count        PIC 9(03) COMP VALUE 0.
008900 01  WS-Catalog-Table.
009000     02  WS-Cat-Entry OCCURS 2000 TIMES.
009100         03  WS-Cat-Copy-Name    PIC X(40).
009200         03  WS-Cat-Report       PIC X(13).
009300         03  WS-Cat-Date         PIC 9(08).
009400         03  WS-Cat-Program      PIC X(20).
009450         03  WS-Cat-Recipient    PIC X(05).
009500 01  WS-Cat-Count            PIC 9(04) COMP VALUE 0.
009600 01  WS-Cat-Index            PIC 9(04) COMP.
009700 01  WS-P-RPTCTLG-DAT       PIC X(30) VALUE "RPTCTLG.DAT".
009800 01  WS-Eoj-Start-Time       PIC 9(08).
009900 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
010000 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
010100 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
010200 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
010225 01  WS-Parm-Request         PIC X(01) VALUE "G".
010250 01  WS-Parm-Name            PIC X(12).
010275 01  WS-Parm-Value           PIC X(20).
010300 01  WS-Program-Name         PIC X(20) VALUE "RPTSTORE".
010400
010500 PROCEDURE DIVISION.
011100     DISPLAY "REPORT CATALOG STEP"
011200     DISPLAY "==================="
011300     CALL "BusDate" USING WS-Run-Date
011380     MOVE "RETENTDAYS" TO WS-Parm-Name
011460     MOVE "030" TO WS-Parm-Value
011540     PERFORM 9700-GET-RUN-PARM THRU 9700-GET-RUN-PARM-EXIT
011620     COMPUTE WS-Retention-Days = FUNCTION NUMVAL(WS-Parm-Value)
011700     IF WS-Retention-Days = ZERO
011800         MOVE 30 TO WS-Retention-Days
011900     END-IF
012600     PERFORM 2000-STORE-ONE-REPORT
012700         THRU 2000-STORE-ONE-REPORT-EXIT
012800         VARYING WS-Report-Index FROM 1 BY 1
012900         UNTIL WS-Report-Index > 58
013000     PERFORM 3000-RETIRE-OLD-COPIES
013100         THRU 3000-RETIRE-OLD-COPIES-EXIT
013200     PERFORM 4000-REWRITE-CATALOG
015000         AT END SET WS-End-Of-Catalog TO TRUE
015100     END-READ
015200     PERFORM UNTIL WS-End-Of-Catalog
015300         IF WS-Cat-Count < 2000
015400             ADD 1 TO WS-Cat-Count
015500             MOVE RC-Copy-Name
015600                 TO WS-Cat-Copy-Name(WS-Cat-Count)
015800             MOVE RC-Date TO WS-Cat-Date(WS-Cat-Count)
015900             MOVE RC-Program
016000                 TO WS-Cat-Program(WS-Cat-Count)
016050             MOVE RC-Recipient
016060                 TO WS-Cat-Recipient(WS-Cat-Count)
016100         END-IF
016200         READ CatalogFile
016300             AT END SET WS-End-Of-Catalog TO TRUE
018200         GO TO 2000-STORE-ONE-REPORT-EXIT
018300     END-IF
018400     ADD 1 TO WS-Stored-Count
018500     IF WS-Cat-Count < 2000
018600         ADD 1 TO WS-Cat-Count
018700         MOVE WS-Copy-Name
018800             TO WS-Cat-Copy-Name(WS-Cat-Count)
019100         MOVE WS-Run-Date TO WS-Cat-Date(WS-Cat-Count)
019200         MOVE WS-Rpt-Program(WS-Report-Index)
019300             TO WS-Cat-Program(WS-Cat-Count)
019350         MOVE SPACES TO WS-Cat-Recipient(WS-Cat-Count)
019400     END-IF
019500     .
019600 2000-STORE-ONE-REPORT-EXIT.
022400             MOVE WS-Cat-Date(WS-Cat-Index) TO RC-Date
022500             MOVE WS-Cat-Program(WS-Cat-Index)
022600                 TO RC-Program
022650             MOVE WS-Cat-Recipient(WS-Cat-Index)
022660                 TO RC-Recipient
022700             WRITE CatalogRecord
022800         END-IF
022900     END-PERFORM
023100     .
023200 4000-REWRITE-CATALOG-EXIT.
023300     EXIT.
023310
023320*--------------------------------------------------------------
023330* Standing run parameters come from the RUNPARM.DAT library;
023340* the caller primes WS-Parm-Value with the default.
023350*--------------------------------------------------------------
023360 9700-GET-RUN-PARM.
023370     CALL "ParmGet" USING WS-Parm-Request, WS-Program-Name,
023380         WS-Parm-Name, WS-Parm-Value
023390     .
023400 9700-GET-RUN-PARM-EXIT.
023410     EXIT.

002910* 2026-09-01 JWG  C entries now get their promised
002920*                 PRESENT/ABSENT line instead of being
002930*                 skipped silently.
002940* 2026-10-15 JWG  USRACCS.DAT (entitlement register, revoked
002950*                 by the dormancy and HR-feed steps) added
002960*                 to the table.
002970* 2026-10-15 JWG  SODRULE.DAT and SODEXCP.DAT (segregation-of-
002971*                 duties rules and exceptions) added.
002972* 2026-10-15 JWG  USERREC widened to 250 bytes; the USERS.DATA
002973*                 trailer layout here is sized to match.
002974* 2026-10-15 JWG  PROVREQ.DAT (joiner provisioning queue) added to
002975*                 the table.
002976* 2026-10-15 JWG  MOVREV.DAT (mover-review list) added to the
002977*                 table.
002978* 2026-10-15 JWG  NOTIFBNC.DAT (mail-gateway bounce file) added to
002979*                 the table.
002980* 2026-10-15 JWG  HRCENSUS.DAT (HR census file) added to the
002981*                 table.
002982* 2026-10-15 JWG  FXRATE.DAT (currency rate file) added to the
002983*                 table.
002984* 2026-10-15 JWG  GLWORK.DAT (Multip's held journal legs) and
002985*                 GLSEQ.CTL (GL journal transmission sequence)
002986*                 added to the table.
002987* 2026-10-15 JWG  HOLDLIM.DAT (Multip's hold thresholds) and
002988*                 MULTHOLD.DAT (held large-value details) added to
002989*                 the table.
002990* 2026-10-15 JWG  MULTSUSP.DAT (Multip's rejected-detail suspense)
002991*                 added to the table.
002992* 2026-10-15 JWG  MULTREV.DAT (MultRev's batch reversals) added to
002993*                 the table.
002994* 2026-10-15 JWG  RISKCTL.DAT (risk-score weights and cut-offs)
002995*                 and RISKREG.DAT (account risk register) added.
002996* 2026-10-15 JWG  OPSCHK.DAT (operations checklist master) and
002997*                 OPSDAY.DAT (signed daily checklists) added.
002998* 2026-10-15 JWG  SLATAB.DAT (batch SLA deadlines) and
002999*                 SLAHIST.DAT (SLA verdict history) added.
003002* 2026-10-15 JWG  ONCALL.DAT (on-call rota) and PAGELOG.DAT
003005*                 (on-call pages sent) added.
003008* 2026-10-15 JWG  BRKGLASS.DAT (break-glass register) and
003011*                 BGLOG.DAT (break-glass usage log) added.
003014* 2026-10-15 JWG  PSDVAULT.DAT (pseudonym token vault) added.
003017* 2026-10-15 JWG  CONTPREF.DAT (contact-preference register)
003020*                 added.
003023* 2026-10-15 JWG  LGLHOLD.DAT (legal-hold register) and
003026*                 LGLSKIP.DAT (legal-hold skip log) added.
003029* 2026-10-15 JWG  DSRCASE.DAT (data-subject case register)
003032*                 added.
003035* 2026-10-15 JWG  DISCLOG.DAT (outbound disclosure log) added.
003038* 2026-10-15 JWG  OPSCOPE.DAT (operator region-scope register)
003041*                 added.
003044* 2026-10-15 JWG  READJRNL.DAT (read-access journal) added.
003047* 2026-10-15 JWG  USRRESV.DAT (account reservations) added.
003050* 2026-10-15 JWG  BKUPMAN.DAT (backup-set manifest) added.
003053* 2026-10-15 JWG  Ends with GOBACK rather than STOP RUN so the
003056*                 DrTest recovery rehearsal can CALL it; run as
003059*                 a job step it ends the same way as before.
003062* 2026-10-15 JWG  DISTLIST.DAT (report distribution list) added.
003065* 2026-10-15 JWG  SECHIST.DAT (monthly security metrics) added.
003068* 2026-10-15 JWG  TICKET.DAT (helpdesk ticket register) added.
003071* 2026-10-15 JWG  SUSPEND.DAT (leave-of-absence register) added.
003074* 2026-10-15 JWG  RUNPARM.DAT (run-parameter library) added to
003077*                 the table.
003080* 2026-10-15 JWG  SESSION.DAT (sign-on session register) added.
003083* 2026-10-15 JWG  SIEMHWM.CTL (SIEM feed high-water mark) added.
003086* 2026-10-15 JWG  REACTQ.DAT (pending reactivations) added.
003089* 2026-10-15 JWG  TERMREG.DAT (known-terminal register) added.
003092*--------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
004900     02  TR-Filler-1         PIC X(12).
005000     02  TR-Record-Count     PIC 9(09).
005100     02  TR-Run-Date         PIC 9(08).
005200     02  FILLER              PIC X(213).
005300
005400 FD  ProbeFile.
005500 01  ProbeRecord             PIC X(133).
008100     02  FILLER              PIC X(14) VALUE "CONTACT.DAT  C".
008200     02  FILLER              PIC X(14) VALUE "COUNTRY.DAT  C".
008300     02  FILLER              PIC X(14) VALUE "STANDORD.DAT C".
008310     02  FILLER              PIC X(14) VALUE "USRACCS.DAT  C".
008320     02  FILLER              PIC X(14) VALUE "SODRULE.DAT  C".
008330     02  FILLER              PIC X(14) VALUE "SODEXCP.DAT  C".
008340     02  FILLER              PIC X(14) VALUE "PROVREQ.DAT  C".
008350     02  FILLER              PIC X(14) VALUE "MOVREV.DAT   C".
008360     02  FILLER              PIC X(14) VALUE "NOTIFBNC.DAT L".
008370     02  FILLER              PIC X(14) VALUE "HRCENSUS.DAT L".
008380     02  FILLER              PIC X(14) VALUE "FXRATE.DAT   C".
008390     02  FILLER              PIC X(14) VALUE "GLWORK.DAT   C".
008395     02  FILLER              PIC X(14) VALUE "GLSEQ.CTL    L".
008396     02  FILLER              PIC X(14) VALUE "HOLDLIM.DAT  C".
008397     02  FILLER              PIC X(14) VALUE "MULTHOLD.DAT C".
008398     02  FILLER              PIC X(14) VALUE "MULTSUSP.DAT C".
008399     02  FILLER              PIC X(14) VALUE "MULTREV.DAT  C".
008402     02  FILLER              PIC X(14) VALUE "RISKCTL.DAT  L".
008405     02  FILLER              PIC X(14) VALUE "RISKREG.DAT  C".
008408     02  FILLER              PIC X(14) VALUE "OPSCHK.DAT   C".
008411     02  FILLER              PIC X(14) VALUE "OPSDAY.DAT   C".
008414     02  FILLER              PIC X(14) VALUE "SLATAB.DAT   C".
008417     02  FILLER              PIC X(14) VALUE "SLAHIST.DAT  C".
008420     02  FILLER              PIC X(14) VALUE "ONCALL.DAT   C".
008423     02  FILLER              PIC X(14) VALUE "PAGELOG.DAT  C".
008426     02  FILLER              PIC X(14) VALUE "BRKGLASS.DAT C".
008429     02  FILLER              PIC X(14) VALUE "BGLOG.DAT    L".
008432     02  FILLER              PIC X(14) VALUE "PSDVAULT.DAT C".
008435     02  FILLER              PIC X(14) VALUE "CONTPREF.DAT C".
008438     02  FILLER              PIC X(14) VALUE "LGLHOLD.DAT  C".
008441     02  FILLER              PIC X(14) VALUE "LGLSKIP.DAT  L".
008444     02  FILLER              PIC X(14) VALUE "DSRCASE.DAT  C".
008447     02  FILLER              PIC X(14) VALUE "DISCLOG.DAT  C".
008450     02  FILLER              PIC X(14) VALUE "OPSCOPE.DAT  C".
008453     02  FILLER              PIC X(14) VALUE "READJRNL.DAT L".
008456     02  FILLER              PIC X(14) VALUE "USRRESV.DAT  C".
008459     02  FILLER              PIC X(14) VALUE "BKUPMAN.DAT  L".
008462     02  FILLER              PIC X(14) VALUE "DISTLIST.DAT C".
008465     02  FILLER              PIC X(14) VALUE "SECHIST.DAT  C".
008468     02  FILLER              PIC X(14) VALUE "TICKET.DAT   C".
008471     02  FILLER              PIC X(14) VALUE "SUSPEND.DAT  C".
008474     02  FILLER              PIC X(14) VALUE "RUNPARM.DAT  C".
008477     02  FILLER              PIC X(14) VALUE "SESSION.DAT  C".
008480     02  FILLER              PIC X(14) VALUE "SIEMHWM.CTL  C".
008483     02  FILLER              PIC X(14) VALUE "REACTQ.DAT   C".
008486     02  FILLER              PIC X(14) VALUE "TERMREG.DAT  C".
008489 01  WS-File-Entries REDEFINES WS-File-Table.
008500     02  WS-File-Entry OCCURS 56 TIMES.
008600         03  WS-Tbl-Name         PIC X(13).
008700         03  WS-Tbl-Kind         PIC X(01).
008800 01  WS-File-Index           PIC 9(02) COMP.
011100         THRU 2000-CHECK-THE-MASTER-EXIT
011200     PERFORM 3000-PROBE-ONE-FILE THRU 3000-PROBE-ONE-FILE-EXIT
011300         VARYING WS-File-Index FROM 1 BY 1
011400         UNTIL WS-File-Index > 56
011500     IF WS-Problem-Count = 0
011600         DISPLAY "PREFLIGHT CLEAN - THE ENVIRONMENT LOOKS "
011700             "RIGHT."
013200         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
013300         WS-Eoj-Return-Code
013400     MOVE WS-Eoj-Return-Code TO RETURN-CODE
013500     GOBACK.
013600
013700*--------------------------------------------------------------
013800* USERS.DATA is the file everything hangs off: it must be

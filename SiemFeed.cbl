000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SiemFeed.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Security-event feed to the SIEM: every event that is new
000900* since the last run on the suite's three security sources
001000* goes out on SIEMFEED.DAT in the collector's fixed format
001100* (SIEMEVT layout), with a syslog severity and the program
001200* that raised it:
001300*   - SUITEAUD.LOG audit events, with the chain sequence so
001400*     the receiving side can spot gaps the way AudVerify does
001500*     (a gap seen here is named on SYSOUT as well)
001600*   - SIGNJRNL.DAT sign-on outcomes, one line per attempt
001700*   - E and W exceptions from EXCEPTS.DAT
001800* SIEMHWM.CTL carries the high-water mark between runs: per
001900* source, the date and time of the file's first record (which
002000* says whether it is still the same file) and how many of its
002100* records have been sent. When LogRoll has rolled a log since
002200* the last run, the rest of the old log is sent from its
002300* archive on LOGROLL.CTL before the fresh log is started, so
002400* nothing written between the last feed and the roll is lost.
002500* The mark is moved only once the extract is closed - a run
002600* that fails part-way sends the same events again next time
002700* rather than dropping them. The extract is added to, not
002800* replaced: the collector takes lines as they arrive, so the
002900* step can also be run on its own between nights as often as
003000* the SIEM wants. Each run is registered on the DISCLOG.DAT
003100* disclosure log with the UserIds its sign-on lines carried.
003200* A sequence gap, a source replaced or cut back since the
003300* last feed, or a rolled log whose archive is gone ends the
003400* run RC 4 with a W through ExcpLog.
003500*--------------------------------------------------------------
003600* MODIFICATION HISTORY
003700*--------------------------------------------------------------
003800* DATE       INIT DESCRIPTION
003900* ---------- ---- -------------------------------------------
004000* 2026-10-15 JWG  Original version.
004033* 2026-10-15 JWG  Account reactivations (REACTIVATE) go to the
004066*                 SIEM as notices.
004074* 2026-10-15 JWG  Sign-on events carry the terminal id; a good
004082*                 sign-on from a terminal new to the account
004090*                 goes as a NEW-TERMINAL notice.
004100*--------------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT SourceFile ASSIGN TO DYNAMIC WS-Source-Name
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-Source-Status.
004800     SELECT CatalogFile ASSIGN TO DYNAMIC WS-P-LOGROLL-CTL
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-Catalog-Status.
005100     SELECT HighWaterFile ASSIGN TO DYNAMIC WS-P-SIEMHWM-CTL
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-HighWater-Status.
005400     SELECT ExtractFile ASSIGN TO DYNAMIC WS-P-SIEMFEED-DAT
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-Extract-Status.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  SourceFile.
006100 01  SourceRecord            PIC X(136).
006200 01  SuiteAuditRecord.
006300     02  AUD-Body.
006400         03  AUD-Program     PIC X(20).
006500         03  AUD-Date        PIC 9(08).
006600         03  AUD-Time        PIC 9(08).
006700         03  AUD-Event-Type  PIC X(12).
006800         03  AUD-Detail      PIC X(60).
006900     02  AUD-Seq             PIC 9(09).
007000     02  AUD-Check           PIC 9(09).
007100     COPY "SIGNJRNL.CPY".
007200     COPY "EXCPREC.CPY".
007300
007400 FD  CatalogFile.
007500 01  CatalogRecord.
007600     02  CAT-Archive-Name    PIC X(30).
007700     02  CAT-Roll-Date       PIC 9(08).
007800
007900 FD  HighWaterFile.
008000 01  HighWaterRecord.
008100     02  HWM-Source          PIC X(03).
008200     02  HWM-First-Date      PIC 9(08).
008300     02  HWM-First-Time      PIC 9(08).
008400     02  HWM-Sent-Count      PIC 9(09).
008500     02  HWM-Last-Seq        PIC 9(09).
008600     02  HWM-Run-Date        PIC 9(08).
008700     02  HWM-Run-Time        PIC 9(08).
008800
008900 FD  ExtractFile.
009000 01  ExtractRecord           PIC X(145).
009100
009200 WORKING-STORAGE SECTION.
009300     COPY "SIEMEVT.CPY".
009400 01  WS-Source-Status        PIC XX.
009500 01  WS-Catalog-Status       PIC XX.
009600 01  WS-HighWater-Status     PIC XX.
009700     88  WS-HighWater-Missing    VALUE "35".
009800 01  WS-Extract-Status       PIC XX.
009900     88  WS-Extract-Missing      VALUE "35".
010000 01  WS-Eof-Switch           PIC X VALUE "N".
010100     88  WS-End-Of-Input         VALUE "Y".
010200 01  WS-Catalog-Eof          PIC X VALUE "N".
010300     88  WS-End-Of-Catalog       VALUE "Y".
010400 01  WS-Extract-State        PIC X(01) VALUE "N".
010500     88  WS-Extract-Not-Open     VALUE "N".
010600     88  WS-Extract-Is-Open      VALUE "Y".
010700     88  WS-Extract-Failed       VALUE "F".
010800*--------------------------------------------------------------
010900* The sources fed, in the order they are sent: code, logical
011000* file and whether LogRoll rolls it to dated archives.
011100*--------------------------------------------------------------
011200 01  WS-Source-Table.
011300     02  FILLER              PIC X(16) VALUE "AUDSUITEAUD.LOGY".
011400     02  FILLER              PIC X(16) VALUE "SGNSIGNJRNL.DATY".
011500     02  FILLER              PIC X(16) VALUE "EXCEXCEPTS.DAT N".
011600 01  WS-Source-Entries REDEFINES WS-Source-Table.
011700     02  WS-Source-Entry OCCURS 3 TIMES.
011800         03  WS-Src-Code         PIC X(03).
011900         03  WS-Src-Logical      PIC X(12).
012000         03  WS-Src-Rolls        PIC X(01).
012100 01  WS-Src-Index            PIC 9(02) COMP.
012200 01  WS-Hwm-Index            PIC 9(02) COMP.
012300 01  WS-High-Water-Table.
012400     02  WS-Hwm-Entry OCCURS 3 TIMES.
012500         03  WS-Hwm-First-Date   PIC 9(08).
012600         03  WS-Hwm-First-Time   PIC 9(08).
012700         03  WS-Hwm-Sent         PIC 9(09).
012800         03  WS-Hwm-Last-Seq     PIC 9(09).
012900         03  WS-Src-Sent-Count   PIC 9(09).
013000*--------------------------------------------------------------
013100* Sign-on outcome to SIEM severity and event name. Refusals
013200* are notices; a lock, an unknown UserId (probing), a sealed
013300* break-glass account or a second personal session is a
013400* warning. An outcome not in the table goes as a warning.
013500*--------------------------------------------------------------
013600 01  WS-Outcome-Table.
013700     02  FILLER              PIC X(14) VALUE "A6SIGNON-OK".
013800     02  FILLER              PIC X(14) VALUE "T6SIGNON-TOKEN".
013900     02  FILLER              PIC X(14) VALUE "B5BAD-PASSWORD".
014000     02  FILLER              PIC X(14) VALUE "K4LOCKED-BADPW".
014100     02  FILLER              PIC X(14) VALUE "L5REFUSED-LOCK".
014200     02  FILLER              PIC X(14) VALUE "I5REFUSED-INAC".
014300     02  FILLER              PIC X(14) VALUE "P5REFUSED-PEND".
014400     02  FILLER              PIC X(14) VALUE "U4UNKNOWN-ID".
014500     02  FILLER              PIC X(14) VALUE "E6LOCK-EXPIRED".
014600     02  FILLER              PIC X(14) VALUE "S6CODE-SENT".
014700     02  FILLER              PIC X(14) VALUE "C6CODE-OK".
014800     02  FILLER              PIC X(14) VALUE "X5CODE-EXPIRED".
014900     02  FILLER              PIC X(14) VALUE "W5CODE-WRONG".
015000     02  FILLER              PIC X(14) VALUE "V4LOCKED-CODE".
015100     02  FILLER              PIC X(14) VALUE "G4BG-SEALED".
015200     02  FILLER              PIC X(14) VALUE "R5REFUSED-SUSP".
015300     02  FILLER              PIC X(14) VALUE "M4REFUSED-2ND".
015400     02  FILLER              PIC X(14) VALUE "D5CONCURRENT".
015500     02  FILLER              PIC X(14) VALUE "F6SIGNED-OFF".
015600     02  FILLER              PIC X(14) VALUE "N6IDLE-EXPIRED".
015700     02  FILLER              PIC X(14) VALUE "Q6CUT-OFF".
015800 01  WS-Outcome-Entries REDEFINES WS-Outcome-Table.
015900     02  WS-Outcome-Entry OCCURS 21 TIMES.
016000         03  WS-Otc-Outcome      PIC X(01).
016100         03  WS-Otc-Severity     PIC 9(01).
016200         03  WS-Otc-Event        PIC X(12).
016300 01  WS-Otc-Index            PIC 9(02) COMP.
016400*--------------------------------------------------------------
016500* Audit events ranked above informational: overrides of a
016600* control are warnings, changes to who may do what and to
016700* the run's own controls are notices. Everything else on
016800* SUITEAUD.LOG goes as informational.
016900*--------------------------------------------------------------
017000 01  WS-Audit-Rank-Table.
017100     02  FILLER              PIC X(13) VALUE "4SESS-FORCED".
017200     02  FILLER              PIC X(13) VALUE "4LOCK-FORCED".
017300     02  FILLER              PIC X(13) VALUE "4RESV-FORCED".
017400     02  FILLER              PIC X(13) VALUE "4BG-CHECKOUT".
017500     02  FILLER              PIC X(13) VALUE "4SOD-EXCEPT".
017600     02  FILLER              PIC X(13) VALUE "4PSD-REIDENT".
017700     02  FILLER              PIC X(13) VALUE "5BG-DESIGNATE".
017800     02  FILLER              PIC X(13) VALUE "5BG-REMOVE".
017900     02  FILLER              PIC X(13) VALUE "5BG-CHECKIN".
018000     02  FILLER              PIC X(13) VALUE "5BG-EXPIRED".
018100     02  FILLER              PIC X(13) VALUE "5ENT-GRANT".
018200     02  FILLER              PIC X(13) VALUE "5ENT-REVOKE".
018300     02  FILLER              PIC X(13) VALUE "5SCOPE-GRANT".
018400     02  FILLER              PIC X(13) VALUE "5SCOPE-REVOKE".
018500     02  FILLER              PIC X(13) VALUE "5SOD-REFUSE".
018600     02  FILLER              PIC X(13) VALUE "5SOD-RULE-ADD".
018700     02  FILLER              PIC X(13) VALUE "5SOD-RULE-DEL".
018800     02  FILLER              PIC X(13) VALUE "5PARM-SET".
018900     02  FILLER              PIC X(13) VALUE "5PARM-DEL".
019000     02  FILLER              PIC X(13) VALUE "5SIGNON-QUIES".
019100     02  FILLER              PIC X(13) VALUE "5SIGNON-OPEN".
019200     02  FILLER              PIC X(13) VALUE "5SESS-CUTOFF".
019300     02  FILLER              PIC X(13) VALUE "5SET-RESTORE".
019400     02  FILLER              PIC X(13) VALUE "5ADHOC-QUERY".
019450     02  FILLER              PIC X(13) VALUE "5REACTIVATE".
019500 01  WS-Audit-Rank-Entries REDEFINES WS-Audit-Rank-Table.
019600     02  WS-Audit-Rank-Entry OCCURS 25 TIMES.
019700         03  WS-Rank-Severity    PIC 9(01).
019800         03  WS-Rank-Event       PIC X(12).
019900 01  WS-Rank-Index           PIC 9(02) COMP.
020000 01  WS-Src-Physical         PIC X(30).
020100 01  WS-Source-Name          PIC X(30).
020200 01  WS-Open-Switch          PIC X(01).
020300     88  WS-Source-Opened        VALUE "Y".
020400 01  WS-Stamp-Switch         PIC X(01).
020500     88  WS-Stamp-Found          VALUE "Y".
020600 01  WS-Found-Date           PIC 9(08).
020700 01  WS-Found-Time           PIC 9(08).
020800 01  WS-Cur-First-Date       PIC 9(08).
020900 01  WS-Cur-First-Time       PIC 9(08).
021000 01  WS-Skip-Count           PIC 9(09).
021100 01  WS-File-Count           PIC 9(09).
021200 01  WS-File-Prev-Seq        PIC 9(09).
021300 01  WS-Expect-Seq           PIC 9(09).
021400 01  WS-Event-Switch         PIC X(01).
021500     88  WS-Event-Wanted         VALUE "Y".
021600 01  WS-Catch-Switch         PIC X(01).
021700     88  WS-Catch-Found          VALUE "Y".
021800 01  WS-Arch-Prefix          PIC X(32).
021900 01  WS-Prefix-Length        PIC 9(02) COMP.
022000 01  WS-Sent-Date            PIC 9(08).
022100 01  WS-Sent-Time            PIC 9(08).
022200 01  WS-Gap-Count            PIC 9(05) COMP VALUE 0.
022300 01  WS-Warning-Count        PIC 9(05) COMP VALUE 0.
022400 01  WS-Count-Disp           PIC ZZZZZZZZ9.
022500 01  WS-Gap-Disp             PIC ZZZZ9.
022600 01  WS-Warning-Disp         PIC ZZZZ9.
022700 01  WS-Disc-Request         PIC X(01).
022800 01  WS-Disc-Id              PIC 9(08).
022900 01  WS-Disc-File            PIC X(12) VALUE "SIEMFEED.DAT".
023000 01  WS-Disc-Recipient       PIC X(12) VALUE "SIEM".
023100 01  WS-Disc-Form            PIC X(01) VALUE "C".
023200 01  WS-Disc-UserId          PIC 9(08).
023300 01  WS-Disc-Count           PIC 9(09).
023400 01  WS-Disc-Result          PIC X(01).
023500     88  WS-Disc-Failed          VALUE "F".
023600 01  WS-Excp-Severity        PIC X(01).
023700 01  WS-Excp-Message         PIC X(60).
023800 01  WS-P-LOGROLL-CTL       PIC X(30) VALUE "LOGROLL.CTL".
023900 01  WS-P-SIEMHWM-CTL       PIC X(30) VALUE "SIEMHWM.CTL".
024000 01  WS-P-SIEMFEED-DAT      PIC X(30) VALUE "SIEMFEED.DAT".
024100 01  WS-Eoj-Start-Time       PIC 9(08).
024200 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
024300 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
024400 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
024500 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
024600 01  WS-Program-Name         PIC X(20) VALUE "SIEMFEED".
024700
024800 PROCEDURE DIVISION.
024900
025000 0000-MAINLINE.
025100     CALL "PreDefMsg" USING WS-Program-Name
025200     ACCEPT WS-Eoj-Start-Time FROM TIME
025300     CALL "EnvName" USING WS-P-LOGROLL-CTL
025400     CALL "EnvName" USING WS-P-SIEMHWM-CTL
025500     CALL "EnvName" USING WS-P-SIEMFEED-DAT
025600     DISPLAY "SIEM SECURITY-EVENT FEED"
025700     DISPLAY "========================"
025800     ACCEPT WS-Sent-Date FROM DATE YYYYMMDD
025900     ACCEPT WS-Sent-Time FROM TIME
026000     PERFORM 1000-LOAD-HIGH-WATER THRU 1000-LOAD-HIGH-WATER-EXIT
026100     PERFORM 2000-FEED-ONE-SOURCE THRU 2000-FEED-ONE-SOURCE-EXIT
026200         VARYING WS-Src-Index FROM 1 BY 1
026300         UNTIL WS-Src-Index > 3 OR WS-Extract-Failed
026400     IF WS-Extract-Is-Open
026500         PERFORM 3000-CLOSE-EXTRACT THRU 3000-CLOSE-EXTRACT-EXIT
026600     END-IF
026700     IF WS-Extract-Failed
026800         DISPLAY "SIEMFEED.DAT WOULD NOT OPEN (STATUS "
026900             WS-Extract-Status ") - NOTHING SENT, THE HIGH-WATER"
027000             " MARK IS LEFT WHERE IT WAS."
027100         MOVE "E" TO WS-Excp-Severity
027200         MOVE "SIEM EXTRACT WOULD NOT OPEN - NO EVENTS SENT"
027300             TO WS-Excp-Message
027400         CALL "ExcpLog" USING WS-Program-Name,
027500             WS-Excp-Severity, WS-Excp-Message
027600         MOVE 8 TO WS-Eoj-Return-Code
027700         GO TO 0000-WRAP-UP
027800     END-IF
027900     PERFORM 8000-SAVE-HIGH-WATER THRU 8000-SAVE-HIGH-WATER-EXIT
028000     PERFORM 4000-REPORT-COUNTS THRU 4000-REPORT-COUNTS-EXIT
028100     .
028200 0000-WRAP-UP.
028300     CALL "EndMsg" USING WS-Program-Name,
028400         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
028500         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
028600         WS-Eoj-Return-Code
028700     MOVE WS-Eoj-Return-Code TO RETURN-CODE
028800     STOP RUN.
028900
029000*--------------------------------------------------------------
029100* No SIEMHWM.CTL (the first feed) leaves every mark at zero,
029200* and everything on file goes out.
029300*--------------------------------------------------------------
029400 1000-LOAD-HIGH-WATER.
029500     INITIALIZE WS-High-Water-Table
029600     OPEN INPUT HighWaterFile
029700     IF WS-HighWater-Missing
029800         DISPLAY "SIEMHWM.CTL NOT FOUND - FIRST FEED, EVERYTHING "
029900             "ON FILE IS SENT."
030000         GO TO 1000-LOAD-HIGH-WATER-EXIT
030100     END-IF
030200     READ HighWaterFile
030300         AT END SET WS-End-Of-Input TO TRUE
030400     END-READ
030500     PERFORM UNTIL WS-End-Of-Input
030600         PERFORM VARYING WS-Hwm-Index FROM 1 BY 1
030700                 UNTIL WS-Hwm-Index > 3
030800             IF HWM-Source = WS-Src-Code(WS-Hwm-Index)
030900                 MOVE HWM-First-Date
031000                     TO WS-Hwm-First-Date(WS-Hwm-Index)
031100                 MOVE HWM-First-Time
031200                     TO WS-Hwm-First-Time(WS-Hwm-Index)
031300                 MOVE HWM-Sent-Count
031400                     TO WS-Hwm-Sent(WS-Hwm-Index)
031500                 MOVE HWM-Last-Seq
031600                     TO WS-Hwm-Last-Seq(WS-Hwm-Index)
031700             END-IF
031800         END-PERFORM
031900         READ HighWaterFile
032000             AT END SET WS-End-Of-Input TO TRUE
032100         END-READ
032200     END-PERFORM
032300     CLOSE HighWaterFile
032400     MOVE "N" TO WS-Eof-Switch
032500     .
032600 1000-LOAD-HIGH-WATER-EXIT.
032700     EXIT.
032800
032900*--------------------------------------------------------------
033000* One source. The first record's date and time say whether
033100* the file is the one the mark was taken on: the same file
033200* resumes after the records already sent; a rolled log is
033300* finished from its archive first; anything else has been
033400* replaced and is sent from the top. A source not on file
033500* keeps its mark - once the fresh log appears, the archive
033600* of the old one is caught up from that mark.
033700*--------------------------------------------------------------
033800 2000-FEED-ONE-SOURCE.
033900     MOVE SPACES TO WS-Src-Physical
034000     MOVE WS-Src-Logical(WS-Src-Index) TO WS-Src-Physical
034100     CALL "EnvName" USING WS-Src-Physical
034200     MOVE WS-Src-Physical TO WS-Source-Name
034300     PERFORM 2100-READ-FIRST-STAMP THRU 2100-READ-FIRST-STAMP-EXIT
034400     IF NOT WS-Stamp-Found
034500         DISPLAY FUNCTION TRIM(WS-Src-Physical)
034600             " - NOTHING ON FILE."
034700         GO TO 2000-FEED-ONE-SOURCE-EXIT
034800     END-IF
034900     MOVE WS-Found-Date TO WS-Cur-First-Date
035000     MOVE WS-Found-Time TO WS-Cur-First-Time
035100     MOVE 0 TO WS-Skip-Count
035200     EVALUATE TRUE
035300         WHEN WS-Hwm-First-Date(WS-Src-Index) = 0
035400             CONTINUE
035500         WHEN WS-Hwm-First-Date(WS-Src-Index) = WS-Cur-First-Date
035600                 AND WS-Hwm-First-Time(WS-Src-Index)
035700                     = WS-Cur-First-Time
035800             MOVE WS-Hwm-Sent(WS-Src-Index) TO WS-Skip-Count
035900         WHEN WS-Src-Rolls(WS-Src-Index) = "Y"
036000             PERFORM 2300-CATCH-UP-ARCHIVES
036100                 THRU 2300-CATCH-UP-ARCHIVES-EXIT
036200             MOVE 0 TO WS-Skip-Count
036300         WHEN OTHER
036400             DISPLAY FUNCTION TRIM(WS-Src-Physical)
036500                 " HAS BEEN REPLACED SINCE THE LAST FEED - "
036600                 "SENT AGAIN FROM THE TOP."
036700             ADD 1 TO WS-Warning-Count
036800     END-EVALUATE
036900     MOVE WS-Src-Physical TO WS-Source-Name
037000     PERFORM 2500-SEND-FILE THRU 2500-SEND-FILE-EXIT
037100     IF NOT WS-Source-Opened
037200         GO TO 2000-FEED-ONE-SOURCE-EXIT
037300     END-IF
037400     IF WS-File-Count < WS-Skip-Count
037500         DISPLAY FUNCTION TRIM(WS-Src-Physical)
037600             " HAS BEEN CUT BACK SINCE THE LAST FEED - "
037700             WS-Skip-Count " SENT, " WS-File-Count " ON FILE."
037800         ADD 1 TO WS-Warning-Count
037900     END-IF
038000     MOVE WS-Cur-First-Date TO WS-Hwm-First-Date(WS-Src-Index)
038100     MOVE WS-Cur-First-Time TO WS-Hwm-First-Time(WS-Src-Index)
038200     MOVE WS-File-Count TO WS-Hwm-Sent(WS-Src-Index)
038300     .
038400 2000-FEED-ONE-SOURCE-EXIT.
038500     EXIT.
038600
038700 2100-READ-FIRST-STAMP.
038800     MOVE "N" TO WS-Stamp-Switch
038900     OPEN INPUT SourceFile
039000     IF WS-Source-Status NOT = "00"
039100         GO TO 2100-READ-FIRST-STAMP-EXIT
039200     END-IF
039300     READ SourceFile
039400         AT END
039500             CONTINUE
039600         NOT AT END
039700             SET WS-Stamp-Found TO TRUE
039800             EVALUATE WS-Src-Code(WS-Src-Index)
039900                 WHEN "AUD"
040000                     MOVE AUD-Date TO WS-Found-Date
040100                     MOVE AUD-Time TO WS-Found-Time
040200                 WHEN "SGN"
040300                     MOVE SJ-Date TO WS-Found-Date
040400                     MOVE SJ-Time TO WS-Found-Time
040500                 WHEN OTHER
040600                     MOVE EXC-Date TO WS-Found-Date
040700                     MOVE EXC-Time TO WS-Found-Time
040800             END-EVALUATE
040900     END-READ
041000     CLOSE SourceFile
041100     .
041200 2100-READ-FIRST-STAMP-EXIT.
041300     EXIT.
041400
041500*--------------------------------------------------------------
041600* LogRoll names each archive after this environment's log
041700* with .Dyyyymmdd added and catalogues it on LOGROLL.CTL in
041800* roll order. The archive whose first record matches the
041900* mark is sent from the mark on; any rolled after it (nights
042000* the feed did not run) are sent whole.
042100*--------------------------------------------------------------
042200 2300-CATCH-UP-ARCHIVES.
042300     MOVE "N" TO WS-Catch-Switch
042400     MOVE SPACES TO WS-Arch-Prefix
042500     STRING FUNCTION TRIM(WS-Src-Physical) ".D"
042600         DELIMITED BY SIZE INTO WS-Arch-Prefix
042700     COMPUTE WS-Prefix-Length =
042800         FUNCTION LENGTH(FUNCTION TRIM(WS-Src-Physical)) + 2
042900     OPEN INPUT CatalogFile
043000     IF WS-Catalog-Status = "00"
043100         MOVE "N" TO WS-Catalog-Eof
043200         READ CatalogFile
043300             AT END SET WS-End-Of-Catalog TO TRUE
043400         END-READ
043500         PERFORM UNTIL WS-End-Of-Catalog OR WS-Extract-Failed
043600             IF CAT-Archive-Name(1:WS-Prefix-Length)
043700                     = WS-Arch-Prefix(1:WS-Prefix-Length)
043800                 PERFORM 2350-CATCH-UP-ONE-ARCHIVE
043900                     THRU 2350-CATCH-UP-ONE-ARCHIVE-EXIT
044000             END-IF
044100             READ CatalogFile
044200                 AT END SET WS-End-Of-Catalog TO TRUE
044300             END-READ
044400         END-PERFORM
044500         CLOSE CatalogFile
044600     END-IF
044700     IF NOT WS-Catch-Found
044800         DISPLAY "THE LOG LAST FED AS "
044900             FUNCTION TRIM(WS-Src-Physical)
045000             " IS NOT AMONG THE LOGROLL.CTL ARCHIVES - ITS "
045100             "EVENTS AFTER THE LAST FEED CANNOT BE SENT."
045200         ADD 1 TO WS-Warning-Count
045300     END-IF
045400     .
045500 2300-CATCH-UP-ARCHIVES-EXIT.
045600     EXIT.
045700
045800 2350-CATCH-UP-ONE-ARCHIVE.
045900     MOVE CAT-Archive-Name TO WS-Source-Name
046000     IF WS-Catch-Found
046100         MOVE 0 TO WS-Skip-Count
046200     ELSE
046300         PERFORM 2100-READ-FIRST-STAMP
046400             THRU 2100-READ-FIRST-STAMP-EXIT
046500         IF NOT WS-Stamp-Found
046600             GO TO 2350-CATCH-UP-ONE-ARCHIVE-EXIT
046700         END-IF
046800         IF WS-Found-Date NOT = WS-Hwm-First-Date(WS-Src-Index)
046900                 OR WS-Found-Time
047000                     NOT = WS-Hwm-First-Time(WS-Src-Index)
047100             GO TO 2350-CATCH-UP-ONE-ARCHIVE-EXIT
047200         END-IF
047300         SET WS-Catch-Found TO TRUE
047400         MOVE WS-Hwm-Sent(WS-Src-Index) TO WS-Skip-Count
047500     END-IF
047600     PERFORM 2500-SEND-FILE THRU 2500-SEND-FILE-EXIT
047700     DISPLAY "CAUGHT UP FROM ARCHIVE "
047800         FUNCTION TRIM(WS-Source-Name)
047900     .
048000 2350-CATCH-UP-ONE-ARCHIVE-EXIT.
048100     EXIT.
048200
048300*--------------------------------------------------------------
048400* Sends the records of WS-Source-Name after the first
048500* WS-Skip-Count. The audit chain is followed through the
048600* records passed over too, so the first one sent is checked
048700* against its predecessor.
048800*--------------------------------------------------------------
048900 2500-SEND-FILE.
049000     MOVE 0 TO WS-File-Count
049100     MOVE 0 TO WS-File-Prev-Seq
049200     MOVE "N" TO WS-Open-Switch
049300     OPEN INPUT SourceFile
049400     IF WS-Source-Status NOT = "00"
049500         DISPLAY FUNCTION TRIM(WS-Source-Name)
049600             " WOULD NOT OPEN (STATUS " WS-Source-Status ")."
049700         ADD 1 TO WS-Warning-Count
049800         GO TO 2500-SEND-FILE-EXIT
049900     END-IF
050000     SET WS-Source-Opened TO TRUE
050100     MOVE "N" TO WS-Eof-Switch
050200     READ SourceFile
050300         AT END SET WS-End-Of-Input TO TRUE
050400     END-READ
050500     PERFORM UNTIL WS-End-Of-Input OR WS-Extract-Failed
050600         ADD 1 TO WS-File-Count
050700         ADD 1 TO WS-Eoj-Read-Count
050800         IF WS-File-Count > WS-Skip-Count
050900             PERFORM 2600-SEND-ONE-EVENT
051000                 THRU 2600-SEND-ONE-EVENT-EXIT
051100         ELSE
051200             IF WS-Src-Code(WS-Src-Index) = "AUD"
051300                     AND AUD-Seq IS NUMERIC
051400                 MOVE AUD-Seq TO WS-File-Prev-Seq
051500             END-IF
051600         END-IF
051700         READ SourceFile
051800             AT END SET WS-End-Of-Input TO TRUE
051900         END-READ
052000     END-PERFORM
052100     CLOSE SourceFile
052200     MOVE "N" TO WS-Eof-Switch
052300     .
052400 2500-SEND-FILE-EXIT.
052500     EXIT.
052600
052700 2600-SEND-ONE-EVENT.
052800     MOVE SPACES TO SiemEventRecord
052900     MOVE 0 TO SIE-Audit-Seq
053000     MOVE 0 TO SIE-UserId
053100     MOVE WS-Sent-Date TO SIE-Sent-Date
053200     MOVE WS-Sent-Time TO SIE-Sent-Time
053300     SET WS-Event-Wanted TO TRUE
053400     EVALUATE WS-Src-Code(WS-Src-Index)
053500         WHEN "AUD"
053600             PERFORM 2610-FROM-AUDIT THRU 2610-FROM-AUDIT-EXIT
053700         WHEN "SGN"
053800             PERFORM 2620-FROM-SIGNON THRU 2620-FROM-SIGNON-EXIT
053900         WHEN OTHER
054000             PERFORM 2630-FROM-EXCEPTION
054100                 THRU 2630-FROM-EXCEPTION-EXIT
054200     END-EVALUATE
054300     IF WS-Event-Wanted
054400         PERFORM 2700-WRITE-EVENT THRU 2700-WRITE-EVENT-EXIT
054500     END-IF
054600     .
054700 2600-SEND-ONE-EVENT-EXIT.
054800     EXIT.
054900
055000*--------------------------------------------------------------
055100* The chain runs 1, 2, 3 ... on each log; records from before
055200* the chain existed carry no sequence and go out with zeros.
055300*--------------------------------------------------------------
055400 2610-FROM-AUDIT.
055500     SET SIE-From-Audit TO TRUE
055600     MOVE AUD-Date TO SIE-Date
055700     MOVE AUD-Time TO SIE-Time
055800     MOVE AUD-Program TO SIE-Program
055900     MOVE AUD-Event-Type TO SIE-Event
056000     MOVE AUD-Detail TO SIE-Detail
056100     SET SIE-Sev-Info TO TRUE
056200     PERFORM VARYING WS-Rank-Index FROM 1 BY 1
056300             UNTIL WS-Rank-Index > 25
056400         IF WS-Rank-Event(WS-Rank-Index) = AUD-Event-Type
056500             MOVE WS-Rank-Severity(WS-Rank-Index)
056600                 TO SIE-Severity
056700         END-IF
056800     END-PERFORM
056900     IF AUD-Seq IS NOT NUMERIC
057000         GO TO 2610-FROM-AUDIT-EXIT
057100     END-IF
057200     MOVE AUD-Seq TO SIE-Audit-Seq
057300     COMPUTE WS-Expect-Seq = WS-File-Prev-Seq + 1
057400     IF AUD-Seq NOT = WS-Expect-Seq
057500         ADD 1 TO WS-Gap-Count
057600         DISPLAY "SUITEAUD SEQUENCE GAP: EXPECTED " WS-Expect-Seq
057700             " FOUND " AUD-Seq " ON "
057800             FUNCTION TRIM(WS-Source-Name)
057900     END-IF
058000     MOVE AUD-Seq TO WS-File-Prev-Seq
058100     MOVE AUD-Seq TO WS-Hwm-Last-Seq(WS-Src-Index)
058200     .
058300 2610-FROM-AUDIT-EXIT.
058400     EXIT.
058500
058600*--------------------------------------------------------------
058700* The journal does not record its writer: session endings
058800* (F, N, Q) come through SessReg, every other outcome from
058900* the UserSignon panel. A good sign-on from a terminal new
058950* to the account is raised to a notice of its own.
059000*--------------------------------------------------------------
059100 2620-FROM-SIGNON.
059200     SET SIE-From-Signon TO TRUE
059300     MOVE SJ-Date TO SIE-Date
059400     MOVE SJ-Time TO SIE-Time
059500     MOVE SJ-UserId TO SIE-UserId
059600     IF SJ-Signed-Off OR SJ-Idle-Expired OR SJ-Cut-Off
059700         MOVE "SESSREG" TO SIE-Program
059800     ELSE
059900         MOVE "USERSIGNON" TO SIE-Program
060000     END-IF
060100     SET SIE-Sev-Warning TO TRUE
060200     STRING "OUTCOME-" SJ-Outcome
060300         DELIMITED BY SIZE INTO SIE-Event
060400     PERFORM VARYING WS-Otc-Index FROM 1 BY 1
060500             UNTIL WS-Otc-Index > 21
060600         IF WS-Otc-Outcome(WS-Otc-Index) = SJ-Outcome
060700             MOVE WS-Otc-Severity(WS-Otc-Index) TO SIE-Severity
060800             MOVE WS-Otc-Event(WS-Otc-Index) TO SIE-Event
060900         END-IF
061000     END-PERFORM
061020     IF SJ-New-Terminal
061040         SET SIE-Sev-Notice TO TRUE
061060         MOVE "NEW-TERMINAL" TO SIE-Event
061080     END-IF
061100     STRING "SIGN-ON OUTCOME " SJ-Outcome " USERID " SJ-UserId
061150         " TERMINAL " SJ-Terminal
061200         DELIMITED BY SIZE INTO SIE-Detail
061300     .
061400 2620-FROM-SIGNON-EXIT.
061500     EXIT.
061600
061700 2630-FROM-EXCEPTION.
061800     EVALUATE EXC-Severity
061900         WHEN "E"
062000             SET SIE-Sev-Error TO TRUE
062100         WHEN "W"
062200             SET SIE-Sev-Warning TO TRUE
062300         WHEN OTHER
062400             MOVE "N" TO WS-Event-Switch
062500             GO TO 2630-FROM-EXCEPTION-EXIT
062600     END-EVALUATE
062700     SET SIE-From-Exception TO TRUE
062800     MOVE EXC-Date TO SIE-Date
062900     MOVE EXC-Time TO SIE-Time
063000     MOVE EXC-Program TO SIE-Program
063100     STRING "EXCEPTION-" EXC-Severity
063200         DELIMITED BY SIZE INTO SIE-Event
063300     MOVE EXC-Message TO SIE-Detail
063400     .
063500 2630-FROM-EXCEPTION-EXIT.
063600     EXIT.
063700
063800*--------------------------------------------------------------
063900* The extract is opened on the first event of the run, so a
064000* quiet run writes nothing and registers no disclosure. An
064100* unknown UserId (outcome U) is not an account and is not
064200* registered against the disclosure.
064300*--------------------------------------------------------------
064400 2700-WRITE-EVENT.
064500     IF WS-Extract-Not-Open
064600         PERFORM 2750-OPEN-EXTRACT THRU 2750-OPEN-EXTRACT-EXIT
064700     END-IF
064800     IF WS-Extract-Failed
064900         GO TO 2700-WRITE-EVENT-EXIT
065000     END-IF
065100     WRITE ExtractRecord FROM SiemEventRecord
065200     ADD 1 TO WS-Eoj-Written-Count
065300     ADD 1 TO WS-Src-Sent-Count(WS-Src-Index)
065400     IF SIE-From-Signon AND SIE-UserId NOT = ZERO
065500             AND NOT SJ-Unknown-Id
065600         MOVE SIE-UserId TO WS-Disc-UserId
065700         MOVE "U" TO WS-Disc-Request
065800         PERFORM 9100-CALL-DISCLOG THRU 9100-CALL-DISCLOG-EXIT
065900     END-IF
066000     .
066100 2700-WRITE-EVENT-EXIT.
066200     EXIT.
066300
066400 2750-OPEN-EXTRACT.
066500     OPEN EXTEND ExtractFile
066600     IF WS-Extract-Missing
066700         OPEN OUTPUT ExtractFile
066800     END-IF
066900     IF WS-Extract-Status NOT = "00"
067000         SET WS-Extract-Failed TO TRUE
067100         GO TO 2750-OPEN-EXTRACT-EXIT
067200     END-IF
067300     SET WS-Extract-Is-Open TO TRUE
067400     MOVE "O" TO WS-Disc-Request
067500     PERFORM 9100-CALL-DISCLOG THRU 9100-CALL-DISCLOG-EXIT
067600     .
067700 2750-OPEN-EXTRACT-EXIT.
067800     EXIT.
067900
068000 3000-CLOSE-EXTRACT.
068100     CLOSE ExtractFile
068200     MOVE WS-Eoj-Written-Count TO WS-Disc-Count
068300     MOVE "C" TO WS-Disc-Request
068400     PERFORM 9100-CALL-DISCLOG THRU 9100-CALL-DISCLOG-EXIT
068500     IF WS-Disc-Failed
068600         DISPLAY "DISCLOG.DAT UNAVAILABLE - EXTRACT NOT LOGGED."
068700         MOVE 8 TO WS-Eoj-Return-Code
068800     END-IF
068900     .
069000 3000-CLOSE-EXTRACT-EXIT.
069100     EXIT.
069200
069300 4000-REPORT-COUNTS.
069400     PERFORM VARYING WS-Src-Index FROM 1 BY 1
069500             UNTIL WS-Src-Index > 3
069600         MOVE WS-Src-Sent-Count(WS-Src-Index) TO WS-Count-Disp
069700         DISPLAY "SENT FROM " WS-Src-Logical(WS-Src-Index)
069800             ": " WS-Count-Disp
069900     END-PERFORM
070000     MOVE WS-Hwm-Last-Seq(1) TO WS-Count-Disp
070100     DISPLAY "LAST SUITEAUD SEQUENCE SENT: " WS-Count-Disp
070200     MOVE WS-Gap-Count TO WS-Count-Disp
070300     DISPLAY "SUITEAUD SEQUENCE GAPS:      " WS-Count-Disp
070400     IF WS-Gap-Count = 0 AND WS-Warning-Count = 0
070500         GO TO 4000-REPORT-COUNTS-EXIT
070600     END-IF
070700     MOVE WS-Gap-Count TO WS-Eoj-Rejected-Count
070800     MOVE WS-Gap-Count TO WS-Gap-Disp
070900     MOVE WS-Warning-Count TO WS-Warning-Disp
071000     MOVE "W" TO WS-Excp-Severity
071100     MOVE SPACES TO WS-Excp-Message
071200     STRING "SIEM FEED: " WS-Gap-Disp " AUDIT GAP(S), "
071300         WS-Warning-Disp " SOURCE WARNING(S) - SEE SYSOUT"
071400         DELIMITED BY SIZE INTO WS-Excp-Message
071500     CALL "ExcpLog" USING WS-Program-Name,
071600         WS-Excp-Severity, WS-Excp-Message
071700     IF WS-Eoj-Return-Code < 4
071800         MOVE 4 TO WS-Eoj-Return-Code
071900     END-IF
072000     .
072100 4000-REPORT-COUNTS-EXIT.
072200     EXIT.
072300
072400*--------------------------------------------------------------
072500* Written only once the extract is closed, one line per
072600* source with the run that moved it.
072700*--------------------------------------------------------------
072800 8000-SAVE-HIGH-WATER.
072900     OPEN OUTPUT HighWaterFile
073000     IF WS-HighWater-Status NOT = "00"
073100         DISPLAY "SIEMHWM.CTL COULD NOT BE WRITTEN (STATUS "
073200             WS-HighWater-Status ") - THE NEXT FEED WILL SEND "
073300             "TONIGHT'S EVENTS AGAIN."
073400         MOVE "E" TO WS-Excp-Severity
073500         MOVE "SIEMHWM.CTL NOT SAVED - NEXT FEED RESENDS EVENTS"
073600             TO WS-Excp-Message
073700         CALL "ExcpLog" USING WS-Program-Name,
073800             WS-Excp-Severity, WS-Excp-Message
073900         MOVE 8 TO WS-Eoj-Return-Code
074000         GO TO 8000-SAVE-HIGH-WATER-EXIT
074100     END-IF
074200     PERFORM VARYING WS-Hwm-Index FROM 1 BY 1
074300             UNTIL WS-Hwm-Index > 3
074400         MOVE WS-Src-Code(WS-Hwm-Index) TO HWM-Source
074500         MOVE WS-Hwm-First-Date(WS-Hwm-Index) TO HWM-First-Date
074600         MOVE WS-Hwm-First-Time(WS-Hwm-Index) TO HWM-First-Time
074700         MOVE WS-Hwm-Sent(WS-Hwm-Index) TO HWM-Sent-Count
074800         MOVE WS-Hwm-Last-Seq(WS-Hwm-Index) TO HWM-Last-Seq
074900         MOVE WS-Sent-Date TO HWM-Run-Date
075000         MOVE WS-Sent-Time TO HWM-Run-Time
075100         WRITE HighWaterRecord
075200     END-PERFORM
075300     CLOSE HighWaterFile
075400     .
075500 8000-SAVE-HIGH-WATER-EXIT.
075600     EXIT.
075700
075800 9100-CALL-DISCLOG.
075900     CALL "DiscLog" USING WS-Disc-Request, WS-Disc-Id,
076000         WS-Disc-File, WS-Disc-Recipient, WS-Disc-Form,
076100         WS-Disc-UserId, WS-Disc-Count, WS-Program-Name,
076200         WS-Disc-Result
076300     .
076400 9100-CALL-DISCLOG-EXIT.
076500     EXIT.

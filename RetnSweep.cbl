001000* because purge-archive images hold personal data past any
001100* defensible period. Driven by the RETNRULE.DAT rules file
001200* operations maintains, one rule per line:
001300*   COL 01-08  DATA CLASS  HISTORY / NOTES / ARCHIVE /
001310*                          DISCLOSE
001400*   COL 09-13  RETENTION   days to keep
001500*   COL 14     ACTION      D = delete outright
001600*                          S = delete and leave a summary row
001700*                              on the account (history/notes)
001800* HISTORY sweeps USRHIST.DAT rows older than the cutoff,
001900* NOTES sweeps USRNOTES.DAT notes, ARCHIVE rebuilds
002000* USRARCH.DAT without images purged before the cutoff,
002010* DISCLOSE retires DISCLOG.DAT disclosure-log rows whose
002020* business date is before the cutoff (the action makes no
002030* difference there - nothing is summarised). Every
002100* rule's work is written to the RETNRPT.TXT disposal report:
002200* what was retired under which rule. One rules file, not a
002300* hard-coded number per file; runs monthly on the period-end
002400* night. Nothing belonging to an account under an active
002450* legal hold (LGLHOLD.DAT, through LglChk) is ever retired.
002500*--------------------------------------------------------------
002600* MODIFICATION HISTORY
002700*--------------------------------------------------------------
003132*                 (shared BusDate routine, system-date
003148*                 fallback), so a rerun past midnight keeps
003164*                 one business date.
003166* 2026-10-15 JWG  Rows and archive images belonging to an
003168*                 account under an active legal hold on
003170*                 LGLHOLD.DAT (shared LglChk routine) are kept
003172*                 whatever their age: each held account is an I
003174*                 exception and a LGLSKIP.DAT line once per rule,
003176*                 and the report names it and counts the rows
003178*                 kept.
003179* 2026-10-15 JWG  DISCLOSE data class: DISCLOG.DAT disclosure
003182*                 log rows past the retention period are
003185*                 retired; a held account's rows, and the
003188*                 header of any disclosure still carrying one,
003191*                 are kept.
003192* 2026-10-15 JWG  NoteWrite now takes the helpdesk ticket the
003193*                 note is written under; these notes are written
003194*                 under none.
003195*--------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
005000         FILE STATUS IS WS-Archive-Status.
005100     SELECT NewArchiveFile ASSIGN TO DYNAMIC WS-P-USRARCH-NEW
005200         ORGANIZATION IS LINE SEQUENTIAL.
005210     SELECT DiscFile ASSIGN TO DYNAMIC WS-P-DISCLOG-DAT
005220         ORGANIZATION IS INDEXED
005230         ACCESS MODE IS DYNAMIC
005240         RECORD KEY IS DiscLogKey
005250         ALTERNATE RECORD KEY IS DL-UserId WITH DUPLICATES
005260         FILE STATUS IS WS-Disc-Status.
005300     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-RETNRPT-TXT
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
007800         ==ARC-Purge-Date==    BY ==NEWA-Purge-Date==
007900         ==ARC-Record-Image==  BY ==NEWA-Record-Image==.
008000
008010 FD  DiscFile.
008020     COPY "DISCLOG.CPY".
008030
008100 FD  ReportFile.
008200 01  ReportRecord            PIC X(80).
008300
009000     88  WS-Notes-Missing        VALUE "35".
009100 01  WS-Archive-Status       PIC XX.
009200     88  WS-Archive-Missing      VALUE "35".
009210 01  WS-Disc-Status          PIC XX.
009220     88  WS-Disc-Missing         VALUE "35".
009230 01  WS-Disc-Cur-Id          PIC 9(08).
009240 01  WS-Disc-Kept            PIC X(01).
009250     88  WS-Disc-Has-Kept-Rows   VALUE "Y".
009300 01  WS-Eof-Switch           PIC X VALUE "N".
009400     88  WS-End-Of-Input         VALUE "Y".
009500 01  WS-Rules-Eof            PIC X VALUE "N".
010700 01  WS-Note-Text            PIC X(60).
010800 01  WS-Note-Category        PIC X(01).
010900 01  WS-Note-Followup        PIC 9(08).
010950 01  WS-Note-Ticket          PIC 9(08) VALUE 0.
011000 01  WS-Acct-Table.
011100     02  WS-Acct-Entry OCCURS 200 TIMES.
011200         03  WS-Acct-Id          PIC 9(08).
011500 01  WS-Acct-Index           PIC 9(03) COMP.
011600 01  WS-Acct-Found           PIC 9(03) COMP.
011700 01  WS-Removed-Disp         PIC ZZZZ9.
011709 01  WS-Held-Table.
011718     02  WS-Held-Id OCCURS 200 TIMES PIC 9(08).
011727 01  WS-Held-Used            PIC 9(03) COMP.
011736 01  WS-Held-Index           PIC 9(03) COMP.
011740 01  WS-Held-Found           PIC 9(03) COMP.
011745 01  WS-Held-Rows            PIC 9(09) COMP.
011754 01  WS-Lgl-Request          PIC X(01).
011763 01  WS-Lgl-UserId           PIC 9(08).
011772 01  WS-Lgl-Held             PIC X(01).
011781     88  WS-Lgl-Is-Held          VALUE "Y".
011790 01  WS-Lgl-Case-Ref         PIC X(12).
011800 01  WS-Rename-Status        PIC S9(08) COMP-5 VALUE 0.
011900 01  WS-P-RETNRULE-DAT      PIC X(30) VALUE "RETNRULE.DAT".
012000 01  WS-P-USRHIST-DAT       PIC X(30) VALUE "USRHIST.DAT".
012100 01  WS-P-USRNOTES-DAT      PIC X(30) VALUE "USRNOTES.DAT".
012200 01  WS-P-USRARCH-DAT       PIC X(30) VALUE "USRARCH.DAT".
012300 01  WS-P-USRARCH-NEW       PIC X(30) VALUE "USRARCH.NEW".
012350 01  WS-P-DISCLOG-DAT       PIC X(30) VALUE "DISCLOG.DAT".
012400 01  WS-P-RETNRPT-TXT       PIC X(30) VALUE "RETNRPT.TXT".
012500 01  WS-Eoj-Start-Time       PIC 9(08).
012600 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
013900     CALL "EnvName" USING WS-P-USRNOTES-DAT
014000     CALL "EnvName" USING WS-P-USRARCH-DAT
014100     CALL "EnvName" USING WS-P-USRARCH-NEW
014150     CALL "EnvName" USING WS-P-DISCLOG-DAT
014200     CALL "EnvName" USING WS-P-RETNRPT-TXT
014300     DISPLAY "RETENTION POLICY SWEEP"
014400     DISPLAY "======================"
020100         FUNCTION DATE-OF-INTEGER(WS-Cutoff-Integer)
020200     MOVE 0 TO WS-Retired-Count
020300     MOVE 0 TO WS-Acct-Used
020333     MOVE 0 TO WS-Held-Used
020366     MOVE 0 TO WS-Held-Rows
020400     EVALUATE RR-Data-Class
020500         WHEN "HISTORY"
020600             PERFORM 2000-SWEEP-HISTORY
021100         WHEN "ARCHIVE"
021200             PERFORM 4000-SWEEP-ARCHIVE
021300                 THRU 4000-SWEEP-ARCHIVE-EXIT
021310         WHEN "DISCLOSE"
021320             PERFORM 4500-SWEEP-DISCLOSURES
021330                 THRU 4500-SWEEP-DISCLOSURES-EXIT
021400         WHEN OTHER
021500             MOVE SPACES TO ReportRecord
021600             STRING "RULE SKIPPED - UNKNOWN CLASS: "
022600         WS-Count-Disp " BEFORE " WS-Cutoff-Date
022700         DELIMITED BY SIZE INTO ReportRecord
022800     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
022812     IF WS-Held-Rows > 0
022824         MOVE WS-Held-Rows TO WS-Count-Disp
022836         MOVE SPACES TO ReportRecord
022848         STRING "   KEPT UNDER LEGAL HOLD: " WS-Count-Disp
022860             DELIMITED BY SIZE INTO ReportRecord
022872         PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
022884     END-IF
022900     ADD WS-Retired-Count TO WS-Eoj-Written-Count
023000     .
023100 1100-WORK-ONE-RULE-EXIT.
024300         END-READ
024400         IF NOT WS-End-Of-Input
024500             IF HIST-Change-Date < WS-Cutoff-Date
024554                 MOVE HIST-UserId TO WS-Lgl-UserId
024608                 PERFORM 5100-CHECK-HOLD THRU 5100-CHECK-HOLD-EXIT
024662             END-IF
024716             IF HIST-Change-Date < WS-Cutoff-Date
024770                     AND NOT WS-Lgl-Is-Held
024824                 PERFORM 5000-TALLY-ACCOUNT
024878                     THRU 5000-TALLY-ACCOUNT-EXIT
024932                 DELETE HistoryFile
024986                 ADD 1 TO WS-Retired-Count
025040             END-IF
025100         END-IF
025200     END-PERFORM
025300     CLOSE HistoryFile
029700         END-READ
029800         IF NOT WS-End-Of-Input
029900             IF NOTE-Date < WS-Cutoff-Date
029928                 MOVE NOTE-UserId TO WS-Lgl-UserId
029956                 PERFORM 5100-CHECK-HOLD THRU 5100-CHECK-HOLD-EXIT
029984             END-IF
030012             IF NOTE-Date < WS-Cutoff-Date
030040                     AND NOT WS-Lgl-Is-Held
030068                 MOVE NOTE-UserId TO HIST-UserId
030100                 PERFORM 5000-TALLY-ACCOUNT
030200                     THRU 5000-TALLY-ACCOUNT-EXIT
030300                 DELETE NotesFile
032800         CALL "NoteWrite" USING
032900             WS-Acct-Id(WS-Acct-Index), WS-Note-Text,
033000             WS-Summary-Operator, WS-Note-Category,
033100             WS-Note-Followup, WS-Note-Ticket
033200     END-PERFORM
033300     .
033400 3100-SUMMARIZE-NOTES-EXIT.
034500         AT END SET WS-End-Of-Input TO TRUE
034600     END-READ
034700     PERFORM UNTIL WS-End-Of-Input
034800         MOVE "N" TO WS-Lgl-Held
034825         IF ARC-Purge-Date < WS-Cutoff-Date
034850             MOVE ARC-Record-Image(1:8) TO WS-Lgl-UserId
034875             PERFORM 5100-CHECK-HOLD THRU 5100-CHECK-HOLD-EXIT
034900         END-IF
034925         IF ARC-Purge-Date < WS-Cutoff-Date
034950                 AND NOT WS-Lgl-Is-Held
034975             ADD 1 TO WS-Retired-Count
035000         ELSE
035100             MOVE ArchiveRecord TO NewArchiveRecord
035200             WRITE NewArchiveRecord
036900     .
037000 4000-SWEEP-ARCHIVE-EXIT.
037100     EXIT.
037110
037120*--------------------------------------------------------------
037130* The log is read in disclosure order, each header filing
037140* after its accounts, so by the time a header is reached it
037150* is known whether any of its account rows were kept under a
037160* legal hold - the header then stays to describe them. The
037170* control row holding the last number issued is never
037180* touched.
037190*--------------------------------------------------------------
037200 4500-SWEEP-DISCLOSURES.
037205     MOVE "N" TO WS-Eof-Switch
037210     OPEN I-O DiscFile
037215     IF WS-Disc-Missing
037220         GO TO 4500-SWEEP-DISCLOSURES-EXIT
037225     END-IF
037230     IF WS-Disc-Status NOT = "00"
037235         DISPLAY "DISCLOG.DAT WILL NOT OPEN (STATUS "
037240             WS-Disc-Status ") - DISCLOSE RULE NOT APPLIED."
037245         MOVE 8 TO WS-Eoj-Return-Code
037250         GO TO 4500-SWEEP-DISCLOSURES-EXIT
037255     END-IF
037260     MOVE ZERO TO WS-Disc-Cur-Id
037265     MOVE "N" TO WS-Disc-Kept
037270     PERFORM UNTIL WS-End-Of-Input
037275         READ DiscFile NEXT RECORD
037280             AT END SET WS-End-Of-Input TO TRUE
037285         END-READ
037290         IF NOT WS-End-Of-Input
037295             IF DL-Disc-Id NOT = WS-Disc-Cur-Id
037300                 MOVE DL-Disc-Id TO WS-Disc-Cur-Id
037305                 MOVE "N" TO WS-Disc-Kept
037310             END-IF
037315             PERFORM 4510-RETIRE-DISCLOSURE-ROW
037320                 THRU 4510-RETIRE-DISCLOSURE-ROW-EXIT
037325         END-IF
037330     END-PERFORM
037335     CLOSE DiscFile
037340     .
037345 4500-SWEEP-DISCLOSURES-EXIT.
037350     EXIT.
037355
037360 4510-RETIRE-DISCLOSURE-ROW.
037365     IF DL-Disc-Id = ZERO OR DL-Bus-Date NOT < WS-Cutoff-Date
037370         GO TO 4510-RETIRE-DISCLOSURE-ROW-EXIT
037375     END-IF
037380     IF DL-Is-Header
037385         IF NOT WS-Disc-Has-Kept-Rows
037390             DELETE DiscFile
037395             ADD 1 TO WS-Retired-Count
037400         END-IF
037405         GO TO 4510-RETIRE-DISCLOSURE-ROW-EXIT
037410     END-IF
037415     MOVE DL-UserId TO WS-Lgl-UserId
037420     PERFORM 5100-CHECK-HOLD THRU 5100-CHECK-HOLD-EXIT
037425     IF WS-Lgl-Is-Held
037430         MOVE "Y" TO WS-Disc-Kept
037435     ELSE
037440         DELETE DiscFile
037445         ADD 1 TO WS-Retired-Count
037450     END-IF
037455     .
037460 4510-RETIRE-DISCLOSURE-ROW-EXIT.
037465     EXIT.
037470
037475 5000-TALLY-ACCOUNT.
037487     MOVE 0 TO WS-Acct-Found
037500     PERFORM VARYING WS-Acct-Index FROM 1 BY 1
037600             UNTIL WS-Acct-Index > WS-Acct-Used
037700             OR WS-Acct-Found > 0
039200 5000-TALLY-ACCOUNT-EXIT.
039300     EXIT.
039400
039402*--------------------------------------------------------------
039404* Legal hold: a held account's rows are kept whatever their
039406* age. The first held row met under a rule is logged as the
039408* skip (LglChk request S - I exception and LGLSKIP.DAT line)
039410* and named on the report; the account's later rows under the
039412* same rule are only counted.
039414*--------------------------------------------------------------
039416 5100-CHECK-HOLD.
039418     MOVE "Q" TO WS-Lgl-Request
039420     CALL "LglChk" USING WS-Lgl-Request, WS-Lgl-UserId,
039422         WS-Program-Name, WS-Lgl-Held, WS-Lgl-Case-Ref
039424     IF NOT WS-Lgl-Is-Held
039426         GO TO 5100-CHECK-HOLD-EXIT
039428     END-IF
039430     ADD 1 TO WS-Held-Rows
039431     MOVE 0 TO WS-Held-Found
039432     PERFORM VARYING WS-Held-Index FROM 1 BY 1
039433             UNTIL WS-Held-Index > WS-Held-Used
039434             OR WS-Held-Found > 0
039435         IF WS-Held-Id(WS-Held-Index) = WS-Lgl-UserId
039436             MOVE WS-Held-Index TO WS-Held-Found
039437         END-IF
039438     END-PERFORM
039439     IF WS-Held-Found > 0
039440         GO TO 5100-CHECK-HOLD-EXIT
039441     END-IF
039442     IF WS-Held-Used < 200
039443         ADD 1 TO WS-Held-Used
039444         MOVE WS-Lgl-UserId TO WS-Held-Id(WS-Held-Used)
039445     END-IF
039452     MOVE "S" TO WS-Lgl-Request
039454     CALL "LglChk" USING WS-Lgl-Request, WS-Lgl-UserId,
039456         WS-Program-Name, WS-Lgl-Held, WS-Lgl-Case-Ref
039458     MOVE SPACES TO ReportRecord
039460     STRING "   HELD " WS-Lgl-UserId " LEGAL HOLD CASE "
039462         WS-Lgl-Case-Ref " - " RR-Data-Class " KEPT"
039464         DELIMITED BY SIZE INTO ReportRecord
039466     PERFORM 9000-PUT-LINE THRU 9000-PUT-LINE-EXIT
039468     .
039470 5100-CHECK-HOLD-EXIT.
039472     EXIT.
039474
039476
039500 9000-PUT-LINE.
039600     WRITE ReportRecord
039700     DISPLAY ReportRecord

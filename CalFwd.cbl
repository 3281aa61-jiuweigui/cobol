000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CalFwd.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Processing-calendar forward look to CALFWD.TXT: the 60
000900* nights after the business date, each with its OPSCAL.DAT
001000* entry (OPSCAL layout), the decision CalGate will reach -
001100* the same rule, return code and text - and which of the
001200* period-end, quarter-end and year-end step packs will fire
001300* on it, so a calendar slip shows up weeks ahead rather than
001400* on the morning after. Two slips are flagged:
001500*   - an entry whose type is not H, B or E, which CalGate
001600*     passes over as if the date had no entry at all
001700*   - a month ending inside the window with no E entry, so
001800*     its period-end pack would never run
001900* Either ends the step RC 4 with a warning on EXCEPTS.DAT
002000* (shared ExcpLog routine). Entries are put right through
002100* CalMnt. A date calendared twice is read as CalGate reads
002200* it: the later line on file wins.
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
003300     SELECT CalendarFile ASSIGN TO DYNAMIC WS-P-OPSCAL-DAT
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-Calendar-Status.
003600     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-CALFWD-TXT
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  CalendarFile.
004200     COPY "OPSCAL.CPY".
004300
004400 FD  ReportFile.
004500 01  ReportRecord            PIC X(132).
004600
004700 WORKING-STORAGE SECTION.
004800 01  WS-Calendar-Status      PIC XX.
004900     88  WS-Calendar-Missing     VALUE "35".
005000 01  WS-Eof-Switch           PIC X VALUE "N".
005100     88  WS-End-Of-Calendar      VALUE "Y".
005200 01  WS-Cal-Count            PIC 9(04) COMP VALUE 0.
005300 01  WS-Cal-Table.
005400     02  WS-Cal-Entry OCCURS 1000 TIMES.
005500         03  WS-Cal-Date         PIC 9(08).
005600         03  WS-Cal-Type         PIC X(01).
005700         03  WS-Cal-Desc         PIC X(30).
005800 01  WS-Cal-Index            PIC 9(04) COMP.
005900 01  WS-Found-Index          PIC 9(04) COMP.
006000 01  WS-Run-Date             PIC 9(08).
006100 01  WS-Run-Integer          PIC 9(09) COMP.
006200 01  WS-Day-Number           PIC 9(02) COMP.
006300 01  WS-Look-Days            PIC 9(02) COMP VALUE 60.
006400 01  WS-Look-Date            PIC 9(08).
006500 01  WS-Look-Date-Parts REDEFINES WS-Look-Date.
006600     02  WS-Look-Year        PIC 9(04).
006700     02  WS-Look-Month       PIC 9(02).
006800         88  WS-Quarter-Month    VALUE 3 6 9 12.
006900         88  WS-Year-End-Month   VALUE 12.
007000     02  WS-Look-Day         PIC 9(02).
007100 01  WS-Look-Integer         PIC 9(09) COMP.
007200 01  WS-Next-Date            PIC 9(08).
007300 01  WS-Next-Date-Parts REDEFINES WS-Next-Date.
007400     02  WS-Next-Year        PIC 9(04).
007500     02  WS-Next-Month       PIC 9(02).
007600     02  WS-Next-Day         PIC 9(02).
007700 01  WS-Scan-Date            PIC 9(08).
007800 01  WS-Scan-Date-Parts REDEFINES WS-Scan-Date.
007900     02  WS-Scan-Year        PIC 9(04).
008000     02  WS-Scan-Month       PIC 9(02).
008100     02  WS-Scan-Day         PIC 9(02).
008200 01  WS-Day-Of-Week          PIC 9(01).
008300 01  WS-Day-Names            PIC X(21)
008400         VALUE "SUNMONTUEWEDTHUFRISAT".
008500 01  WS-Entry-Type           PIC X(01).
008600     88  WS-Entry-Holiday        VALUE "H".
008700     88  WS-Entry-Forced         VALUE "B".
008800     88  WS-Entry-Period-End     VALUE "E".
008900     88  WS-Entry-Type-Is-Valid  VALUE "H" "B" "E".
009000 01  WS-Entry-Text           PIC X(30).
009100 01  WS-Decision-Code        PIC 9(01).
009200 01  WS-Decision-Text        PIC X(50).
009300 01  WS-Month-Switch         PIC X VALUE "N".
009400     88  WS-Month-Has-End        VALUE "Y".
009500 01  WS-Run-Night-Count      PIC 9(03) COMP VALUE 0.
009600 01  WS-Skip-Night-Count     PIC 9(03) COMP VALUE 0.
009700 01  WS-Period-End-Count     PIC 9(03) COMP VALUE 0.
009800 01  WS-Bad-Type-Count       PIC 9(03) COMP VALUE 0.
009900 01  WS-No-End-Count         PIC 9(03) COMP VALUE 0.
010000 01  WS-Count-Disp           PIC ZZ9.
010100 01  WS-Heading-Line.
010200     02  FILLER              PIC X(13) VALUE "DATE     DAY".
010300     02  FILLER              PIC X(35) VALUE "CALENDAR ENTRY".
010400     02  FILLER              PIC X(56) VALUE "GATE DECISION".
010500     02  FILLER              PIC X(28) VALUE "STEP PACKS FIRING".
010600 01  WS-Night-Line.
010700     02  WS-NL-Date          PIC 9(08).
010800     02  FILLER              PIC X(01) VALUE SPACES.
010900     02  WS-NL-Day           PIC X(03).
011000     02  FILLER              PIC X(01) VALUE SPACES.
011100     02  WS-NL-Type          PIC X(01).
011200     02  FILLER              PIC X(01) VALUE SPACES.
011300     02  WS-NL-Desc          PIC X(30).
011400     02  FILLER              PIC X(03) VALUE SPACES.
011500     02  WS-NL-Code          PIC 9(01).
011600     02  FILLER              PIC X(01) VALUE SPACES.
011700     02  WS-NL-Decision      PIC X(50).
011800     02  FILLER              PIC X(04) VALUE SPACES.
011900     02  WS-NL-Packs         PIC X(28).
012000 01  WS-Excp-Severity        PIC X(01).
012100 01  WS-Excp-Message         PIC X(60).
012200 01  WS-P-OPSCAL-DAT        PIC X(30) VALUE "OPSCAL.DAT".
012300 01  WS-P-CALFWD-TXT        PIC X(30) VALUE "CALFWD.TXT".
012400 01  WS-Eoj-Start-Time       PIC 9(08).
012500 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
012600 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
012700 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
012800 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
012900 01  WS-Program-Name         PIC X(20) VALUE "CALFWD".
013000
013100 PROCEDURE DIVISION.
013200
013300 0000-MAINLINE.
013400     CALL "PreDefMsg" USING WS-Program-Name
013500     ACCEPT WS-Eoj-Start-Time FROM TIME
013600     CALL "EnvName" USING WS-P-OPSCAL-DAT
013700     CALL "EnvName" USING WS-P-CALFWD-TXT
013800     DISPLAY "PROCESSING-CALENDAR FORWARD LOOK"
013900     DISPLAY "================================"
014000     CALL "BusDate" USING WS-Run-Date
014100     PERFORM 1000-LOAD-CALENDAR THRU 1000-LOAD-CALENDAR-EXIT
014200     IF WS-Eoj-Return-Code > 4
014300         GO TO 0000-WRAP-UP
014400     END-IF
014500     OPEN OUTPUT ReportFile
014600     PERFORM 2000-WRITE-HEADINGS THRU 2000-WRITE-HEADINGS-EXIT
014700     COMPUTE WS-Run-Integer =
014800         FUNCTION INTEGER-OF-DATE(WS-Run-Date)
014900     PERFORM 3000-ONE-NIGHT THRU 3000-ONE-NIGHT-EXIT
015000         VARYING WS-Day-Number FROM 1 BY 1
015100         UNTIL WS-Day-Number > WS-Look-Days
015200     PERFORM 5000-WRITE-TOTALS THRU 5000-WRITE-TOTALS-EXIT
015300     CLOSE ReportFile
015400     IF WS-Bad-Type-Count > 0 OR WS-No-End-Count > 0
015500         MOVE "W" TO WS-Excp-Severity
015600         MOVE SPACES TO WS-Excp-Message
015700         STRING "CALENDAR SLIPS IN THE NEXT 60 DAYS - SEE "
015800             "CALFWD.TXT"
015900             DELIMITED BY SIZE INTO WS-Excp-Message
016000         CALL "ExcpLog" USING WS-Program-Name,
016100             WS-Excp-Severity, WS-Excp-Message
016200         MOVE 4 TO WS-Eoj-Return-Code
016300     END-IF
016400     .
016500 0000-WRAP-UP.
016600     CALL "EndMsg" USING WS-Program-Name,
016700         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
016800         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
016900         WS-Eoj-Return-Code
017000     MOVE WS-Eoj-Return-Code TO RETURN-CODE
017100     STOP RUN.
017200
017300*--------------------------------------------------------------
017400* The calendar is kept in file order, so a date on file twice
017500* resolves to its later line, as it does in CalGate.
017600*--------------------------------------------------------------
017700 1000-LOAD-CALENDAR.
017800     OPEN INPUT CalendarFile
017900     IF WS-Calendar-Missing
018000         DISPLAY "OPSCAL.DAT NOT FOUND - WEEKEND RULE ONLY."
018100         GO TO 1000-LOAD-CALENDAR-EXIT
018200     END-IF
018300     READ CalendarFile
018400         AT END SET WS-End-Of-Calendar TO TRUE
018500     END-READ
018600     PERFORM UNTIL WS-End-Of-Calendar
018700         ADD 1 TO WS-Eoj-Read-Count
018800         IF WS-Cal-Count = 1000
018900             DISPLAY "OPSCAL.DAT HAS MORE THAN 1000 ENTRIES - "
019000                 "NO FORWARD LOOK."
019100             MOVE 8 TO WS-Eoj-Return-Code
019200             CLOSE CalendarFile
019300             GO TO 1000-LOAD-CALENDAR-EXIT
019400         END-IF
019500         ADD 1 TO WS-Cal-Count
019600         MOVE CAL-Date TO WS-Cal-Date(WS-Cal-Count)
019700         MOVE CAL-Type TO WS-Cal-Type(WS-Cal-Count)
019800         MOVE CAL-Description TO WS-Cal-Desc(WS-Cal-Count)
019900         READ CalendarFile
020000             AT END SET WS-End-Of-Calendar TO TRUE
020100         END-READ
020200     END-PERFORM
020300     CLOSE CalendarFile
020400     .
020500 1000-LOAD-CALENDAR-EXIT.
020600     EXIT.
020700
020800*--------------------------------------------------------------
020900* The legend names the steps behind each pack, as NIGHTLY
021000* conditions them on the CalGate return code of 2.
021100*--------------------------------------------------------------
021200 2000-WRITE-HEADINGS.
021300     MOVE SPACES TO ReportRecord
021400     STRING "PROCESSING-CALENDAR FORWARD LOOK - 60 NIGHTS AFTER "
021500         "BUSINESS DATE " WS-Run-Date
021600         DELIMITED BY SIZE INTO ReportRecord
021700     PERFORM 9100-PUT-LINE THRU 9100-PUT-LINE-EXIT
021800     MOVE SPACES TO ReportRecord
021900     PERFORM 9100-PUT-LINE THRU 9100-PUT-LINE-EXIT
022000     MOVE SPACES TO ReportRecord
022100     STRING "PERIOD-END  (E ENTRY, GATE RC 2): RETNSWP STATSNAP "
022200         "MOVERPT MECOPY HRCENSUS USERDQ MULTYTD SECSTMT "
022300         "SECMETR TKTVOL SLARPT"
022400         DELIMITED BY SIZE INTO ReportRecord
022500     PERFORM 9100-PUT-LINE THRU 9100-PUT-LINE-EXIT
022600     MOVE SPACES TO ReportRecord
022700     STRING "QUARTER-END (E IN MAR/JUN/SEP/DEC): ALSO RECERTG "
022800         "OPENS THE RECERTIFICATION CAMPAIGN; QUARTER-END "
022900         "CHECKLIST AND SLA DEADLINES"
023000         DELIMITED BY SIZE INTO ReportRecord
023100     PERFORM 9100-PUT-LINE THRU 9100-PUT-LINE-EXIT
023200     MOVE SPACES TO ReportRecord
023300     STRING "YEAR-END    (E IN DECEMBER):        ALSO MULTYTD "
023400         "ARCHIVES THE YEAR LEDGER"
023500         DELIMITED BY SIZE INTO ReportRecord
023600     PERFORM 9100-PUT-LINE THRU 9100-PUT-LINE-EXIT
023700     MOVE SPACES TO ReportRecord
023800     PERFORM 9100-PUT-LINE THRU 9100-PUT-LINE-EXIT
023900     MOVE WS-Heading-Line TO ReportRecord
024000     PERFORM 9100-PUT-LINE THRU 9100-PUT-LINE-EXIT
024100     .
024200 2000-WRITE-HEADINGS-EXIT.
024300     EXIT.
024400
024500 3000-ONE-NIGHT.
024600     COMPUTE WS-Look-Integer = WS-Run-Integer + WS-Day-Number
024700     COMPUTE WS-Look-Date =
024800         FUNCTION DATE-OF-INTEGER(WS-Look-Integer)
024900     COMPUTE WS-Day-Of-Week =
025000         FUNCTION MOD(WS-Look-Integer, 7) + 1
025100     MOVE SPACES TO WS-Night-Line
025200     MOVE WS-Look-Date TO WS-NL-Date
025300     MOVE WS-Day-Names((WS-Day-Of-Week - 1) * 3 + 1:3)
025400         TO WS-NL-Day
025500     MOVE SPACE TO WS-Entry-Type
025600     MOVE SPACES TO WS-Entry-Text
025700     MOVE 0 TO WS-Found-Index
025800     PERFORM VARYING WS-Cal-Index FROM 1 BY 1
025900             UNTIL WS-Cal-Index > WS-Cal-Count
026000         IF WS-Cal-Date(WS-Cal-Index) = WS-Look-Date
026100             MOVE WS-Cal-Index TO WS-Found-Index
026200         END-IF
026300     END-PERFORM
026400     IF WS-Found-Index > 0
026500         MOVE WS-Cal-Type(WS-Found-Index) TO WS-Entry-Type
026600         MOVE WS-Cal-Desc(WS-Found-Index) TO WS-Entry-Text
026700         MOVE WS-Entry-Type TO WS-NL-Type
026800         MOVE WS-Entry-Text TO WS-NL-Desc
026900     END-IF
027000     PERFORM 3100-DECIDE THRU 3100-DECIDE-EXIT
027100     MOVE WS-Decision-Code TO WS-NL-Code
027200     MOVE WS-Decision-Text TO WS-NL-Decision
027300     IF WS-Decision-Code < 8
027400         ADD 1 TO WS-Run-Night-Count
027500     ELSE
027600         ADD 1 TO WS-Skip-Night-Count
027700     END-IF
027800     IF WS-Entry-Period-End
027900         ADD 1 TO WS-Period-End-Count
028000         EVALUATE TRUE
028100             WHEN WS-Year-End-Month
028200                 MOVE "PERIOD + QUARTER + YEAR-END"
028300                     TO WS-NL-Packs
028400             WHEN WS-Quarter-Month
028500                 MOVE "PERIOD-END + QUARTER-END"
028600                     TO WS-NL-Packs
028700             WHEN OTHER
028800                 MOVE "PERIOD-END" TO WS-NL-Packs
028900         END-EVALUATE
029000     END-IF
029100     MOVE WS-Night-Line TO ReportRecord
029200     PERFORM 9100-PUT-LINE THRU 9100-PUT-LINE-EXIT
029300     IF WS-Found-Index > 0 AND NOT WS-Entry-Type-Is-Valid
029400         ADD 1 TO WS-Bad-Type-Count
029500         ADD 1 TO WS-Eoj-Rejected-Count
029600         MOVE SPACES TO ReportRecord
029700         STRING "  *** TYPE '" WS-Entry-Type "' IS NOT H, B OR E"
029800             " - UNKNOWN TYPE - TREATED AS NO ENTRY"
029900             DELIMITED BY SIZE INTO ReportRecord
030000         PERFORM 9100-PUT-LINE THRU 9100-PUT-LINE-EXIT
030100     END-IF
030200     COMPUTE WS-Next-Date =
030300         FUNCTION DATE-OF-INTEGER(WS-Look-Integer + 1)
030400     IF WS-Next-Month NOT = WS-Look-Month
030500         PERFORM 3200-CHECK-MONTH-END
030600             THRU 3200-CHECK-MONTH-END-EXIT
030700     END-IF
030800     .
030900 3000-ONE-NIGHT-EXIT.
031000     EXIT.
031100
031200*--------------------------------------------------------------
031300* The CalGate rule, in its order: a holiday skips, a
031400* period-end runs the variants (RC 2), a forced business
031500* day runs, a weekend skips, any other day runs. A type
031600* outside H, B and E matches none of the entry rules.
031700*--------------------------------------------------------------
031800 3100-DECIDE.
031900     EVALUATE TRUE
032000         WHEN WS-Entry-Holiday
032100             MOVE 8 TO WS-Decision-Code
032200             MOVE SPACES TO WS-Decision-Text
032300             STRING "SKIP - HOLIDAY: " WS-Entry-Text
032400                 DELIMITED BY SIZE INTO WS-Decision-Text
032500         WHEN WS-Entry-Period-End
032600             MOVE 2 TO WS-Decision-Code
032700             MOVE "PROCEED - PERIOD-END VARIANTS APPLY"
032800                 TO WS-Decision-Text
032900         WHEN WS-Entry-Forced
033000             MOVE 0 TO WS-Decision-Code
033100             MOVE "PROCEED - FORCED BUSINESS DAY"
033200                 TO WS-Decision-Text
033300         WHEN WS-Day-Of-Week = 1 OR WS-Day-Of-Week = 7
033400             MOVE 8 TO WS-Decision-Code
033500             MOVE "SKIP - WEEKEND" TO WS-Decision-Text
033600         WHEN OTHER
033700             MOVE 0 TO WS-Decision-Code
033800             MOVE "PROCEED - BUSINESS DAY"
033900                 TO WS-Decision-Text
034000     END-EVALUATE
034100     .
034200 3100-DECIDE-EXIT.
034300     EXIT.
034400
034500*--------------------------------------------------------------
034600* The last day of a month inside the window: its period-end
034700* pack only runs if some night of the month carries an E.
034800*--------------------------------------------------------------
034900 3200-CHECK-MONTH-END.
035000     MOVE "N" TO WS-Month-Switch
035100     PERFORM VARYING WS-Cal-Index FROM 1 BY 1
035200             UNTIL WS-Cal-Index > WS-Cal-Count
035300         MOVE WS-Cal-Date(WS-Cal-Index) TO WS-Scan-Date
035400         IF WS-Scan-Year = WS-Look-Year
035500                 AND WS-Scan-Month = WS-Look-Month
035600                 AND WS-Cal-Type(WS-Cal-Index) = "E"
035700             SET WS-Month-Has-End TO TRUE
035800         END-IF
035900     END-PERFORM
036000     IF NOT WS-Month-Has-End
036100         ADD 1 TO WS-No-End-Count
036200         ADD 1 TO WS-Eoj-Rejected-Count
036300         MOVE SPACES TO ReportRecord
036400         STRING "  *** MONTH " WS-Look-Month "/" WS-Look-Year
036500             " ENDS WITH NO E ENTRY - ITS PERIOD-END STEPS "
036600             "WILL NOT RUN"
036700             DELIMITED BY SIZE INTO ReportRecord
036800         PERFORM 9100-PUT-LINE THRU 9100-PUT-LINE-EXIT
036900     END-IF
037000     .
037100 3200-CHECK-MONTH-END-EXIT.
037200     EXIT.
037300
037400 5000-WRITE-TOTALS.
037500     MOVE SPACES TO ReportRecord
037600     PERFORM 9100-PUT-LINE THRU 9100-PUT-LINE-EXIT
037700     MOVE WS-Run-Night-Count TO WS-Count-Disp
037800     MOVE SPACES TO ReportRecord
037900     STRING "NIGHTS THE CHAIN RUNS:       " WS-Count-Disp
038000         DELIMITED BY SIZE INTO ReportRecord
038100     PERFORM 9100-PUT-LINE THRU 9100-PUT-LINE-EXIT
038200     MOVE WS-Skip-Night-Count TO WS-Count-Disp
038300     MOVE SPACES TO ReportRecord
038400     STRING "NIGHTS SKIPPED:              " WS-Count-Disp
038500         DELIMITED BY SIZE INTO ReportRecord
038600     PERFORM 9100-PUT-LINE THRU 9100-PUT-LINE-EXIT
038700     MOVE WS-Period-End-Count TO WS-Count-Disp
038800     MOVE SPACES TO ReportRecord
038900     STRING "PERIOD-END NIGHTS:           " WS-Count-Disp
039000         DELIMITED BY SIZE INTO ReportRecord
039100     PERFORM 9100-PUT-LINE THRU 9100-PUT-LINE-EXIT
039200     MOVE WS-Bad-Type-Count TO WS-Count-Disp
039300     MOVE SPACES TO ReportRecord
039400     STRING "ENTRIES WITH AN UNKNOWN TYPE:" WS-Count-Disp
039500         DELIMITED BY SIZE INTO ReportRecord
039600     PERFORM 9100-PUT-LINE THRU 9100-PUT-LINE-EXIT
039700     MOVE WS-No-End-Count TO WS-Count-Disp
039800     MOVE SPACES TO ReportRecord
039900     STRING "MONTHS WITH NO PERIOD-END:   " WS-Count-Disp
040000         DELIMITED BY SIZE INTO ReportRecord
040100     PERFORM 9100-PUT-LINE THRU 9100-PUT-LINE-EXIT
040200     .
040300 5000-WRITE-TOTALS-EXIT.
040400     EXIT.
040500
040600 9100-PUT-LINE.
040700     WRITE ReportRecord
040800     ADD 1 TO WS-Eoj-Written-Count
040900     DISPLAY ReportRecord
041000     .
041100 9100-PUT-LINE-EXIT.
041200     EXIT.

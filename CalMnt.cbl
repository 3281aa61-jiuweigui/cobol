000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CalMnt.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Maintenance for OPSCAL.DAT (OPSCAL layout), the processing
000900* calendar CalGate, DayClass, StoGen and SignRpt all trust,
001000* in place of editing it with a text editor - a mis-keyed
001100* type column once skipped a business night. In the LimMnt
001200* style:
001300*   - add, change or remove the entry for a date, or list
001400*     the entries from a date. The type must be H, B or E;
001500*     the date must be a real date after the business date
001600*     (a night already run is history on CALGATE.LOG); a
001700*     date already calendared is refused; B only on a
001800*     weekend and H only on a weekday, where they mean
001900*     something
002000*   - generate a year: the published holiday list is keyed
002100*     in one sitting, then the month-end period-end entries
002200*     (last weekday of each month that is not a holiday) are
002300*     proposed and added on one confirmation. A month that
002400*     already has its E entry is left alone.
002500* The file stays a line-sequential list, so its readers are
002600* unchanged: it is loaded into a table in date order, and
002700* written back in date order when the session changed it.
002800* Whether the chain runs is a control, so the operator must
002900* hold the supervisor role on CONTACT.DAT (shared AuthChk
003000* routine) and every change is written to SUITEAUD.LOG
003100* through AuditLog.
003200*--------------------------------------------------------------
003300* MODIFICATION HISTORY
003400*--------------------------------------------------------------
003500* DATE       INIT DESCRIPTION
003600* ---------- ---- -------------------------------------------
003700* 2026-10-15 JWG  Original version.
003800*--------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CalendarFile ASSIGN TO DYNAMIC WS-P-OPSCAL-DAT
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-Calendar-Status.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CalendarFile.
004900     COPY "OPSCAL.CPY".
005000
005100 WORKING-STORAGE SECTION.
005200 01  WS-Calendar-Status      PIC XX.
005300     88  WS-Calendar-Missing     VALUE "35".
005400 01  WS-Eof-Switch           PIC X VALUE "N".
005500     88  WS-End-Of-Calendar      VALUE "Y".
005600 01  WS-Changed-Switch       PIC X VALUE "N".
005700     88  WS-Calendar-Changed     VALUE "Y".
005800 01  WS-Cal-Count            PIC 9(04) COMP VALUE 0.
005900 01  WS-Cal-Table.
006000     02  WS-Cal-Entry OCCURS 1000 TIMES.
006100         03  WS-Cal-Date         PIC 9(08).
006200         03  WS-Cal-Type         PIC X(01).
006300         03  WS-Cal-Desc         PIC X(30).
006400 01  WS-Cal-Index            PIC 9(04) COMP.
006500 01  WS-Shift-Index          PIC 9(04) COMP.
006600 01  WS-Found-Index          PIC 9(04) COMP.
006700 01  WS-Mode-Choice          PIC 9.
006800 01  WS-Entry-Date           PIC 9(08).
006900 01  WS-Entry-Date-Parts REDEFINES WS-Entry-Date.
007000     02  WS-Entry-Year       PIC 9(04).
007100     02  WS-Entry-Month      PIC 9(02).
007200     02  WS-Entry-Day        PIC 9(02).
007300 01  WS-Entry-Type           PIC X(01).
007400     88  WS-Entry-Holiday        VALUE "H".
007500     88  WS-Entry-Forced         VALUE "B".
007600     88  WS-Entry-Period-End     VALUE "E".
007700     88  WS-Entry-Type-Is-Valid  VALUE "H" "B" "E".
007800 01  WS-Entry-Desc           PIC X(30).
007900 01  WS-Old-Type             PIC X(01).
008000 01  WS-Date-Ok              PIC X.
008100     88  WS-Date-Is-Valid        VALUE "Y".
008200     88  WS-Date-Is-Invalid      VALUE "N".
008300 01  WS-Type-Ok              PIC X.
008400     88  WS-Type-Is-Valid        VALUE "Y".
008500     88  WS-Type-Is-Invalid      VALUE "N".
008600 01  WS-Date-Integer         PIC 9(09) COMP.
008700 01  WS-Day-Of-Week          PIC 9(01).
008800     88  WS-Weekend-Day          VALUE 1 7.
008900 01  WS-Day-Names            PIC X(21)
009000         VALUE "SUNMONTUEWEDTHUFRISAT".
009100 01  WS-Day-Name             PIC X(03).
009200 01  WS-Run-Date             PIC 9(08).
009300 01  WS-Run-Date-Parts REDEFINES WS-Run-Date.
009400     02  WS-Run-Year         PIC 9(04).
009500     02  WS-Run-Month        PIC 9(02).
009600     02  WS-Run-Day          PIC 9(02).
009700*--------------------------------------------------------------
009800* Year generation: the year keyed, and the month-end entries
009900* proposed for it before they are confirmed.
010000*--------------------------------------------------------------
010100 01  WS-Gen-Year             PIC 9(04).
010200 01  WS-Gen-Month            PIC 9(02).
010300 01  WS-Gen-Date             PIC 9(08).
010400 01  WS-Gen-Date-Parts REDEFINES WS-Gen-Date.
010500     02  WS-Gen-Date-Year    PIC 9(04).
010600     02  WS-Gen-Date-Month   PIC 9(02).
010700     02  WS-Gen-Date-Day     PIC 9(02).
010800 01  WS-Gen-Integer          PIC 9(09) COMP.
010900 01  WS-Gen-Holiday-Count    PIC 9(03) COMP VALUE 0.
011000 01  WS-Gen-Done             PIC X VALUE "N".
011100     88  WS-Gen-Is-Done          VALUE "Y".
011200 01  WS-Gen-Answer           PIC X VALUE "N".
011300     88  WS-Gen-Confirmed        VALUE "Y" "y".
011400 01  WS-Gen-Month-Found      PIC X VALUE "N".
011500     88  WS-Gen-Month-Has-End    VALUE "Y".
011600 01  WS-Proposal-Count       PIC 9(02) COMP VALUE 0.
011700 01  WS-Proposal-Index       PIC 9(02) COMP.
011800 01  WS-Proposal-Table.
011900     02  WS-Proposal-Entry OCCURS 12 TIMES.
012000         03  WS-Prop-Date        PIC 9(08).
012100         03  WS-Prop-Desc        PIC X(30).
012200 01  WS-Operator             PIC X(10).
012300 01  WS-Auth-EmpId           PIC 9(05).
012400 01  WS-Auth-Role            PIC X(01).
012500 01  WS-Auth-Granted         PIC X(01).
012600     88  WS-Auth-Was-Granted     VALUE "Y".
012700 01  WS-Listed-Count         PIC 9(05) COMP VALUE 0.
012800 01  WS-Count-Disp           PIC ZZZZ9.
012900 01  WS-More-Requests        PIC X VALUE "Y".
013000     88  WS-Another-Request      VALUE "Y" "y".
013100 01  WS-Audit-Event          PIC X(12).
013200 01  WS-Audit-Detail         PIC X(60).
013300 01  WS-P-OPSCAL-DAT        PIC X(30) VALUE "OPSCAL.DAT".
013400 01  WS-Eoj-Start-Time       PIC 9(08).
013500 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
013600 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
013700 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
013800 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
013900 01  WS-Program-Name         PIC X(20) VALUE "CALMNT".
014000
014100 PROCEDURE DIVISION.
014200
014300 0000-MAINLINE.
014400     CALL "PreDefMsg" USING WS-Program-Name
014500     ACCEPT WS-Eoj-Start-Time FROM TIME
014600     CALL "EnvName" USING WS-P-OPSCAL-DAT
014700     CALL "BusDate" USING WS-Run-Date
014800     DISPLAY "Operator initials: "
014900     ACCEPT WS-Operator
015000     DISPLAY "Enter your employee id (5 digits): "
015100     ACCEPT WS-Auth-EmpId
015200     MOVE "S" TO WS-Auth-Role
015300     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
015400         WS-Program-Name, WS-Auth-Granted
015500     IF NOT WS-Auth-Was-Granted
015600         MOVE 8 TO RETURN-CODE
015700         STOP RUN
015800     END-IF
015900     PERFORM 1000-LOAD-CALENDAR THRU 1000-LOAD-CALENDAR-EXIT
016000     IF WS-Eoj-Return-Code > 4
016100         GO TO 0000-WRAP-UP
016200     END-IF
016300     PERFORM 2000-PROCESS-REQUEST
016400         THRU 2000-PROCESS-REQUEST-EXIT
016500         UNTIL NOT WS-Another-Request
016600     IF WS-Calendar-Changed
016700         PERFORM 8000-SAVE-CALENDAR THRU 8000-SAVE-CALENDAR-EXIT
016800     ELSE
016900         DISPLAY "NO CHANGES - OPSCAL.DAT LEFT AS IT WAS."
017000     END-IF
017100     .
017200 0000-WRAP-UP.
017300     CALL "EndMsg" USING WS-Program-Name,
017400         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
017500         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
017600         WS-Eoj-Return-Code
017700     MOVE WS-Eoj-Return-Code TO RETURN-CODE
017800     STOP RUN.
017900
018000*--------------------------------------------------------------
018100* The file as hand-edited up to now may be out of order or
018200* carry a date twice or a bad type column: each line is put
018300* into the table in date order as it is, and anything odd
018400* is named so it can be put right here. A calendar too big
018500* for the table is not touched (RC 8).
018600*--------------------------------------------------------------
018700 1000-LOAD-CALENDAR.
018800     OPEN INPUT CalendarFile
018900     IF WS-Calendar-Missing
019000         DISPLAY "OPSCAL.DAT NOT FOUND - STARTING AN EMPTY "
019100             "CALENDAR."
019200         GO TO 1000-LOAD-CALENDAR-EXIT
019300     END-IF
019400     MOVE "N" TO WS-Eof-Switch
019500     READ CalendarFile
019600         AT END SET WS-End-Of-Calendar TO TRUE
019700     END-READ
019800     PERFORM UNTIL WS-End-Of-Calendar
019900         ADD 1 TO WS-Eoj-Read-Count
020000         IF WS-Cal-Count = 1000
020100             DISPLAY "OPSCAL.DAT HAS MORE THAN 1000 ENTRIES - "
020200                 "NOT MAINTAINED HERE."
020300             MOVE 8 TO WS-Eoj-Return-Code
020400             CLOSE CalendarFile
020500             GO TO 1000-LOAD-CALENDAR-EXIT
020600         END-IF
020700         IF NOT CAL-Type-Is-Valid
020800             DISPLAY "ON FILE: " CAL-Date " TYPE '" CAL-Type
020900                 "' IS NOT H, B OR E - CALGATE IGNORES IT."
021000         END-IF
021100         MOVE CAL-Date TO WS-Entry-Date
021200         PERFORM 2080-FIND-DATE THRU 2080-FIND-DATE-EXIT
021300         IF WS-Found-Index > 0
021400             DISPLAY "ON FILE: " CAL-Date " IS CALENDARED MORE "
021500                 "THAN ONCE - REMOVE ONE."
021600         END-IF
021700         MOVE CAL-Date TO WS-Entry-Date
021800         MOVE CAL-Type TO WS-Entry-Type
021900         MOVE CAL-Description TO WS-Entry-Desc
022000         PERFORM 2090-INSERT-ENTRY THRU 2090-INSERT-ENTRY-EXIT
022100         READ CalendarFile
022200             AT END SET WS-End-Of-Calendar TO TRUE
022300         END-READ
022400     END-PERFORM
022500     CLOSE CalendarFile
022600     MOVE WS-Cal-Count TO WS-Count-Disp
022700     DISPLAY "CALENDAR ENTRIES LOADED: " WS-Count-Disp
022800     .
022900 1000-LOAD-CALENDAR-EXIT.
023000     EXIT.
023100
023200 2000-PROCESS-REQUEST.
023300     DISPLAY "1. Add a calendar entry"
023400     DISPLAY "2. Change a calendar entry"
023500     DISPLAY "3. Remove a calendar entry"
023600     DISPLAY "4. List the calendar from a date"
023700     DISPLAY "5. Generate a year (holidays and period-ends)"
023800     DISPLAY "Enter choice: "
023900     ACCEPT WS-Mode-Choice
024000     EVALUATE WS-Mode-Choice
024100         WHEN 1
024200             PERFORM 2100-ADD-ENTRY THRU 2100-ADD-ENTRY-EXIT
024300         WHEN 2
024400             PERFORM 2200-CHANGE-ENTRY
024500                 THRU 2200-CHANGE-ENTRY-EXIT
024600         WHEN 3
024700             PERFORM 2300-REMOVE-ENTRY
024800                 THRU 2300-REMOVE-ENTRY-EXIT
024900         WHEN 4
025000             PERFORM 2400-LIST-ENTRIES THRU 2400-LIST-ENTRIES-EXIT
025100         WHEN 5
025200             PERFORM 2500-GENERATE-YEAR
025300                 THRU 2500-GENERATE-YEAR-EXIT
025400         WHEN OTHER
025500             DISPLAY "Invalid choice - nothing done."
025600     END-EVALUATE
025700     DISPLAY "Another calendar request (Y/N)? "
025800     ACCEPT WS-More-Requests
025900     .
026000 2000-PROCESS-REQUEST-EXIT.
026100     EXIT.
026200
026300*--------------------------------------------------------------
026400* A date to maintain: a real date after the business date.
026500* Leaves the day of the week and, when the date is already
026600* calendared, WS-Found-Index on its entry.
026700*--------------------------------------------------------------
026800 2050-ACCEPT-DATE.
026900     SET WS-Date-Is-Valid TO TRUE
027000     DISPLAY "Date (YYYYMMDD): "
027100     ACCEPT WS-Entry-Date
027200     IF FUNCTION TEST-DATE-YYYYMMDD(WS-Entry-Date) NOT = 0
027300         DISPLAY "Not a valid date."
027400         SET WS-Date-Is-Invalid TO TRUE
027500         GO TO 2050-ACCEPT-DATE-EXIT
027600     END-IF
027700     IF WS-Entry-Date NOT > WS-Run-Date
027800         DISPLAY "The night of " WS-Entry-Date " has already "
027900             "been decided - only later dates are maintained."
028000         SET WS-Date-Is-Invalid TO TRUE
028100         GO TO 2050-ACCEPT-DATE-EXIT
028200     END-IF
028300     PERFORM 2070-DAY-OF-WEEK THRU 2070-DAY-OF-WEEK-EXIT
028400     PERFORM 2080-FIND-DATE THRU 2080-FIND-DATE-EXIT
028500     .
028600 2050-ACCEPT-DATE-EXIT.
028700     EXIT.
028800
028900*--------------------------------------------------------------
029000* The type is checked against the day it falls on: B forces
029100* a weekend night to run and means nothing on a weekday; H
029200* skips a weekday night and means nothing on a weekend.
029300*--------------------------------------------------------------
029400 2060-ACCEPT-TYPE.
029500     SET WS-Type-Is-Valid TO TRUE
029600     DISPLAY "Type (H holiday, B forced business day, "
029700         "E period-end): "
029800     ACCEPT WS-Entry-Type
029900     MOVE FUNCTION UPPER-CASE(WS-Entry-Type) TO WS-Entry-Type
030000     EVALUATE TRUE
030100         WHEN NOT WS-Entry-Type-Is-Valid
030200             DISPLAY "Type must be H, B or E."
030300             SET WS-Type-Is-Invalid TO TRUE
030400         WHEN WS-Entry-Forced AND NOT WS-Weekend-Day
030500             DISPLAY WS-Entry-Date " is a " WS-Day-Name
030600                 " - a weekday runs without a B entry."
030700             SET WS-Type-Is-Invalid TO TRUE
030800         WHEN WS-Entry-Holiday AND WS-Weekend-Day
030900             DISPLAY WS-Entry-Date " is a " WS-Day-Name
031000                 " - a weekend is skipped without an H entry."
031100             SET WS-Type-Is-Invalid TO TRUE
031200     END-EVALUATE
031300     .
031400 2060-ACCEPT-TYPE-EXIT.
031500     EXIT.
031600
031700*--------------------------------------------------------------
031800* Day-of-week as CalGate works it: INTEGER-OF-DATE day 1 is
031900* 1601-01-01, a Monday, so MOD(integer,7) + 1 gives
032000* 1=Sunday ... 7=Saturday.
032100*--------------------------------------------------------------
032200 2070-DAY-OF-WEEK.
032300     COMPUTE WS-Date-Integer =
032400         FUNCTION INTEGER-OF-DATE(WS-Entry-Date)
032500     COMPUTE WS-Day-Of-Week =
032600         FUNCTION MOD(WS-Date-Integer, 7) + 1
032700     MOVE WS-Day-Names((WS-Day-Of-Week - 1) * 3 + 1:3)
032800         TO WS-Day-Name
032900     .
033000 2070-DAY-OF-WEEK-EXIT.
033100     EXIT.
033200
033300 2080-FIND-DATE.
033400     MOVE 0 TO WS-Found-Index
033500     PERFORM VARYING WS-Cal-Index FROM 1 BY 1
033600             UNTIL WS-Cal-Index > WS-Cal-Count
033700             OR WS-Found-Index > 0
033800         IF WS-Cal-Date(WS-Cal-Index) = WS-Entry-Date
033900             MOVE WS-Cal-Index TO WS-Found-Index
034000         END-IF
034100     END-PERFORM
034200     .
034300 2080-FIND-DATE-EXIT.
034400     EXIT.
034500
034600*--------------------------------------------------------------
034700* Entry fields into the table at their place in date order.
034800*--------------------------------------------------------------
034900 2090-INSERT-ENTRY.
035000     PERFORM VARYING WS-Cal-Index FROM 1 BY 1
035100             UNTIL WS-Cal-Index > WS-Cal-Count
035200             OR WS-Cal-Date(WS-Cal-Index) > WS-Entry-Date
035300         CONTINUE
035400     END-PERFORM
035500     PERFORM VARYING WS-Shift-Index FROM WS-Cal-Count BY -1
035600             UNTIL WS-Shift-Index < WS-Cal-Index
035700         MOVE WS-Cal-Entry(WS-Shift-Index)
035800             TO WS-Cal-Entry(WS-Shift-Index + 1)
035900     END-PERFORM
036000     MOVE WS-Entry-Date TO WS-Cal-Date(WS-Cal-Index)
036100     MOVE WS-Entry-Type TO WS-Cal-Type(WS-Cal-Index)
036200     MOVE WS-Entry-Desc TO WS-Cal-Desc(WS-Cal-Index)
036300     ADD 1 TO WS-Cal-Count
036400     .
036500 2090-INSERT-ENTRY-EXIT.
036600     EXIT.
036700
036800 2100-ADD-ENTRY.
036900     IF WS-Cal-Count = 1000
037000         DISPLAY "The calendar table is full - nothing added."
037100         ADD 1 TO WS-Eoj-Rejected-Count
037200         GO TO 2100-ADD-ENTRY-EXIT
037300     END-IF
037400     PERFORM 2050-ACCEPT-DATE THRU 2050-ACCEPT-DATE-EXIT
037500     IF WS-Date-Is-Invalid
037600         ADD 1 TO WS-Eoj-Rejected-Count
037700         GO TO 2100-ADD-ENTRY-EXIT
037800     END-IF
037900     IF WS-Found-Index > 0
038000         DISPLAY WS-Entry-Date " is already calendared as "
038100             WS-Cal-Type(WS-Found-Index) " "
038200             WS-Cal-Desc(WS-Found-Index)
038300             " - change it instead."
038400         ADD 1 TO WS-Eoj-Rejected-Count
038500         GO TO 2100-ADD-ENTRY-EXIT
038600     END-IF
038700     PERFORM 2060-ACCEPT-TYPE THRU 2060-ACCEPT-TYPE-EXIT
038800     IF WS-Type-Is-Invalid
038900         ADD 1 TO WS-Eoj-Rejected-Count
039000         GO TO 2100-ADD-ENTRY-EXIT
039100     END-IF
039200     DISPLAY "Description: "
039300     ACCEPT WS-Entry-Desc
039400     IF WS-Entry-Desc = SPACES
039500         DISPLAY "Description must not be blank - nothing added."
039600         ADD 1 TO WS-Eoj-Rejected-Count
039700         GO TO 2100-ADD-ENTRY-EXIT
039800     END-IF
039900     PERFORM 2090-INSERT-ENTRY THRU 2090-INSERT-ENTRY-EXIT
040000     SET WS-Calendar-Changed TO TRUE
040100     DISPLAY WS-Entry-Date " " WS-Day-Name " calendared as "
040200         WS-Entry-Type "."
040300     MOVE "CAL-ADD" TO WS-Audit-Event
040400     MOVE SPACE TO WS-Old-Type
040500     PERFORM 2950-AUDIT-CHANGE THRU 2950-AUDIT-CHANGE-EXIT
040600     .
040700 2100-ADD-ENTRY-EXIT.
040800     EXIT.
040900
041000 2200-CHANGE-ENTRY.
041100     PERFORM 2050-ACCEPT-DATE THRU 2050-ACCEPT-DATE-EXIT
041200     IF WS-Date-Is-Invalid
041300         ADD 1 TO WS-Eoj-Rejected-Count
041400         GO TO 2200-CHANGE-ENTRY-EXIT
041500     END-IF
041600     IF WS-Found-Index = 0
041700         DISPLAY WS-Entry-Date " is not calendared - add it "
041800             "instead."
041900         ADD 1 TO WS-Eoj-Rejected-Count
042000         GO TO 2200-CHANGE-ENTRY-EXIT
042100     END-IF
042200     DISPLAY "Now: " WS-Cal-Type(WS-Found-Index) " "
042300         WS-Cal-Desc(WS-Found-Index)
042400     PERFORM 2060-ACCEPT-TYPE THRU 2060-ACCEPT-TYPE-EXIT
042500     IF WS-Type-Is-Invalid
042600         ADD 1 TO WS-Eoj-Rejected-Count
042700         GO TO 2200-CHANGE-ENTRY-EXIT
042800     END-IF
042900     DISPLAY "Description (blank = keep): "
043000     ACCEPT WS-Entry-Desc
043100     IF WS-Entry-Desc = SPACES
043200         MOVE WS-Cal-Desc(WS-Found-Index) TO WS-Entry-Desc
043300     END-IF
043400     MOVE WS-Cal-Type(WS-Found-Index) TO WS-Old-Type
043500     MOVE WS-Entry-Type TO WS-Cal-Type(WS-Found-Index)
043600     MOVE WS-Entry-Desc TO WS-Cal-Desc(WS-Found-Index)
043700     SET WS-Calendar-Changed TO TRUE
043800     DISPLAY WS-Entry-Date " " WS-Day-Name " changed from "
043900         WS-Old-Type " to " WS-Entry-Type "."
044000     MOVE "CAL-CHG" TO WS-Audit-Event
044100     PERFORM 2950-AUDIT-CHANGE THRU 2950-AUDIT-CHANGE-EXIT
044200     .
044300 2200-CHANGE-ENTRY-EXIT.
044400     EXIT.
044500
044600 2300-REMOVE-ENTRY.
044700     PERFORM 2050-ACCEPT-DATE THRU 2050-ACCEPT-DATE-EXIT
044800     IF WS-Date-Is-Invalid
044900         ADD 1 TO WS-Eoj-Rejected-Count
045000         GO TO 2300-REMOVE-ENTRY-EXIT
045100     END-IF
045200     IF WS-Found-Index = 0
045300         DISPLAY WS-Entry-Date " is not calendared - nothing "
045400             "removed."
045500         ADD 1 TO WS-Eoj-Rejected-Count
045600         GO TO 2300-REMOVE-ENTRY-EXIT
045700     END-IF
045800     MOVE WS-Cal-Type(WS-Found-Index) TO WS-Old-Type
045900     MOVE SPACE TO WS-Entry-Type
046000     MOVE WS-Cal-Desc(WS-Found-Index) TO WS-Entry-Desc
046100     PERFORM VARYING WS-Shift-Index FROM WS-Found-Index BY 1
046200             UNTIL WS-Shift-Index >= WS-Cal-Count
046300         MOVE WS-Cal-Entry(WS-Shift-Index + 1)
046400             TO WS-Cal-Entry(WS-Shift-Index)
046500     END-PERFORM
046600     SUBTRACT 1 FROM WS-Cal-Count
046700     SET WS-Calendar-Changed TO TRUE
046800     DISPLAY WS-Entry-Date " " WS-Day-Name " removed - the "
046900         "weekday/weekend rule applies again."
047000     MOVE "CAL-DEL" TO WS-Audit-Event
047100     PERFORM 2950-AUDIT-CHANGE THRU 2950-AUDIT-CHANGE-EXIT
047200     .
047300 2300-REMOVE-ENTRY-EXIT.
047400     EXIT.
047500
047600 2400-LIST-ENTRIES.
047700     DISPLAY "List from (YYYYMMDD, 0 = business date): "
047800     ACCEPT WS-Entry-Date
047900     IF WS-Entry-Date = ZERO
048000         MOVE WS-Run-Date TO WS-Entry-Date
048100     END-IF
048200     MOVE 0 TO WS-Listed-Count
048300     PERFORM VARYING WS-Cal-Index FROM 1 BY 1
048400             UNTIL WS-Cal-Index > WS-Cal-Count
048500         IF WS-Cal-Date(WS-Cal-Index) >= WS-Entry-Date
048600             MOVE WS-Cal-Date(WS-Cal-Index) TO WS-Gen-Date
048700             COMPUTE WS-Gen-Integer =
048800                 FUNCTION INTEGER-OF-DATE(WS-Gen-Date)
048900             COMPUTE WS-Day-Of-Week =
049000                 FUNCTION MOD(WS-Gen-Integer, 7) + 1
049100             MOVE WS-Day-Names((WS-Day-Of-Week - 1) * 3 + 1:3)
049200                 TO WS-Day-Name
049300             DISPLAY WS-Cal-Date(WS-Cal-Index) " " WS-Day-Name
049400                 " " WS-Cal-Type(WS-Cal-Index) " "
049500                 WS-Cal-Desc(WS-Cal-Index)
049600             ADD 1 TO WS-Listed-Count
049700         END-IF
049800     END-PERFORM
049900     MOVE WS-Listed-Count TO WS-Count-Disp
050000     DISPLAY "ENTRIES LISTED: " WS-Count-Disp
050100     .
050200 2400-LIST-ENTRIES-EXIT.
050300     EXIT.
050400
050500*--------------------------------------------------------------
050600* A year in one sitting: first the published holidays, then
050700* the period-end proposals worked out around them - each
050800* month's last weekday that is not a holiday, the quarter-
050900* and year-ends falling out of the month as DayClass and
051000* MultYtd read it. Months already past, or already carrying
051100* an E entry, get no proposal.
051200*--------------------------------------------------------------
051300 2500-GENERATE-YEAR.
051400     DISPLAY "Year to generate (YYYY, 0 = next year): "
051500     ACCEPT WS-Gen-Year
051600     IF WS-Gen-Year = 0
051700         COMPUTE WS-Gen-Year = WS-Run-Year + 1
051800     END-IF
051900     IF WS-Gen-Year < WS-Run-Year OR WS-Gen-Year > 2999
052000         DISPLAY "Not a year still to come - nothing generated."
052100         ADD 1 TO WS-Eoj-Rejected-Count
052200         GO TO 2500-GENERATE-YEAR-EXIT
052300     END-IF
052400     DISPLAY "Published holidays for " WS-Gen-Year
052500         " - one date at a time, 0 when the list is done."
052600     MOVE 0 TO WS-Gen-Holiday-Count
052700     MOVE "N" TO WS-Gen-Done
052800     PERFORM 2550-ACCEPT-HOLIDAY THRU 2550-ACCEPT-HOLIDAY-EXIT
052900         UNTIL WS-Gen-Is-Done
053000     MOVE WS-Gen-Holiday-Count TO WS-Count-Disp
053100     DISPLAY "HOLIDAYS ADDED: " WS-Count-Disp
053200     MOVE 0 TO WS-Proposal-Count
053300     PERFORM 2600-PROPOSE-MONTH-END
053400         THRU 2600-PROPOSE-MONTH-END-EXIT
053500         VARYING WS-Gen-Month FROM 1 BY 1
053600         UNTIL WS-Gen-Month > 12
053700     IF WS-Proposal-Count = 0
053800         DISPLAY "NO PERIOD-END ENTRIES TO PROPOSE FOR "
053900             WS-Gen-Year "."
054000         GO TO 2500-GENERATE-YEAR-EXIT
054100     END-IF
054200     DISPLAY "Add the proposed period-end entries above (Y/N)? "
054300     ACCEPT WS-Gen-Answer
054400     IF NOT WS-Gen-Confirmed
054500         DISPLAY "Period-end proposals not added."
054600         GO TO 2500-GENERATE-YEAR-EXIT
054700     END-IF
054800     PERFORM VARYING WS-Proposal-Index FROM 1 BY 1
054900             UNTIL WS-Proposal-Index > WS-Proposal-Count
055000         MOVE WS-Prop-Date(WS-Proposal-Index) TO WS-Entry-Date
055100         MOVE "E" TO WS-Entry-Type
055200         MOVE WS-Prop-Desc(WS-Proposal-Index) TO WS-Entry-Desc
055300         PERFORM 2090-INSERT-ENTRY THRU 2090-INSERT-ENTRY-EXIT
055400         MOVE "CAL-ADD" TO WS-Audit-Event
055500         MOVE SPACE TO WS-Old-Type
055600         PERFORM 2950-AUDIT-CHANGE THRU 2950-AUDIT-CHANGE-EXIT
055700     END-PERFORM
055800     SET WS-Calendar-Changed TO TRUE
055900     MOVE WS-Proposal-Count TO WS-Count-Disp
056000     DISPLAY "PERIOD-END ENTRIES ADDED: " WS-Count-Disp
056100     .
056200 2500-GENERATE-YEAR-EXIT.
056300     EXIT.
056400
056500 2550-ACCEPT-HOLIDAY.
056600     DISPLAY "Holiday date (YYYYMMDD, 0 = done): "
056700     ACCEPT WS-Entry-Date
056800     IF WS-Entry-Date = ZERO
056900         SET WS-Gen-Is-Done TO TRUE
057000         GO TO 2550-ACCEPT-HOLIDAY-EXIT
057100     END-IF
057200     IF FUNCTION TEST-DATE-YYYYMMDD(WS-Entry-Date) NOT = 0
057300             OR WS-Entry-Year NOT = WS-Gen-Year
057400             OR WS-Entry-Date NOT > WS-Run-Date
057500         DISPLAY "Not a date to come in " WS-Gen-Year
057600             " - skipped."
057700         ADD 1 TO WS-Eoj-Rejected-Count
057800         GO TO 2550-ACCEPT-HOLIDAY-EXIT
057900     END-IF
058000     PERFORM 2070-DAY-OF-WEEK THRU 2070-DAY-OF-WEEK-EXIT
058100     IF WS-Weekend-Day
058200         DISPLAY WS-Entry-Date " is a " WS-Day-Name
058300             " - skipped already, no entry needed."
058400         GO TO 2550-ACCEPT-HOLIDAY-EXIT
058500     END-IF
058600     PERFORM 2080-FIND-DATE THRU 2080-FIND-DATE-EXIT
058700     IF WS-Found-Index > 0
058800         DISPLAY WS-Entry-Date " is already calendared as "
058900             WS-Cal-Type(WS-Found-Index) " "
059000             WS-Cal-Desc(WS-Found-Index) " - left as it is."
059100         ADD 1 TO WS-Eoj-Rejected-Count
059200         GO TO 2550-ACCEPT-HOLIDAY-EXIT
059300     END-IF
059400     IF WS-Cal-Count = 1000
059500         DISPLAY "The calendar table is full - nothing added."
059600         SET WS-Gen-Is-Done TO TRUE
059700         GO TO 2550-ACCEPT-HOLIDAY-EXIT
059800     END-IF
059900     DISPLAY "Description: "
060000     ACCEPT WS-Entry-Desc
060100     IF WS-Entry-Desc = SPACES
060200         MOVE "PUBLIC HOLIDAY" TO WS-Entry-Desc
060300     END-IF
060400     MOVE "H" TO WS-Entry-Type
060500     PERFORM 2090-INSERT-ENTRY THRU 2090-INSERT-ENTRY-EXIT
060600     SET WS-Calendar-Changed TO TRUE
060700     ADD 1 TO WS-Gen-Holiday-Count
060800     MOVE "CAL-ADD" TO WS-Audit-Event
060900     MOVE SPACE TO WS-Old-Type
061000     PERFORM 2950-AUDIT-CHANGE THRU 2950-AUDIT-CHANGE-EXIT
061100     .
061200 2550-ACCEPT-HOLIDAY-EXIT.
061300     EXIT.
061400
061500*--------------------------------------------------------------
061600* Start from the last day of the month (the day before the
061700* first of the next) and step back over weekends and
061800* holidays to the last night the chain will run.
061900*--------------------------------------------------------------
062000 2600-PROPOSE-MONTH-END.
062100     MOVE "N" TO WS-Gen-Month-Found
062200     PERFORM VARYING WS-Cal-Index FROM 1 BY 1
062300             UNTIL WS-Cal-Index > WS-Cal-Count
062400         MOVE WS-Cal-Date(WS-Cal-Index) TO WS-Gen-Date
062500         IF WS-Gen-Date-Year = WS-Gen-Year
062600                 AND WS-Gen-Date-Month = WS-Gen-Month
062700                 AND WS-Cal-Type(WS-Cal-Index) = "E"
062800             SET WS-Gen-Month-Has-End TO TRUE
062900         END-IF
063000     END-PERFORM
063100     IF WS-Gen-Month-Has-End
063200         DISPLAY "MONTH " WS-Gen-Month " ALREADY HAS ITS "
063300             "PERIOD-END ENTRY."
063400         GO TO 2600-PROPOSE-MONTH-END-EXIT
063500     END-IF
063600     IF WS-Gen-Month = 12
063700         COMPUTE WS-Gen-Date = (WS-Gen-Year + 1) * 10000 + 101
063800     ELSE
063900         COMPUTE WS-Gen-Date =
064000             WS-Gen-Year * 10000 + (WS-Gen-Month + 1) * 100 + 1
064100     END-IF
064200     COMPUTE WS-Gen-Integer =
064300         FUNCTION INTEGER-OF-DATE(WS-Gen-Date) - 1
064400     MOVE "N" TO WS-Gen-Done
064500     PERFORM UNTIL WS-Gen-Is-Done
064600         COMPUTE WS-Entry-Date =
064700             FUNCTION DATE-OF-INTEGER(WS-Gen-Integer)
064800         PERFORM 2070-DAY-OF-WEEK THRU 2070-DAY-OF-WEEK-EXIT
064900         PERFORM 2080-FIND-DATE THRU 2080-FIND-DATE-EXIT
065000         IF WS-Weekend-Day
065100                 OR (WS-Found-Index > 0
065200                 AND WS-Cal-Type(WS-Found-Index) = "H")
065300             SUBTRACT 1 FROM WS-Gen-Integer
065400         ELSE
065500             SET WS-Gen-Is-Done TO TRUE
065600         END-IF
065700     END-PERFORM
065800     IF WS-Entry-Date NOT > WS-Run-Date
065900         GO TO 2600-PROPOSE-MONTH-END-EXIT
066000     END-IF
066100     IF WS-Found-Index > 0
066200         DISPLAY WS-Entry-Date " (MONTH " WS-Gen-Month
066300             " END) IS ALREADY CALENDARED AS "
066400             WS-Cal-Type(WS-Found-Index) " - NOT PROPOSED."
066500         GO TO 2600-PROPOSE-MONTH-END-EXIT
066600     END-IF
066700     IF WS-Cal-Count + WS-Proposal-Count NOT < 1000
066800         DISPLAY "THE CALENDAR TABLE IS FULL - MONTH "
066900             WS-Gen-Month " NOT PROPOSED."
067000         GO TO 2600-PROPOSE-MONTH-END-EXIT
067100     END-IF
067200     ADD 1 TO WS-Proposal-Count
067300     MOVE WS-Entry-Date TO WS-Prop-Date(WS-Proposal-Count)
067400     MOVE SPACES TO WS-Prop-Desc(WS-Proposal-Count)
067500     EVALUATE WS-Gen-Month
067600         WHEN 12
067700             STRING "YEAR-END " WS-Gen-Year
067800                 DELIMITED BY SIZE
067900                 INTO WS-Prop-Desc(WS-Proposal-Count)
068000         WHEN 3
068100         WHEN 6
068200         WHEN 9
068300             STRING "QUARTER-END " WS-Gen-Month "/" WS-Gen-Year
068400                 DELIMITED BY SIZE
068500                 INTO WS-Prop-Desc(WS-Proposal-Count)
068600         WHEN OTHER
068700             STRING "MONTH-END " WS-Gen-Month "/" WS-Gen-Year
068800                 DELIMITED BY SIZE
068900                 INTO WS-Prop-Desc(WS-Proposal-Count)
069000     END-EVALUATE
069100     DISPLAY "PROPOSED: " WS-Entry-Date " " WS-Day-Name " E "
069200         WS-Prop-Desc(WS-Proposal-Count)
069300     .
069400 2600-PROPOSE-MONTH-END-EXIT.
069500     EXIT.
069600
069700 2950-AUDIT-CHANGE.
069800     MOVE SPACES TO WS-Audit-Detail
069900     STRING WS-Entry-Date " " WS-Old-Type ">" WS-Entry-Type " "
070000         WS-Entry-Desc(1:25) " BY " WS-Operator
070100         DELIMITED BY SIZE INTO WS-Audit-Detail
070200     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
070300         WS-Audit-Detail
070400     .
070500 2950-AUDIT-CHANGE-EXIT.
070600     EXIT.
070700
070800*--------------------------------------------------------------
070900* The whole calendar back out in date order.
071000*--------------------------------------------------------------
071100 8000-SAVE-CALENDAR.
071200     OPEN OUTPUT CalendarFile
071300     PERFORM VARYING WS-Cal-Index FROM 1 BY 1
071400             UNTIL WS-Cal-Index > WS-Cal-Count
071500         MOVE WS-Cal-Date(WS-Cal-Index) TO CAL-Date
071600         MOVE WS-Cal-Type(WS-Cal-Index) TO CAL-Type
071700         MOVE WS-Cal-Desc(WS-Cal-Index) TO CAL-Description
071800         WRITE CalendarRecord
071900         ADD 1 TO WS-Eoj-Written-Count
072000     END-PERFORM
072100     CLOSE CalendarFile
072200     MOVE WS-Eoj-Written-Count TO WS-Count-Disp
072300     DISPLAY "OPSCAL.DAT WRITTEN: " WS-Count-Disp " ENTRIES."
072400     .
072500 8000-SAVE-CALENDAR-EXIT.
072600     EXIT.

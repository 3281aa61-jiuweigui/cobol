000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. UserQry.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Ad-hoc listing over USERS.DATA, driven by the query cards on
000900* USERQRY.CTL, for the one-off questions that used to mean
001000* bending UserXtr's fixed selection columns or writing a new
001100* program. One card per line, keyword in column 1, words
001200* separated by spaces, "*" in column 1 for a comment:
001300*   SHOW  field field ...     fields listed, in this order
001400*                            (more SHOW cards add to the
001500*                            list, twelve fields at most)
001600*   WHERE field op value      the first condition
001700*   AND   field op value      further conditions; AND binds
001800*   OR    field op value      tighter than OR, so A AND B OR
001900*                            C selects (A and B) or C
002000*   SORT  field field field   up to three ascending keys
002100*                            (UserId order within them)
002200*   SUBTOTAL                  count the rows at each change of
002300*                            the first SORT field
002400*   OUTPUT LIST | CSV         USERQRY.TXT listing (default) or
002500*                            USERQRY.CSV with a header row
002600* The field names are the ASOFFLD names (USERID, USERNAME,
002700* GIVENNAME, FAMILYNAME, EMAIL, ACCOUNTSTATUS, LASTCHANGED,
002800* ...). SALT, HASH and HASHEXT can never be shown, tested or
002900* sorted on. Operators are EQ NE LT LE GT GE. The value is
003000* the rest of the card; the word SPACES tests for a blank
003100* field. Counts and ids (USERID, FAILEDLOGINS, OWNEREMPID,
003200* SOFTBOUNCES) compare as numbers; a date or stamp compares on
003300* as many leading digits as the value has, so LASTCHANGED EQ
003400* 202610 is "changed in October 2026"; anything else compares
003500* as text, blank-padded.
003600* A card in error is named on SYSOUT and nothing is listed
003700* (RC 8). Every run is logged on SUITEAUD.LOG through the
003800* shared AuditLog routine - the query cards as ADHOC-QUERY
003900* rows, the outcome as ADHOC-RUN. Run on demand; not in
004000* NIGHTLY.
004100*--------------------------------------------------------------
004200* MODIFICATION HISTORY
004300*--------------------------------------------------------------
004400* DATE       INIT DESCRIPTION
004500* ---------- ---- -------------------------------------------
004600* 2026-10-15 JWG  Original version.
004700*--------------------------------------------------------------
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS UserId
005500         FILE STATUS IS WS-File-Status.
005600     SELECT QueryFile ASSIGN TO DYNAMIC WS-P-USERQRY-CTL
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-Query-Status.
005900     SELECT WorkFile ASSIGN TO DYNAMIC WS-P-QRYWORK-TMP
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100     SELECT SortFile ASSIGN TO DYNAMIC WS-P-QRYSORT-TMP.
006200     SELECT SortedFile ASSIGN TO DYNAMIC WS-P-QRYSRTD-TMP
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400     SELECT ListFile ASSIGN TO DYNAMIC WS-P-USERQRY-TXT
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600     SELECT CsvFile ASSIGN TO DYNAMIC WS-P-USERQRY-CSV
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  UserDatabase.
007200     COPY "USERREC.CPY".
007300
007400 FD  QueryFile.
007500 01  QueryCard               PIC X(80).
007600
007700*    The sort key is the chosen SORT fields end to end, then
007800*    the UserId; the whole record image rides along.
007900 FD  WorkFile.
008000 01  WorkRecord.
008100     02  WR-Key              PIC X(98).
008200     02  WR-Image            PIC X(250).
008300
008400 SD  SortFile.
008500 01  SortRecord.
008600     02  SR-Key              PIC X(98).
008700     02  SR-Image            PIC X(250).
008800
008900 FD  SortedFile.
009000 01  SortedRecord.
009100     02  SO-Key              PIC X(98).
009200     02  SO-Image            PIC X(250).
009300
009400 FD  ListFile.
009500 01  ListRecord              PIC X(250).
009600
009700 FD  CsvFile.
009800 01  CsvRecord               PIC X(400).
009900
010000 WORKING-STORAGE SECTION.
010100 01  WS-File-Status          PIC XX.
010200     88  WS-File-Not-Found   VALUE "35".
010300 01  WS-Query-Status         PIC XX.
010400     88  WS-Query-Missing        VALUE "35".
010500 01  WS-Query-Eof            PIC X VALUE "N".
010600     88  WS-End-Of-Query         VALUE "Y".
010700 01  WS-Sorted-Eof           PIC X VALUE "N".
010800     88  WS-End-Of-Sorted        VALUE "Y".
010900 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
011000 01  WS-Run-Date             PIC 9(08).
011100*    The query as read: the cards themselves (echoed on the
011200*    listing) and what was made of them.
011300 01  WS-Card-Count           PIC 9(03) COMP VALUE 0.
011400 01  WS-Card-Max             PIC 9(03) COMP VALUE 40.
011500 01  WS-Card-Table.
011600     02  WS-Card-Text        PIC X(80) OCCURS 40 TIMES.
011700 01  WS-Card-Index           PIC 9(03) COMP.
011800 01  WS-Card-Number          PIC ZZ9.
011900 01  WS-Card-Ptr             PIC 9(03) COMP.
012000 01  WS-Card-Keyword         PIC X(10).
012100 01  WS-Card-Word            PIC X(20).
012200 01  WS-Card-Op              PIC X(04).
012300 01  WS-Card-Value           PIC X(80).
012400 01  WS-Value-Length         PIC 9(02) COMP.
012500 01  WS-Error-Count          PIC 9(03) COMP VALUE 0.
012600 01  WS-Error-Text           PIC X(60).
012700 01  WS-Show-Count           PIC 9(02) COMP VALUE 0.
012800 01  WS-Show-Table.
012900     02  WS-Show-Entry OCCURS 12 TIMES.
013000         03  WS-Show-Fld     PIC 9(02) COMP.
013100         03  WS-Show-Width   PIC 9(02) COMP.
013200 01  WS-Cond-Count           PIC 9(02) COMP VALUE 0.
013300 01  WS-Cond-Table.
013400     02  WS-Cond-Entry OCCURS 20 TIMES.
013500         03  WS-Cond-Join    PIC X(01).
013600             88  WS-Cond-Starts-Group    VALUE "O".
013700         03  WS-Cond-Fld     PIC 9(02) COMP.
013800         03  WS-Cond-Class   PIC X(01).
013900         03  WS-Cond-Op      PIC X(02).
014000         03  WS-Cond-Value   PIC X(30).
014100         03  WS-Cond-Length  PIC 9(02) COMP.
014200         03  WS-Cond-Number  PIC 9(14).
014300 01  WS-Sort-Count           PIC 9(01) COMP VALUE 0.
014400 01  WS-Sort-Table.
014500     02  WS-Sort-Fld         PIC 9(02) COMP OCCURS 3 TIMES.
014600 01  WS-Subtotal-Switch      PIC X(01) VALUE "N".
014700     88  WS-Subtotals-Wanted     VALUE "Y".
014800 01  WS-Output-Mode          PIC X(04) VALUE "LIST".
014900     88  WS-Output-Is-List       VALUE "LIST".
015000     88  WS-Output-Is-Csv        VALUE "CSV ".
015100*    Field lookup. Counts and ids compare as numbers (N),
015200*    dates and stamps on their leading digits (D); every field
015300*    not listed here compares as text.
015400 01  WS-Class-Values.
015500     02  FILLER PIC X(17) VALUE "USERID          N".
015600     02  FILLER PIC X(17) VALUE "FAILEDLOGINS    N".
015700     02  FILLER PIC X(17) VALUE "OWNEREMPID      N".
015800     02  FILLER PIC X(17) VALUE "SOFTBOUNCES     N".
015900     02  FILLER PIC X(17) VALUE "LASTLOGINDATE   D".
016000     02  FILLER PIC X(17) VALUE "LASTCHANGED     D".
016100     02  FILLER PIC X(17) VALUE "PASSWORDSETDATE D".
016200     02  FILLER PIC X(17) VALUE "ENDDATE         D".
016300     02  FILLER PIC X(17) VALUE "BOUNCEDATE      D".
016400     02  FILLER PIC X(17) VALUE "OWNERCONFIRM    D".
016500 01  WS-Class-Table REDEFINES WS-Class-Values.
016600     02  WS-Class-Entry OCCURS 10 TIMES.
016700         03  WS-Cls-Name     PIC X(16).
016800         03  WS-Cls-Code     PIC X(01).
016900 01  WS-Class-Index          PIC 9(02) COMP.
017000 01  WS-Fld-Index            PIC 9(02) COMP.
017100 01  WS-Found-Fld            PIC 9(02) COMP.
017200 01  WS-Found-Class          PIC X(01).
017300 01  WS-Fld-Offset           PIC 9(03) COMP.
017400 01  WS-Fld-Length           PIC 9(02) COMP.
017500 01  WS-Name-Length          PIC 9(02) COMP.
017600*    Row selection.
017700 01  WS-Row-Switch           PIC X(01).
017800     88  WS-Row-Selected         VALUE "Y".
017900 01  WS-Group-Switch         PIC X(01).
018000     88  WS-Group-Holds          VALUE "Y".
018100 01  WS-Test-Switch          PIC X(01).
018200     88  WS-Test-Holds           VALUE "Y".
018300 01  WS-Cond-Index           PIC 9(02) COMP.
018400 01  WS-Fld-Value            PIC X(30).
018500 01  WS-Fld-Number           PIC 9(14).
018600 01  WS-Compare              PIC X(01).
018700 01  WS-Key-Ptr              PIC 9(03) COMP.
018800 01  WS-Sort-Index           PIC 9(01) COMP.
018900*    Output.
019000 01  WS-Row-Image            PIC X(250).
019100 01  WS-Show-Index           PIC 9(02) COMP.
019200 01  WS-Line-Width           PIC 9(03) COMP.
019300 01  WS-Line-Ptr             PIC 9(03) COMP.
019400 01  WS-Break-Value          PIC X(30).
019500 01  WS-Break-Started        PIC X(01).
019600     88  WS-Break-Is-Open        VALUE "Y".
019700 01  WS-Group-Rows           PIC 9(09) COMP VALUE 0.
019800 01  WS-Listed-Count         PIC 9(09) COMP VALUE 0.
019900 01  WS-Count-Disp           PIC ZZZZZZZZ9.
020000 01  WS-Audit-Event          PIC X(12).
020100 01  WS-Audit-Detail         PIC X(60).
020200 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
020300 01  WS-P-USERQRY-CTL       PIC X(30) VALUE "USERQRY.CTL".
020400 01  WS-P-QRYWORK-TMP       PIC X(30) VALUE "QRYWORK.TMP".
020500 01  WS-P-QRYSORT-TMP       PIC X(30) VALUE "QRYSORT.TMP".
020600 01  WS-P-QRYSRTD-TMP       PIC X(30) VALUE "QRYSRTD.TMP".
020700 01  WS-P-USERQRY-TXT       PIC X(30) VALUE "USERQRY.TXT".
020800 01  WS-P-USERQRY-CSV       PIC X(30) VALUE "USERQRY.CSV".
020900     COPY "ASOFFLD.CPY".
021000 01  WS-Eoj-Start-Time       PIC 9(08).
021100 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
021200 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
021300 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
021400 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
021500 01  WS-Program-Name         PIC X(20) VALUE "USERQRY".
021600
021700 PROCEDURE DIVISION.
021800
021900 0000-MAINLINE.
022000     CALL "PreDefMsg" USING WS-Program-Name
022100     ACCEPT WS-Eoj-Start-Time FROM TIME
022200     CALL "EnvName" USING WS-P-USERS-DATA
022300     CALL "EnvName" USING WS-P-USERQRY-CTL
022400     CALL "EnvName" USING WS-P-QRYWORK-TMP
022500     CALL "EnvName" USING WS-P-QRYSORT-TMP
022600     CALL "EnvName" USING WS-P-QRYSRTD-TMP
022700     CALL "EnvName" USING WS-P-USERQRY-TXT
022800     CALL "EnvName" USING WS-P-USERQRY-CSV
022900     DISPLAY "AD-HOC ACCOUNT LISTING"
023000     DISPLAY "======================"
023100     CALL "BusDate" USING WS-Run-Date
023200     PERFORM 1000-READ-QUERY THRU 1000-READ-QUERY-EXIT
023300     IF WS-Error-Count = 0
023400         PERFORM 1800-CHECK-QUERY THRU 1800-CHECK-QUERY-EXIT
023500     END-IF
023600     IF WS-Error-Count > 0
023700         MOVE WS-Error-Count TO WS-Count-Disp
023800         DISPLAY "QUERY REFUSED - CARDS IN ERROR: " WS-Count-Disp
023900         MOVE 8 TO WS-Eoj-Return-Code
024000         MOVE WS-Error-Count TO WS-Eoj-Rejected-Count
024100     ELSE
024200         PERFORM 2000-SELECT-ACCOUNTS
024300             THRU 2000-SELECT-ACCOUNTS-EXIT
024400     END-IF
024500     IF WS-Eoj-Return-Code = 0
024600         PERFORM 3000-WRITE-OUTPUT THRU 3000-WRITE-OUTPUT-EXIT
024700     END-IF
024800     PERFORM 9000-AUDIT-RESULT THRU 9000-AUDIT-RESULT-EXIT
024900     MOVE WS-Listed-Count TO WS-Eoj-Written-Count
025000     CALL "EndMsg" USING WS-Program-Name,
025100         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
025200         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
025300         WS-Eoj-Return-Code
025400     MOVE WS-Eoj-Return-Code TO RETURN-CODE
025500     STOP RUN.
025600
025700*--------------------------------------------------------------
025800* Every card is logged as read, good or bad, so a refused
025900* query is on the audit trail as well as one that ran.
026000*--------------------------------------------------------------
026100 1000-READ-QUERY.
026200     OPEN INPUT QueryFile
026300     IF WS-Query-Missing
026400         MOVE "USERQRY.CTL NOT FOUND - NO QUERY TO RUN."
026500             TO WS-Error-Text
026600         PERFORM 1700-CARD-ERROR THRU 1700-CARD-ERROR-EXIT
026700         GO TO 1000-READ-QUERY-EXIT
026800     END-IF
026900     READ QueryFile
027000         AT END SET WS-End-Of-Query TO TRUE
027100     END-READ
027200     PERFORM UNTIL WS-End-Of-Query
027300         IF QueryCard NOT = SPACES AND QueryCard(1:1) NOT = "*"
027400             PERFORM 1100-TAKE-CARD THRU 1100-TAKE-CARD-EXIT
027500         END-IF
027600         READ QueryFile
027700             AT END SET WS-End-Of-Query TO TRUE
027800         END-READ
027900     END-PERFORM
028000     CLOSE QueryFile
028100     IF WS-Card-Count = 0
028200         MOVE "USERQRY.CTL HOLDS NO QUERY CARDS."
028300             TO WS-Error-Text
028400         PERFORM 1700-CARD-ERROR THRU 1700-CARD-ERROR-EXIT
028500     END-IF
028600     .
028700 1000-READ-QUERY-EXIT.
028800     EXIT.
028900
029000 1100-TAKE-CARD.
029100     IF WS-Card-Count NOT < WS-Card-Max
029200         MOVE "MORE THAN 40 QUERY CARDS." TO WS-Error-Text
029300         PERFORM 1700-CARD-ERROR THRU 1700-CARD-ERROR-EXIT
029400         GO TO 1100-TAKE-CARD-EXIT
029500     END-IF
029600     ADD 1 TO WS-Card-Count
029700     MOVE QueryCard TO WS-Card-Text(WS-Card-Count)
029800     PERFORM 1900-AUDIT-CARD THRU 1900-AUDIT-CARD-EXIT
029900     MOVE 1 TO WS-Card-Ptr
030000     MOVE SPACES TO WS-Card-Keyword
030100     UNSTRING QueryCard DELIMITED BY ALL SPACE
030200         INTO WS-Card-Keyword
030300         WITH POINTER WS-Card-Ptr
030400     END-UNSTRING
030500     EVALUATE WS-Card-Keyword
030600         WHEN "SHOW"
030700             PERFORM 1200-SHOW-CARD THRU 1200-SHOW-CARD-EXIT
030800         WHEN "WHERE"
030900         WHEN "AND"
031000         WHEN "OR"
031100             PERFORM 1300-CONDITION-CARD
031200                 THRU 1300-CONDITION-CARD-EXIT
031300         WHEN "SORT"
031400             PERFORM 1400-SORT-CARD THRU 1400-SORT-CARD-EXIT
031500         WHEN "SUBTOTAL"
031600             SET WS-Subtotals-Wanted TO TRUE
031700         WHEN "OUTPUT"
031800             PERFORM 1500-OUTPUT-CARD THRU 1500-OUTPUT-CARD-EXIT
031900         WHEN OTHER
032000             MOVE SPACES TO WS-Error-Text
032100             STRING "UNKNOWN KEYWORD " WS-Card-Keyword
032200                 DELIMITED BY SIZE INTO WS-Error-Text
032300             PERFORM 1700-CARD-ERROR THRU 1700-CARD-ERROR-EXIT
032400     END-EVALUATE
032500     .
032600 1100-TAKE-CARD-EXIT.
032700     EXIT.
032800
032900 1200-SHOW-CARD.
033000     PERFORM UNTIL WS-Card-Ptr > 80
033100         MOVE SPACES TO WS-Card-Word
033200         UNSTRING QueryCard DELIMITED BY ALL SPACE
033300             INTO WS-Card-Word
033400             WITH POINTER WS-Card-Ptr
033500         END-UNSTRING
033600         IF WS-Card-Word NOT = SPACES
033700             PERFORM 1600-FIND-FIELD THRU 1600-FIND-FIELD-EXIT
033800             IF WS-Found-Fld > 0
033900                 IF WS-Show-Count = 12
034000                     MOVE "MORE THAN 12 FIELDS TO SHOW."
034100                         TO WS-Error-Text
034200                     PERFORM 1700-CARD-ERROR
034300                         THRU 1700-CARD-ERROR-EXIT
034400                 ELSE
034500                     ADD 1 TO WS-Show-Count
034600                     MOVE WS-Found-Fld
034700                         TO WS-Show-Fld(WS-Show-Count)
034800                 END-IF
034900             END-IF
035000         END-IF
035100     END-PERFORM
035200     .
035300 1200-SHOW-CARD-EXIT.
035400     EXIT.
035500
035600*--------------------------------------------------------------
035700* WHERE opens the conditions; AND and OR follow it. The value
035800* is everything after the operator, so a name with a space in
035900* it can be tested.
036000*--------------------------------------------------------------
036100 1300-CONDITION-CARD.
036200     IF WS-Card-Keyword = "WHERE" AND WS-Cond-Count > 0
036300         MOVE "A SECOND WHERE - USE AND OR OR." TO WS-Error-Text
036400         PERFORM 1700-CARD-ERROR THRU 1700-CARD-ERROR-EXIT
036500         GO TO 1300-CONDITION-CARD-EXIT
036600     END-IF
036700     IF WS-Card-Keyword NOT = "WHERE" AND WS-Cond-Count = 0
036800         MOVE "AND/OR BEFORE ANY WHERE." TO WS-Error-Text
036900         PERFORM 1700-CARD-ERROR THRU 1700-CARD-ERROR-EXIT
037000         GO TO 1300-CONDITION-CARD-EXIT
037100     END-IF
037200     IF WS-Cond-Count = 20
037300         MOVE "MORE THAN 20 CONDITIONS." TO WS-Error-Text
037400         PERFORM 1700-CARD-ERROR THRU 1700-CARD-ERROR-EXIT
037500         GO TO 1300-CONDITION-CARD-EXIT
037600     END-IF
037700     MOVE SPACES TO WS-Card-Word
037800     MOVE SPACES TO WS-Card-Op
037900     MOVE SPACES TO WS-Card-Value
038000     UNSTRING QueryCard DELIMITED BY ALL SPACE
038100         INTO WS-Card-Word, WS-Card-Op
038200         WITH POINTER WS-Card-Ptr
038300     END-UNSTRING
038400     IF WS-Card-Ptr NOT > 80
038500         MOVE QueryCard(WS-Card-Ptr:) TO WS-Card-Value
038600     END-IF
038700     PERFORM 1600-FIND-FIELD THRU 1600-FIND-FIELD-EXIT
038800     IF WS-Found-Fld = 0
038900         GO TO 1300-CONDITION-CARD-EXIT
039000     END-IF
039100     IF WS-Card-Op NOT = "EQ" AND NOT = "NE" AND NOT = "LT"
039200             AND NOT = "LE" AND NOT = "GT" AND NOT = "GE"
039300         MOVE SPACES TO WS-Error-Text
039400         STRING "OPERATOR " WS-Card-Op
039500             " - USE EQ NE LT LE GT GE"
039600             DELIMITED BY SIZE INTO WS-Error-Text
039700         PERFORM 1700-CARD-ERROR THRU 1700-CARD-ERROR-EXIT
039800         GO TO 1300-CONDITION-CARD-EXIT
039900     END-IF
040000     IF WS-Card-Value = SPACES
040100         MOVE "NO VALUE TO COMPARE - FOR A BLANK FIELD SAY SPACES"
040200             TO WS-Error-Text
040300         PERFORM 1700-CARD-ERROR THRU 1700-CARD-ERROR-EXIT
040400         GO TO 1300-CONDITION-CARD-EXIT
040500     END-IF
040600     MOVE WS-Asof-Fld-Length(WS-Found-Fld) TO WS-Fld-Length
040700     IF WS-Card-Value = "SPACES"
040800         MOVE SPACES TO WS-Card-Value
040900         MOVE "A" TO WS-Found-Class
041000         MOVE WS-Fld-Length TO WS-Value-Length
041100     ELSE
041200         COMPUTE WS-Value-Length = FUNCTION LENGTH(
041300             FUNCTION TRIM(WS-Card-Value TRAILING))
041400     END-IF
041500     IF WS-Value-Length > WS-Fld-Length
041600         MOVE SPACES TO WS-Error-Text
041700         STRING "VALUE LONGER THAN THE FIELD "
041800             WS-Asof-Fld-Name(WS-Found-Fld)
041900             DELIMITED BY SIZE INTO WS-Error-Text
042000         PERFORM 1700-CARD-ERROR THRU 1700-CARD-ERROR-EXIT
042100         GO TO 1300-CONDITION-CARD-EXIT
042200     END-IF
042300     IF WS-Found-Class NOT = "A"
042400             AND WS-Card-Value(1:WS-Value-Length) IS NOT NUMERIC
042500         MOVE SPACES TO WS-Error-Text
042600         STRING "VALUE MUST BE DIGITS FOR "
042700             WS-Asof-Fld-Name(WS-Found-Fld)
042800             DELIMITED BY SIZE INTO WS-Error-Text
042900         PERFORM 1700-CARD-ERROR THRU 1700-CARD-ERROR-EXIT
043000         GO TO 1300-CONDITION-CARD-EXIT
043100     END-IF
043200     ADD 1 TO WS-Cond-Count
043300     MOVE WS-Card-Keyword(1:1) TO WS-Cond-Join(WS-Cond-Count)
043400     MOVE WS-Found-Fld TO WS-Cond-Fld(WS-Cond-Count)
043500     MOVE WS-Found-Class TO WS-Cond-Class(WS-Cond-Count)
043600     MOVE WS-Card-Op TO WS-Cond-Op(WS-Cond-Count)
043700     MOVE WS-Card-Value TO WS-Cond-Value(WS-Cond-Count)
043800     MOVE WS-Value-Length TO WS-Cond-Length(WS-Cond-Count)
043900     MOVE ZERO TO WS-Cond-Number(WS-Cond-Count)
044000     IF WS-Found-Class = "N"
044100         COMPUTE WS-Cond-Number(WS-Cond-Count) =
044200             FUNCTION NUMVAL(WS-Card-Value(1:WS-Value-Length))
044300     END-IF
044400     .
044500 1300-CONDITION-CARD-EXIT.
044600     EXIT.
044700
044800 1400-SORT-CARD.
044900     PERFORM UNTIL WS-Card-Ptr > 80
045000         MOVE SPACES TO WS-Card-Word
045100         UNSTRING QueryCard DELIMITED BY ALL SPACE
045200             INTO WS-Card-Word
045300             WITH POINTER WS-Card-Ptr
045400         END-UNSTRING
045500         IF WS-Card-Word NOT = SPACES
045600             PERFORM 1600-FIND-FIELD THRU 1600-FIND-FIELD-EXIT
045700             IF WS-Found-Fld > 0
045800                 IF WS-Sort-Count = 3
045900                     MOVE "MORE THAN 3 SORT FIELDS."
046000                         TO WS-Error-Text
046100                     PERFORM 1700-CARD-ERROR
046200                         THRU 1700-CARD-ERROR-EXIT
046300                 ELSE
046400                     ADD 1 TO WS-Sort-Count
046500                     MOVE WS-Found-Fld
046600                         TO WS-Sort-Fld(WS-Sort-Count)
046700                 END-IF
046800             END-IF
046900         END-IF
047000     END-PERFORM
047100     .
047200 1400-SORT-CARD-EXIT.
047300     EXIT.
047400
047500 1500-OUTPUT-CARD.
047600     MOVE SPACES TO WS-Card-Word
047700     UNSTRING QueryCard DELIMITED BY ALL SPACE
047800         INTO WS-Card-Word
047900         WITH POINTER WS-Card-Ptr
048000     END-UNSTRING
048100     EVALUATE WS-Card-Word
048200         WHEN "LIST"
048300         WHEN "CSV"
048400             MOVE WS-Card-Word TO WS-Output-Mode
048500         WHEN OTHER
048600             MOVE "OUTPUT MUST BE LIST OR CSV." TO WS-Error-Text
048700             PERFORM 1700-CARD-ERROR THRU 1700-CARD-ERROR-EXIT
048800     END-EVALUATE
048900     .
049000 1500-OUTPUT-CARD-EXIT.
049100     EXIT.
049200
049300*--------------------------------------------------------------
049400* WS-Card-Word against the ASOFFLD names. WS-Found-Fld comes
049500* back zero, with the card in error, for an unknown name or
049600* one of the secret (S) fields.
049700*--------------------------------------------------------------
049800 1600-FIND-FIELD.
049900     MOVE 0 TO WS-Found-Fld
050000     MOVE "A" TO WS-Found-Class
050100     PERFORM VARYING WS-Fld-Index FROM 1 BY 1
050200             UNTIL WS-Fld-Index > WS-Asof-Field-Count
050300                OR WS-Found-Fld > 0
050400         IF WS-Asof-Fld-Name(WS-Fld-Index) = WS-Card-Word
050500             MOVE WS-Fld-Index TO WS-Found-Fld
050600         END-IF
050700     END-PERFORM
050800     IF WS-Found-Fld = 0
050900         MOVE SPACES TO WS-Error-Text
051000         STRING "NO SUCH FIELD " WS-Card-Word
051100             DELIMITED BY SIZE INTO WS-Error-Text
051200         PERFORM 1700-CARD-ERROR THRU 1700-CARD-ERROR-EXIT
051300         GO TO 1600-FIND-FIELD-EXIT
051400     END-IF
051500     IF WS-Asof-Fld-Secret(WS-Found-Fld)
051600         MOVE 0 TO WS-Found-Fld
051700         MOVE SPACES TO WS-Error-Text
051800         STRING WS-Card-Word DELIMITED BY SPACE
051900             " MAY NEVER BE SELECTED" DELIMITED BY SIZE
052000             INTO WS-Error-Text
052100         PERFORM 1700-CARD-ERROR THRU 1700-CARD-ERROR-EXIT
052200         GO TO 1600-FIND-FIELD-EXIT
052300     END-IF
052400     PERFORM VARYING WS-Class-Index FROM 1 BY 1
052500             UNTIL WS-Class-Index > 10
052600         IF WS-Cls-Name(WS-Class-Index) = WS-Card-Word
052700             MOVE WS-Cls-Code(WS-Class-Index) TO WS-Found-Class
052800         END-IF
052900     END-PERFORM
053000     .
053100 1600-FIND-FIELD-EXIT.
053200     EXIT.
053300
053400 1700-CARD-ERROR.
053500     ADD 1 TO WS-Error-Count
053600     MOVE WS-Card-Count TO WS-Card-Number
053700     IF WS-Card-Count = 0
053800         DISPLAY WS-Error-Text
053900     ELSE
054000         DISPLAY "CARD " WS-Card-Number ": " WS-Error-Text
054100     END-IF
054200     .
054300 1700-CARD-ERROR-EXIT.
054400     EXIT.
054500
054600*--------------------------------------------------------------
054700* Checks across the cards once all are read, and the column
054800* widths: a field's column is as wide as the field or its
054900* name, whichever is wider, and the listing line holds 250.
055000*--------------------------------------------------------------
055100 1800-CHECK-QUERY.
055200     IF WS-Show-Count = 0
055300         MOVE "NO SHOW CARD - NAME THE FIELDS TO LIST."
055400             TO WS-Error-Text
055500         PERFORM 1700-CARD-ERROR THRU 1700-CARD-ERROR-EXIT
055600     END-IF
055700     IF WS-Subtotals-Wanted AND WS-Sort-Count = 0
055800         MOVE "SUBTOTAL NEEDS A SORT CARD TO BREAK ON."
055900             TO WS-Error-Text
056000         PERFORM 1700-CARD-ERROR THRU 1700-CARD-ERROR-EXIT
056100     END-IF
056200     MOVE 0 TO WS-Line-Width
056300     PERFORM VARYING WS-Show-Index FROM 1 BY 1
056400             UNTIL WS-Show-Index > WS-Show-Count
056500         MOVE WS-Show-Fld(WS-Show-Index) TO WS-Fld-Index
056600         COMPUTE WS-Name-Length = FUNCTION LENGTH(FUNCTION TRIM(
056700             WS-Asof-Fld-Name(WS-Fld-Index) TRAILING))
056800         IF WS-Name-Length > WS-Asof-Fld-Length(WS-Fld-Index)
056900             MOVE WS-Name-Length TO WS-Show-Width(WS-Show-Index)
057000         ELSE
057100             MOVE WS-Asof-Fld-Length(WS-Fld-Index)
057200                 TO WS-Show-Width(WS-Show-Index)
057300         END-IF
057400         COMPUTE WS-Line-Width = WS-Line-Width
057500             + WS-Show-Width(WS-Show-Index) + 1
057600     END-PERFORM
057700     IF WS-Output-Is-List AND WS-Line-Width > 251
057800         MOVE "SHOWN FIELDS DO NOT FIT THE 250-COLUMN LISTING."
057900             TO WS-Error-Text
058000         PERFORM 1700-CARD-ERROR THRU 1700-CARD-ERROR-EXIT
058100     END-IF
058200     .
058300 1800-CHECK-QUERY-EXIT.
058400     EXIT.
058500
058600 1900-AUDIT-CARD.
058700     MOVE "ADHOC-QUERY" TO WS-Audit-Event
058800     MOVE QueryCard(1:60) TO WS-Audit-Detail
058900     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
059000         WS-Audit-Detail
059100     IF QueryCard(61:20) NOT = SPACES
059200         MOVE SPACES TO WS-Audit-Detail
059300         STRING "+ " QueryCard(61:20)
059400             DELIMITED BY SIZE INTO WS-Audit-Detail
059500         CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
059600             WS-Audit-Detail
059700     END-IF
059800     .
059900 1900-AUDIT-CARD-EXIT.
060000     EXIT.
060100
060200 2000-SELECT-ACCOUNTS.
060300     OPEN INPUT UserDatabase
060400     IF WS-File-Not-Found
060500         DISPLAY "USERS.DATA NOT FOUND - NOTHING TO LIST."
060600         MOVE 8 TO WS-Eoj-Return-Code
060700         GO TO 2000-SELECT-ACCOUNTS-EXIT
060800     END-IF
060900     OPEN OUTPUT WorkFile
061000     READ UserDatabase NEXT RECORD
061100         AT END SET EndOfUserDb TO TRUE
061200     END-READ
061300     PERFORM UNTIL EndOfUserDb
061400         IF UserId NOT = WS-Trailer-Id
061500             ADD 1 TO WS-Eoj-Read-Count
061600             PERFORM 2100-TEST-CONDITIONS
061700                 THRU 2100-TEST-CONDITIONS-EXIT
061800             IF WS-Row-Selected
061900                 PERFORM 2200-BUILD-SORT-KEY
062000                     THRU 2200-BUILD-SORT-KEY-EXIT
062100                 MOVE UserRecord TO WR-Image
062200                 WRITE WorkRecord
062300             END-IF
062400         END-IF
062500         READ UserDatabase NEXT RECORD
062600             AT END SET EndOfUserDb TO TRUE
062700         END-READ
062800     END-PERFORM
062900     CLOSE UserDatabase
063000     CLOSE WorkFile
063100     .
063200 2000-SELECT-ACCOUNTS-EXIT.
063300     EXIT.
063400
063500*--------------------------------------------------------------
063600* The conditions as groups of ANDed tests, each OR opening a
063700* new group; the row is selected when any group holds.
063800*--------------------------------------------------------------
063900 2100-TEST-CONDITIONS.
064000     IF WS-Cond-Count = 0
064100         SET WS-Row-Selected TO TRUE
064200         GO TO 2100-TEST-CONDITIONS-EXIT
064300     END-IF
064400     MOVE "N" TO WS-Row-Switch
064500     SET WS-Group-Holds TO TRUE
064600     PERFORM VARYING WS-Cond-Index FROM 1 BY 1
064700             UNTIL WS-Cond-Index > WS-Cond-Count
064800         IF WS-Cond-Starts-Group(WS-Cond-Index)
064900             IF WS-Group-Holds
065000                 SET WS-Row-Selected TO TRUE
065100             END-IF
065200             SET WS-Group-Holds TO TRUE
065300         END-IF
065400         IF WS-Group-Holds
065500             PERFORM 2110-TEST-ONE-CONDITION
065600                 THRU 2110-TEST-ONE-CONDITION-EXIT
065700             IF NOT WS-Test-Holds
065800                 MOVE "N" TO WS-Group-Switch
065900             END-IF
066000         END-IF
066100     END-PERFORM
066200     IF WS-Group-Holds
066300         SET WS-Row-Selected TO TRUE
066400     END-IF
066500     .
066600 2100-TEST-CONDITIONS-EXIT.
066700     EXIT.
066800
066900 2110-TEST-ONE-CONDITION.
067000     MOVE WS-Cond-Fld(WS-Cond-Index) TO WS-Fld-Index
067100     MOVE WS-Asof-Fld-Offset(WS-Fld-Index) TO WS-Fld-Offset
067200     MOVE WS-Asof-Fld-Length(WS-Fld-Index) TO WS-Fld-Length
067300     MOVE SPACES TO WS-Fld-Value
067400     MOVE UserRecord(WS-Fld-Offset:WS-Fld-Length) TO WS-Fld-Value
067500     EVALUATE WS-Cond-Class(WS-Cond-Index)
067600         WHEN "N"
067700             MOVE ZERO TO WS-Fld-Number
067800             IF WS-Fld-Value(1:WS-Fld-Length) IS NUMERIC
067900                 COMPUTE WS-Fld-Number = FUNCTION NUMVAL(
068000                     WS-Fld-Value(1:WS-Fld-Length))
068100             END-IF
068200             EVALUATE TRUE
068300                 WHEN WS-Fld-Number <
068400                         WS-Cond-Number(WS-Cond-Index)
068500                     MOVE "<" TO WS-Compare
068600                 WHEN WS-Fld-Number >
068700                         WS-Cond-Number(WS-Cond-Index)
068800                     MOVE ">" TO WS-Compare
068900                 WHEN OTHER
069000                     MOVE "=" TO WS-Compare
069100             END-EVALUATE
069200         WHEN "D"
069300             MOVE WS-Cond-Length(WS-Cond-Index) TO WS-Fld-Length
069400             EVALUATE TRUE
069500                 WHEN WS-Fld-Value(1:WS-Fld-Length) <
069600                         WS-Cond-Value(WS-Cond-Index)
069700                             (1:WS-Fld-Length)
069800                     MOVE "<" TO WS-Compare
069900                 WHEN WS-Fld-Value(1:WS-Fld-Length) >
070000                         WS-Cond-Value(WS-Cond-Index)
070100                             (1:WS-Fld-Length)
070200                     MOVE ">" TO WS-Compare
070300                 WHEN OTHER
070400                     MOVE "=" TO WS-Compare
070500             END-EVALUATE
070600         WHEN OTHER
070700             EVALUATE TRUE
070800                 WHEN WS-Fld-Value < WS-Cond-Value(WS-Cond-Index)
070900                     MOVE "<" TO WS-Compare
071000                 WHEN WS-Fld-Value > WS-Cond-Value(WS-Cond-Index)
071100                     MOVE ">" TO WS-Compare
071200                 WHEN OTHER
071300                     MOVE "=" TO WS-Compare
071400             END-EVALUATE
071500     END-EVALUATE
071600     MOVE "N" TO WS-Test-Switch
071700     EVALUATE WS-Cond-Op(WS-Cond-Index)
071800         WHEN "EQ"
071900             IF WS-Compare = "="
072000                 SET WS-Test-Holds TO TRUE
072100             END-IF
072200         WHEN "NE"
072300             IF WS-Compare NOT = "="
072400                 SET WS-Test-Holds TO TRUE
072500             END-IF
072600         WHEN "LT"
072700             IF WS-Compare = "<"
072800                 SET WS-Test-Holds TO TRUE
072900             END-IF
073000         WHEN "LE"
073100             IF WS-Compare NOT = ">"
073200                 SET WS-Test-Holds TO TRUE
073300             END-IF
073400         WHEN "GT"
073500             IF WS-Compare = ">"
073600                 SET WS-Test-Holds TO TRUE
073700             END-IF
073800         WHEN "GE"
073900             IF WS-Compare NOT = "<"
074000                 SET WS-Test-Holds TO TRUE
074100             END-IF
074200     END-EVALUATE
074300     .
074400 2110-TEST-ONE-CONDITION-EXIT.
074500     EXIT.
074600
074700 2200-BUILD-SORT-KEY.
074800     MOVE SPACES TO WR-Key
074900     MOVE 1 TO WS-Key-Ptr
075000     PERFORM VARYING WS-Sort-Index FROM 1 BY 1
075100             UNTIL WS-Sort-Index > WS-Sort-Count
075200         MOVE WS-Sort-Fld(WS-Sort-Index) TO WS-Fld-Index
075300         MOVE WS-Asof-Fld-Offset(WS-Fld-Index) TO WS-Fld-Offset
075400         MOVE WS-Asof-Fld-Length(WS-Fld-Index) TO WS-Fld-Length
075500         MOVE UserRecord(WS-Fld-Offset:WS-Fld-Length)
075600             TO WR-Key(WS-Key-Ptr:WS-Fld-Length)
075700         ADD WS-Fld-Length TO WS-Key-Ptr
075800     END-PERFORM
075900     MOVE UserId TO WR-Key(91:8)
076000     .
076100 2200-BUILD-SORT-KEY-EXIT.
076200     EXIT.
076300
076400 3000-WRITE-OUTPUT.
076500     SORT SortFile ON ASCENDING KEY SR-Key
076600         USING WorkFile
076700         GIVING SortedFile
076800     IF WS-Output-Is-Csv
076900         OPEN OUTPUT CsvFile
077000     ELSE
077100         OPEN OUTPUT ListFile
077200     END-IF
077300     PERFORM 3100-WRITE-HEADINGS THRU 3100-WRITE-HEADINGS-EXIT
077400     MOVE "N" TO WS-Break-Started
077500     OPEN INPUT SortedFile
077600     READ SortedFile AT END SET WS-End-Of-Sorted TO TRUE
077700     END-READ
077800     PERFORM UNTIL WS-End-Of-Sorted
077900         MOVE SO-Image TO WS-Row-Image
078000         IF WS-Subtotals-Wanted AND WS-Output-Is-List
078100             PERFORM 3400-CHECK-BREAK THRU 3400-CHECK-BREAK-EXIT
078200         END-IF
078300         IF WS-Output-Is-Csv
078400             PERFORM 3300-WRITE-CSV-ROW
078500                 THRU 3300-WRITE-CSV-ROW-EXIT
078600         ELSE
078700             PERFORM 3200-WRITE-LIST-ROW
078800                 THRU 3200-WRITE-LIST-ROW-EXIT
078900         END-IF
079000         ADD 1 TO WS-Listed-Count
079100         ADD 1 TO WS-Group-Rows
079200         READ SortedFile AT END SET WS-End-Of-Sorted TO TRUE
079300         END-READ
079400     END-PERFORM
079500     CLOSE SortedFile
079600     MOVE WS-Listed-Count TO WS-Count-Disp
079700     IF WS-Output-Is-Csv
079800         CLOSE CsvFile
079900     ELSE
080000         IF WS-Break-Is-Open
080100             PERFORM 3500-WRITE-SUBTOTAL
080200                 THRU 3500-WRITE-SUBTOTAL-EXIT
080300         END-IF
080400         MOVE SPACES TO ListRecord
080500         WRITE ListRecord
080600         STRING "ROWS LISTED: " WS-Count-Disp
080700             DELIMITED BY SIZE INTO ListRecord
080800         WRITE ListRecord
080900         CLOSE ListFile
081000     END-IF
081100     DISPLAY "ROWS LISTED: " WS-Count-Disp
081200     .
081300 3000-WRITE-OUTPUT-EXIT.
081400     EXIT.
081500
081600*--------------------------------------------------------------
081700* The listing opens with the query it answers; the CSV gets a
081800* header row of the field names, as USERS.CSV does.
081900*--------------------------------------------------------------
082000 3100-WRITE-HEADINGS.
082100     IF WS-Output-Is-Csv
082200         MOVE SPACES TO CsvRecord
082300         MOVE 1 TO WS-Line-Ptr
082400         PERFORM VARYING WS-Show-Index FROM 1 BY 1
082500                 UNTIL WS-Show-Index > WS-Show-Count
082600             MOVE WS-Show-Fld(WS-Show-Index) TO WS-Fld-Index
082700             IF WS-Show-Index > 1
082800                 STRING "," DELIMITED BY SIZE
082900                     INTO CsvRecord WITH POINTER WS-Line-Ptr
083000             END-IF
083100             STRING WS-Asof-Fld-Name(WS-Fld-Index)
083200                 DELIMITED BY SPACE
083300                 INTO CsvRecord WITH POINTER WS-Line-Ptr
083400         END-PERFORM
083500         WRITE CsvRecord
083600         GO TO 3100-WRITE-HEADINGS-EXIT
083700     END-IF
083800     MOVE SPACES TO ListRecord
083900     STRING "AD-HOC ACCOUNT LISTING - RUN " WS-Run-Date
084000         DELIMITED BY SIZE INTO ListRecord
084100     WRITE ListRecord
084200     PERFORM VARYING WS-Card-Index FROM 1 BY 1
084300             UNTIL WS-Card-Index > WS-Card-Count
084400         MOVE SPACES TO ListRecord
084500         STRING "QUERY: " WS-Card-Text(WS-Card-Index)
084600             DELIMITED BY SIZE INTO ListRecord
084700         WRITE ListRecord
084800     END-PERFORM
084900     MOVE SPACES TO ListRecord
085000     WRITE ListRecord
085100     MOVE 1 TO WS-Line-Ptr
085200     PERFORM VARYING WS-Show-Index FROM 1 BY 1
085300             UNTIL WS-Show-Index > WS-Show-Count
085400         MOVE WS-Show-Fld(WS-Show-Index) TO WS-Fld-Index
085500         MOVE WS-Asof-Fld-Name(WS-Fld-Index)
085600             TO ListRecord(WS-Line-Ptr:
085700                 WS-Show-Width(WS-Show-Index))
085800         COMPUTE WS-Line-Ptr = WS-Line-Ptr
085900             + WS-Show-Width(WS-Show-Index) + 1
086000     END-PERFORM
086100     WRITE ListRecord
086200     MOVE SPACES TO ListRecord
086300     MOVE 1 TO WS-Line-Ptr
086400     PERFORM VARYING WS-Show-Index FROM 1 BY 1
086500             UNTIL WS-Show-Index > WS-Show-Count
086600         MOVE ALL "-"
086700             TO ListRecord(WS-Line-Ptr:
086800                 WS-Show-Width(WS-Show-Index))
086900         COMPUTE WS-Line-Ptr = WS-Line-Ptr
087000             + WS-Show-Width(WS-Show-Index) + 1
087100     END-PERFORM
087200     WRITE ListRecord
087300     .
087400 3100-WRITE-HEADINGS-EXIT.
087500     EXIT.
087600
087700 3200-WRITE-LIST-ROW.
087800     MOVE SPACES TO ListRecord
087900     MOVE 1 TO WS-Line-Ptr
088000     PERFORM VARYING WS-Show-Index FROM 1 BY 1
088100             UNTIL WS-Show-Index > WS-Show-Count
088200         MOVE WS-Show-Fld(WS-Show-Index) TO WS-Fld-Index
088300         MOVE WS-Asof-Fld-Offset(WS-Fld-Index) TO WS-Fld-Offset
088400         MOVE WS-Asof-Fld-Length(WS-Fld-Index) TO WS-Fld-Length
088500         MOVE WS-Row-Image(WS-Fld-Offset:WS-Fld-Length)
088600             TO ListRecord(WS-Line-Ptr:WS-Fld-Length)
088700         COMPUTE WS-Line-Ptr = WS-Line-Ptr
088800             + WS-Show-Width(WS-Show-Index) + 1
088900     END-PERFORM
089000     WRITE ListRecord
089100     .
089200 3200-WRITE-LIST-ROW-EXIT.
089300     EXIT.
089400
089500 3300-WRITE-CSV-ROW.
089600     MOVE SPACES TO CsvRecord
089700     MOVE 1 TO WS-Line-Ptr
089800     PERFORM VARYING WS-Show-Index FROM 1 BY 1
089900             UNTIL WS-Show-Index > WS-Show-Count
090000         MOVE WS-Show-Fld(WS-Show-Index) TO WS-Fld-Index
090100         MOVE WS-Asof-Fld-Offset(WS-Fld-Index) TO WS-Fld-Offset
090200         MOVE WS-Asof-Fld-Length(WS-Fld-Index) TO WS-Fld-Length
090300         IF WS-Show-Index > 1
090400             STRING "," DELIMITED BY SIZE
090500                 INTO CsvRecord WITH POINTER WS-Line-Ptr
090600         END-IF
090700         IF WS-Row-Image(WS-Fld-Offset:WS-Fld-Length) NOT = SPACES
090800             STRING FUNCTION TRIM(
090900                 WS-Row-Image(WS-Fld-Offset:WS-Fld-Length))
091000                 DELIMITED BY SIZE
091100                 INTO CsvRecord WITH POINTER WS-Line-Ptr
091200         END-IF
091300     END-PERFORM
091400     WRITE CsvRecord
091500     .
091600 3300-WRITE-CSV-ROW-EXIT.
091700     EXIT.
091800
091900*--------------------------------------------------------------
092000* Subtotals break on the first SORT field: a change of value
092100* closes the group before it with its row count.
092200*--------------------------------------------------------------
092300 3400-CHECK-BREAK.
092400     MOVE WS-Sort-Fld(1) TO WS-Fld-Index
092500     MOVE WS-Asof-Fld-Offset(WS-Fld-Index) TO WS-Fld-Offset
092600     MOVE WS-Asof-Fld-Length(WS-Fld-Index) TO WS-Fld-Length
092700     MOVE SPACES TO WS-Fld-Value
092800     MOVE WS-Row-Image(WS-Fld-Offset:WS-Fld-Length)
092900         TO WS-Fld-Value
093000     IF WS-Break-Is-Open AND WS-Fld-Value = WS-Break-Value
093100         GO TO 3400-CHECK-BREAK-EXIT
093200     END-IF
093300     IF WS-Break-Is-Open
093400         PERFORM 3500-WRITE-SUBTOTAL THRU 3500-WRITE-SUBTOTAL-EXIT
093500     END-IF
093600     MOVE WS-Fld-Value TO WS-Break-Value
093700     MOVE 0 TO WS-Group-Rows
093800     SET WS-Break-Is-Open TO TRUE
093900     .
094000 3400-CHECK-BREAK-EXIT.
094100     EXIT.
094200
094300 3500-WRITE-SUBTOTAL.
094400     MOVE WS-Sort-Fld(1) TO WS-Fld-Index
094500     MOVE WS-Group-Rows TO WS-Count-Disp
094600     MOVE SPACES TO ListRecord
094700     STRING "  SUBTOTAL " DELIMITED BY SIZE
094800         WS-Asof-Fld-Name(WS-Fld-Index) DELIMITED BY SPACE
094900         " " WS-Break-Value " ROWS: " WS-Count-Disp
095000         DELIMITED BY SIZE INTO ListRecord
095100     WRITE ListRecord
095200     MOVE SPACES TO ListRecord
095300     WRITE ListRecord
095400     .
095500 3500-WRITE-SUBTOTAL-EXIT.
095600     EXIT.
095700
095800 9000-AUDIT-RESULT.
095900     MOVE "ADHOC-RUN" TO WS-Audit-Event
096000     MOVE SPACES TO WS-Audit-Detail
096100     IF WS-Error-Count > 0
096200         MOVE WS-Error-Count TO WS-Count-Disp
096300         STRING "REFUSED - CARDS IN ERROR " WS-Count-Disp
096400             DELIMITED BY SIZE INTO WS-Audit-Detail
096500     ELSE
096600         MOVE WS-Listed-Count TO WS-Count-Disp
096700         STRING "ROWS " WS-Count-Disp " OUTPUT " WS-Output-Mode
096800             " RC " WS-Eoj-Return-Code
096900             DELIMITED BY SIZE INTO WS-Audit-Detail
097000     END-IF
097100     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
097200         WS-Audit-Detail
097300     .
097400 9000-AUDIT-RESULT-EXIT.
097500     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RiskScr.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Nightly account risk score. Every account that can sign on
000900* (not inactive, not an unclaimed placeholder) is scored from
001000* the signals the suite already holds:
001100*   - failed sign-ons and lockouts on SIGNJRNL.DAT inside the
001200*     recent window (bad passwords and wrong passcodes; K and
001300*     V attempts also count as lockouts)
001400*   - fraud-watch notes (category F) on USRNOTES.DAT inside
001500*     the note window
001600*   - an owner unassigned, missing from CONTACT.DAT or marked
001700*     a leaver there (the OrphRpt test)
001800*   - a legacy HashVersion still awaiting its re-hash
001900*   - a password older than the PwPolicy expiry days (the
002000*     UserSignon aging rule, privileged expiry for a
002010*     privileged account)
002100*   - changes to sensitive fields on USRHIST.DAT inside the
002200*     recent window
002300* Each signal carries a weight, and the total is banded LOW /
002400* MEDIUM / HIGH against two cut-offs the way Nested-IFs bands
002500* its results. Weights, windows and cut-offs come from the
002600* RISKCTL.DAT control file - one fixed-column line:
002700*   COL 01-03  RECENT DAYS     9(03)  sign-on and field-change
002800*              window (000 = default 7)
002900*   COL 04-06  NOTE DAYS       9(03)  fraud-note window (000 =
003000*              default 90)
003100*   COL 07-08  FAILED SIGN-ON  9(02)  weight per attempt
003200*   COL 09-10  LOCKOUT         9(02)  weight per lockout
003300*   COL 11-12  FRAUD NOTE      9(02)  weight per note
003400*   COL 13-14  OWNER           9(02)  weight, owner not current
003500*   COL 15-16  LEGACY HASH     9(02)  weight
003600*   COL 17-18  PASSWORD AGE    9(02)  weight, password overdue
003700*   COL 19-20  FIELD CHANGE    9(02)  weight per change
003800*   COL 21-24  LOW/MEDIUM      9(04)  a score above is MEDIUM
003900*              (0000 = default)
004000*   COL 25-28  MEDIUM/HIGH     9(04)  a score above is HIGH
004100*              (0000 = default)
004200* A blank or unreadable weight keeps its compiled-in default;
004300* a weight of 00 switches that signal off. With no control
004400* file the defaults apply throughout.
004500* The scores land on the RISKREG.DAT register (RISKREG.CPY)
004600* and, highest first, on RISKRPT.TXT; every HIGH account is
004700* raised through ExcpLog as a W and the run ends RC 4.
004800*--------------------------------------------------------------
004900* MODIFICATION HISTORY
005000*--------------------------------------------------------------
005100* DATE       INIT DESCRIPTION
005200* ---------- ---- -------------------------------------------
005300* 2026-10-15 JWG  Original version.
005310* 2026-10-15 JWG  A privileged account's password age is judged
005320*                 against the PwPolicy privileged expiry.
005400*--------------------------------------------------------------
005500 ENVIRONMENT DIVISION.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS UserId
006200         FILE STATUS IS WS-File-Status.
006300     SELECT JournalFile ASSIGN TO DYNAMIC WS-P-SIGNJRNL-DAT
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-Journal-Status.
006600     SELECT NotesFile ASSIGN TO DYNAMIC WS-P-USRNOTES-DAT
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS NoteKey
007000         FILE STATUS IS WS-Notes-Status.
007100     SELECT HistoryFile ASSIGN TO DYNAMIC WS-P-USRHIST-DAT
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS HistKey
007500         FILE STATUS IS WS-History-Status.
007600     SELECT ContactFile ASSIGN TO DYNAMIC WS-P-CONTACT-DAT
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS EmpId
008000         FILE STATUS IS WS-Contact-Status.
008100     SELECT ControlFile ASSIGN TO DYNAMIC WS-P-RISKCTL-DAT
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-Control-Status.
008400     SELECT RegisterFile ASSIGN TO DYNAMIC WS-P-RISKREG-DAT
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS DYNAMIC
008700         RECORD KEY IS RR-UserId
008800         FILE STATUS IS WS-Register-Status.
008900     SELECT WorkFile ASSIGN TO DYNAMIC WS-P-RISKWORK-TMP
009000         ORGANIZATION IS LINE SEQUENTIAL.
009100     SELECT SortFile ASSIGN TO DYNAMIC WS-P-RISKSORT-TMP.
009200     SELECT SortedFile ASSIGN TO DYNAMIC WS-P-RISKSRTD-TMP
009300         ORGANIZATION IS LINE SEQUENTIAL.
009400     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-RISKRPT-TXT
009500         ORGANIZATION IS LINE SEQUENTIAL.
009600
009700 DATA DIVISION.
009800 FILE SECTION.
009900 FD  UserDatabase.
010000     COPY "USERREC.CPY".
010100
010200 FD  JournalFile.
010300     COPY "SIGNJRNL.CPY".
010400
010500 FD  NotesFile.
010600     COPY "USRNOTES.CPY".
010700
010800 FD  HistoryFile.
010900     COPY "USRHIST.CPY".
011000
011100 FD  ContactFile.
011200     COPY "EMPREC.CPY".
011300
011400 FD  ControlFile.
011500 01  RiskCtlRecord.
011600     02  RK-Recent-Days      PIC X(03).
011700     02  RK-Note-Days        PIC X(03).
011800     02  RK-Wt-Failed        PIC X(02).
011900     02  RK-Wt-Lockout       PIC X(02).
012000     02  RK-Wt-Fraud         PIC X(02).
012100     02  RK-Wt-Owner         PIC X(02).
012200     02  RK-Wt-Legacy        PIC X(02).
012300     02  RK-Wt-Pw-Age        PIC X(02).
012400     02  RK-Wt-Change        PIC X(02).
012500     02  RK-Medium-Threshold PIC X(04).
012600     02  RK-High-Threshold   PIC X(04).
012700
012800 FD  RegisterFile.
012900     COPY "RISKREG.CPY".
013000
013100 FD  WorkFile.
013200 01  WorkRecord.
013300     02  WR-Score            PIC 9(05).
013400     02  WR-UserId           PIC 9(08).
013500     02  WR-Body             PIC X(68).
013600
013700 SD  SortFile.
013800 01  SortRecord.
013900     02  SR-Score            PIC 9(05).
014000     02  SR-UserId           PIC 9(08).
014100     02  SR-Body             PIC X(68).
014200
014300 FD  SortedFile.
014400 01  SortedRecord.
014500     02  SO-Score            PIC 9(05).
014600     02  SO-UserId           PIC 9(08).
014700     02  SO-Body             PIC X(68).
014800
014900 FD  ReportFile.
015000 01  ReportRecord            PIC X(80).
015100
015200 WORKING-STORAGE SECTION.
015300 01  WS-File-Status          PIC XX.
015400     88  WS-File-Not-Found   VALUE "35".
015500 01  WS-Journal-Status       PIC XX.
015600     88  WS-Journal-Missing      VALUE "35".
015700 01  WS-Notes-Status         PIC XX.
015800     88  WS-Notes-Missing        VALUE "35".
015900 01  WS-History-Status       PIC XX.
016000     88  WS-History-Missing      VALUE "35".
016100 01  WS-Contact-Status       PIC XX.
016200     88  WS-Contact-Missing      VALUE "35".
016300 01  WS-Control-Status       PIC XX.
016400     88  WS-Control-Missing      VALUE "35".
016500 01  WS-Register-Status      PIC XX.
016600     88  WS-Register-Missing     VALUE "35".
016700 01  WS-Eof-Switch           PIC X VALUE "N".
016800     88  WS-End-Of-Input         VALUE "Y".
016900 01  WS-Scan-Switch          PIC X VALUE "N".
017000     88  WS-End-Of-Scan          VALUE "Y".
017100 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
017200 01  WS-Run-Date             PIC 9(08).
017300     COPY "PWPOLICY.CPY".
017400*--------------------------------------------------------------
017500* Compiled-in defaults, overridden field by field from
017600* RISKCTL.DAT.
017700*--------------------------------------------------------------
017800 01  WS-Default-Recent-Days  PIC 9(03) VALUE 7.
017900 01  WS-Default-Note-Days    PIC 9(03) VALUE 90.
018000 01  WS-Default-Medium       PIC 9(04) VALUE 20.
018100 01  WS-Default-High         PIC 9(04) VALUE 50.
018200 01  WS-Recent-Days          PIC 9(03).
018300 01  WS-Note-Days            PIC 9(03).
018400 01  WS-Weights.
018500     02  WS-Wt-Failed        PIC 9(02) VALUE 2.
018600     02  WS-Wt-Lockout       PIC 9(02) VALUE 10.
018700     02  WS-Wt-Fraud         PIC 9(02) VALUE 25.
018800     02  WS-Wt-Owner         PIC 9(02) VALUE 20.
018900     02  WS-Wt-Legacy        PIC 9(02) VALUE 10.
019000     02  WS-Wt-Pw-Age        PIC 9(02) VALUE 10.
019100     02  WS-Wt-Change        PIC 9(02) VALUE 5.
019200 01  WS-Medium-Threshold     PIC 9(04).
019300 01  WS-High-Threshold       PIC 9(04).
019400 01  WS-Recent-Cutoff        PIC 9(08).
019500 01  WS-Note-Cutoff          PIC 9(08).
019600 01  WS-Password-Age         PIC S9(09) COMP.
019610 01  WS-Expiry-Limit         PIC 9(05).
019700*--------------------------------------------------------------
019800* Accounts with failed sign-ons inside the recent window,
019900* gathered from the journal in one pass before the scan.
020000*--------------------------------------------------------------
020100 01  WS-Signon-Table.
020200     02  WS-Sgn-Entry OCCURS 500 TIMES.
020300         03  WS-Sgn-UserId       PIC 9(08).
020400         03  WS-Sgn-Failed       PIC 9(05) COMP.
020500         03  WS-Sgn-Locks        PIC 9(05) COMP.
020600 01  WS-Signon-Count         PIC 9(03) COMP VALUE 0.
020700 01  WS-Signon-Index         PIC 9(03) COMP.
020800 01  WS-Signon-Found         PIC 9(03) COMP.
020900 01  WS-Signon-Dropped       PIC 9(05) COMP VALUE 0.
021000*--------------------------------------------------------------
021100* USRHIST field names that count as sensitive changes: the
021200* ones an account takeover rewrites.
021300*--------------------------------------------------------------
021400 01  WS-Sensitive-Fields.
021500     02  FILLER              PIC X(12) VALUE "EMAIL".
021600     02  FILLER              PIC X(12) VALUE "PASSWORD".
021700     02  FILLER              PIC X(12) VALUE "RESETTOKEN".
021800     02  FILLER              PIC X(12) VALUE "SECONDFACTOR".
021900     02  FILLER              PIC X(12) VALUE "OWNEREMPID".
022000     02  FILLER              PIC X(12) VALUE "USERNAME".
022100 01  WS-Sensitive-Table REDEFINES WS-Sensitive-Fields.
022200     02  WS-Sensitive-Name   PIC X(12) OCCURS 6 TIMES.
022300 01  WS-Sensitive-Index      PIC 9(01) COMP.
022400*--------------------------------------------------------------
022500* The current account's signals and score.
022600*--------------------------------------------------------------
022700 01  WS-Signals.
022800     02  WS-Sig-Failed       PIC 9(03).
022900     02  WS-Sig-Locks        PIC 9(03).
023000     02  WS-Sig-Fraud        PIC 9(03).
023100     02  WS-Sig-Owner        PIC X(01).
023200     02  WS-Sig-Legacy       PIC X(01).
023300     02  WS-Sig-Pw-Overdue   PIC X(01).
023400     02  WS-Sig-Changes      PIC 9(03).
023500 01  WS-Score                PIC 9(05).
023600 01  WS-Band                 PIC X(06).
023700 01  WS-Prior-Band           PIC X(06).
023800 01  WS-Low-Count            PIC 9(05) COMP VALUE 0.
023900 01  WS-Medium-Count         PIC 9(05) COMP VALUE 0.
024000 01  WS-High-Count           PIC 9(05) COMP VALUE 0.
024100 01  WS-Scored-Count         PIC 9(09) COMP VALUE 0.
024200 01  WS-Listed-Count         PIC 9(09) COMP VALUE 0.
024300 01  WS-Dropped-Count        PIC 9(05) COMP VALUE 0.
024400 01  WS-Rank                 PIC 9(05) COMP VALUE 0.
024500*--------------------------------------------------------------
024600* One RISKRPT.TXT ranked line; the body rides the work file
024700* through the SORT and the rank is put on afterwards.
024800*--------------------------------------------------------------
024900 01  WS-Detail-Line.
025000     02  WS-DL-Rank          PIC ZZZZ9.
025100     02  FILLER              PIC X(02) VALUE SPACES.
025200     02  WS-DL-Body.
025300         03  WS-DL-UserId        PIC 9(08).
025400         03  FILLER              PIC X(01) VALUE SPACES.
025500         03  WS-DL-UserName      PIC X(05).
025600         03  FILLER              PIC X(02) VALUE SPACES.
025700         03  WS-DL-Score         PIC ZZZZ9.
025800         03  FILLER              PIC X(01) VALUE SPACES.
025900         03  WS-DL-Band          PIC X(06).
026000         03  FILLER              PIC X(01) VALUE SPACES.
026100         03  WS-DL-Prior-Band    PIC X(06).
026200         03  FILLER              PIC X(01) VALUE SPACES.
026300         03  WS-DL-Failed        PIC ZZ9.
026400         03  FILLER              PIC X(02) VALUE SPACES.
026500         03  WS-DL-Locks         PIC ZZ9.
026600         03  FILLER              PIC X(02) VALUE SPACES.
026700         03  WS-DL-Fraud         PIC ZZ9.
026800         03  FILLER              PIC X(03) VALUE SPACES.
026900         03  WS-DL-Owner         PIC X(01).
027000         03  FILLER              PIC X(03) VALUE SPACES.
027100         03  WS-DL-Legacy        PIC X(01).
027200         03  FILLER              PIC X(04) VALUE SPACES.
027300         03  WS-DL-Pw-Overdue    PIC X(01).
027400         03  FILLER              PIC X(03) VALUE SPACES.
027500         03  WS-DL-Changes       PIC ZZ9.
027600 01  WS-Heading-Line.
027700     02  FILLER              PIC X(36)
027800         VALUE " RANK  USERID   USER   SCORE BAND   ".
027900     02  FILLER              PIC X(39)
028000         VALUE "WAS    FAIL LOCK FRAUD OWN HASH PWD CHG".
028100 01  WS-Count-Disp           PIC ZZZZ9.
028200 01  WS-Count-Disp-2         PIC ZZZZ9.
028300 01  WS-Count-Disp-3         PIC ZZZZ9.
028400 01  WS-Days-Disp            PIC ZZ9.
028500 01  WS-Days-Disp-2          PIC ZZ9.
028600 01  WS-Cut-Disp             PIC ZZZ9.
028700 01  WS-Cut-Disp-2           PIC ZZZ9.
028800 01  WS-Excp-Severity        PIC X(01).
028900 01  WS-Excp-Message         PIC X(60).
029000 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
029100 01  WS-P-SIGNJRNL-DAT      PIC X(30) VALUE "SIGNJRNL.DAT".
029200 01  WS-P-USRNOTES-DAT      PIC X(30) VALUE "USRNOTES.DAT".
029300 01  WS-P-USRHIST-DAT       PIC X(30) VALUE "USRHIST.DAT".
029400 01  WS-P-CONTACT-DAT       PIC X(30) VALUE "CONTACT.DAT".
029500 01  WS-P-RISKCTL-DAT       PIC X(30) VALUE "RISKCTL.DAT".
029600 01  WS-P-RISKREG-DAT       PIC X(30) VALUE "RISKREG.DAT".
029700 01  WS-P-RISKWORK-TMP      PIC X(30) VALUE "RISKWORK.TMP".
029800 01  WS-P-RISKSORT-TMP      PIC X(30) VALUE "RISKSORT.TMP".
029900 01  WS-P-RISKSRTD-TMP      PIC X(30) VALUE "RISKSRTD.TMP".
030000 01  WS-P-RISKRPT-TXT       PIC X(30) VALUE "RISKRPT.TXT".
030100 01  WS-Eoj-Start-Time       PIC 9(08).
030200 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
030300 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
030400 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
030500 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
030600 01  WS-Program-Name         PIC X(20) VALUE "RISKSCR".
030700
030800 PROCEDURE DIVISION.
030900
031000 0000-MAINLINE.
031100     CALL "PreDefMsg" USING WS-Program-Name
031200     ACCEPT WS-Eoj-Start-Time FROM TIME
031300     CALL "EnvName" USING WS-P-USERS-DATA
031400     CALL "EnvName" USING WS-P-SIGNJRNL-DAT
031500     CALL "EnvName" USING WS-P-USRNOTES-DAT
031600     CALL "EnvName" USING WS-P-USRHIST-DAT
031700     CALL "EnvName" USING WS-P-CONTACT-DAT
031800     CALL "EnvName" USING WS-P-RISKCTL-DAT
031900     CALL "EnvName" USING WS-P-RISKREG-DAT
032000     CALL "EnvName" USING WS-P-RISKWORK-TMP
032100     CALL "EnvName" USING WS-P-RISKSORT-TMP
032200     CALL "EnvName" USING WS-P-RISKSRTD-TMP
032300     CALL "EnvName" USING WS-P-RISKRPT-TXT
032400     DISPLAY "ACCOUNT RISK SCORE"
032500     DISPLAY "=================="
032600     CALL "BusDate" USING WS-Run-Date
032700     CALL "PwPolicy" USING PasswordPolicy
032800     PERFORM 1000-LOAD-CONTROL THRU 1000-LOAD-CONTROL-EXIT
032900     PERFORM 1100-SET-WINDOWS THRU 1100-SET-WINDOWS-EXIT
033000     PERFORM 1200-LOAD-SIGNONS THRU 1200-LOAD-SIGNONS-EXIT
033100     PERFORM 2000-SCORE-ACCOUNTS THRU 2000-SCORE-ACCOUNTS-EXIT
033200     IF WS-File-Not-Found
033300         GO TO 0000-MAINLINE-EOJ
033400     END-IF
033500     SORT SortFile ON DESCENDING KEY SR-Score
033600         ASCENDING KEY SR-UserId
033700         USING WorkFile
033800         GIVING SortedFile
033900     PERFORM 3000-WRITE-REPORT THRU 3000-WRITE-REPORT-EXIT
034000     IF WS-High-Count > 0
034100         MOVE WS-High-Count TO WS-Count-Disp
034200         MOVE "W" TO WS-Excp-Severity
034300         MOVE SPACES TO WS-Excp-Message
034400         STRING "HIGH-RISK ACCOUNTS ON THE REGISTER: "
034500             WS-Count-Disp DELIMITED BY SIZE
034600             INTO WS-Excp-Message
034700         CALL "ExcpLog" USING WS-Program-Name,
034800             WS-Excp-Severity, WS-Excp-Message
034900         MOVE 4 TO WS-Eoj-Return-Code
035000     END-IF
035100     .
035200 0000-MAINLINE-EOJ.
035300     MOVE WS-Scored-Count TO WS-Eoj-Read-Count
035400     MOVE WS-Scored-Count TO WS-Eoj-Written-Count
035500     CALL "EndMsg" USING WS-Program-Name,
035600         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
035700         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
035800         WS-Eoj-Return-Code
035900     MOVE WS-Eoj-Return-Code TO RETURN-CODE
036000     STOP RUN.
036100
036200*--------------------------------------------------------------
036300* Defaults first, then whatever RISKCTL.DAT supplies. Cut-offs
036400* that do not rise (MEDIUM/HIGH at or below LOW/MEDIUM) would
036500* band nothing MEDIUM, so both fall back to the defaults with
036600* a warning.
036700*--------------------------------------------------------------
036800 1000-LOAD-CONTROL.
036900     MOVE WS-Default-Recent-Days TO WS-Recent-Days
037000     MOVE WS-Default-Note-Days TO WS-Note-Days
037100     MOVE WS-Default-Medium TO WS-Medium-Threshold
037200     MOVE WS-Default-High TO WS-High-Threshold
037300     OPEN INPUT ControlFile
037400     IF WS-Control-Missing
037500         DISPLAY "RISKCTL.DAT NOT FOUND - DEFAULT WEIGHTS USED."
037600         GO TO 1000-LOAD-CONTROL-EXIT
037700     END-IF
037800     READ ControlFile
037900         AT END
038000             CONTINUE
038100         NOT AT END
038200             PERFORM 1050-TAKE-CONTROL-FIELDS
038300                 THRU 1050-TAKE-CONTROL-FIELDS-EXIT
038400     END-READ
038500     CLOSE ControlFile
038600     IF WS-High-Threshold NOT > WS-Medium-Threshold
038700         MOVE WS-Default-Medium TO WS-Medium-Threshold
038800         MOVE WS-Default-High TO WS-High-Threshold
038900         MOVE "W" TO WS-Excp-Severity
039000         MOVE "RISKCTL.DAT CUT-OFFS OUT OF ORDER - DEFAULTS USED"
039100             TO WS-Excp-Message
039200         CALL "ExcpLog" USING WS-Program-Name,
039300             WS-Excp-Severity, WS-Excp-Message
039400         MOVE 4 TO WS-Eoj-Return-Code
039500     END-IF
039600     .
039700 1000-LOAD-CONTROL-EXIT.
039800     EXIT.
039900
040000 1050-TAKE-CONTROL-FIELDS.
040100     IF RK-Recent-Days IS NUMERIC
040200             AND RK-Recent-Days NOT = "000"
040300         MOVE RK-Recent-Days TO WS-Recent-Days
040400     END-IF
040500     IF RK-Note-Days IS NUMERIC
040600             AND RK-Note-Days NOT = "000"
040700         MOVE RK-Note-Days TO WS-Note-Days
040800     END-IF
040900     IF RK-Wt-Failed IS NUMERIC
041000         MOVE RK-Wt-Failed TO WS-Wt-Failed
041100     END-IF
041200     IF RK-Wt-Lockout IS NUMERIC
041300         MOVE RK-Wt-Lockout TO WS-Wt-Lockout
041400     END-IF
041500     IF RK-Wt-Fraud IS NUMERIC
041600         MOVE RK-Wt-Fraud TO WS-Wt-Fraud
041700     END-IF
041800     IF RK-Wt-Owner IS NUMERIC
041900         MOVE RK-Wt-Owner TO WS-Wt-Owner
042000     END-IF
042100     IF RK-Wt-Legacy IS NUMERIC
042200         MOVE RK-Wt-Legacy TO WS-Wt-Legacy
042300     END-IF
042400     IF RK-Wt-Pw-Age IS NUMERIC
042500         MOVE RK-Wt-Pw-Age TO WS-Wt-Pw-Age
042600     END-IF
042700     IF RK-Wt-Change IS NUMERIC
042800         MOVE RK-Wt-Change TO WS-Wt-Change
042900     END-IF
043000     IF RK-Medium-Threshold IS NUMERIC
043100             AND RK-Medium-Threshold NOT = "0000"
043200         MOVE RK-Medium-Threshold TO WS-Medium-Threshold
043300     END-IF
043400     IF RK-High-Threshold IS NUMERIC
043500             AND RK-High-Threshold NOT = "0000"
043600         MOVE RK-High-Threshold TO WS-High-Threshold
043700     END-IF
043800     .
043900 1050-TAKE-CONTROL-FIELDS-EXIT.
044000     EXIT.
044100
044200*--------------------------------------------------------------
044300* A dated event counts as recent when it falls after the
044400* cutoff - tonight and the days before it, the window's
044500* length in all.
044600*--------------------------------------------------------------
044700 1100-SET-WINDOWS.
044800     COMPUTE WS-Recent-Cutoff = FUNCTION DATE-OF-INTEGER(
044900         FUNCTION INTEGER-OF-DATE(WS-Run-Date)
045000         - WS-Recent-Days)
045100     COMPUTE WS-Note-Cutoff = FUNCTION DATE-OF-INTEGER(
045200         FUNCTION INTEGER-OF-DATE(WS-Run-Date)
045300         - WS-Note-Days)
045400     .
045500 1100-SET-WINDOWS-EXIT.
045600     EXIT.
045700
045800*--------------------------------------------------------------
045900* Failed attempts are counted the way SignRpt counts them -
046000* bad passwords and wrong passcodes, a lock-causing attempt
046100* included - and K/V attempts are counted again as lockouts.
046200* Accounts past the table's 500 are dropped and reported.
046300*--------------------------------------------------------------
046400 1200-LOAD-SIGNONS.
046500     OPEN INPUT JournalFile
046600     IF WS-Journal-Missing
046700         DISPLAY "SIGNJRNL.DAT NOT FOUND - NO SIGN-ON SIGNALS."
046800         GO TO 1200-LOAD-SIGNONS-EXIT
046900     END-IF
047000     MOVE "N" TO WS-Eof-Switch
047100     READ JournalFile
047200         AT END SET WS-End-Of-Input TO TRUE
047300     END-READ
047400     PERFORM UNTIL WS-End-Of-Input
047500         IF SJ-Date > WS-Recent-Cutoff
047600                 AND SJ-Date NOT > WS-Run-Date
047700                 AND (SJ-Bad-Password OR SJ-Caused-Lock
047800                 OR SJ-Passcode-Wrong OR SJ-Passcode-Locked)
047900             PERFORM 1250-TALLY-SIGNON
048000                 THRU 1250-TALLY-SIGNON-EXIT
048100         END-IF
048200         READ JournalFile
048300             AT END SET WS-End-Of-Input TO TRUE
048400         END-READ
048500     END-PERFORM
048600     CLOSE JournalFile
048700     .
048800 1200-LOAD-SIGNONS-EXIT.
048900     EXIT.
049000
049100 1250-TALLY-SIGNON.
049200     MOVE 0 TO WS-Signon-Found
049300     PERFORM VARYING WS-Signon-Index FROM 1 BY 1
049400             UNTIL WS-Signon-Index > WS-Signon-Count
049500             OR WS-Signon-Found > 0
049600         IF WS-Sgn-UserId(WS-Signon-Index) = SJ-UserId
049700             MOVE WS-Signon-Index TO WS-Signon-Found
049800         END-IF
049900     END-PERFORM
050000     IF WS-Signon-Found = 0
050100         IF WS-Signon-Count < 500
050200             ADD 1 TO WS-Signon-Count
050300             MOVE WS-Signon-Count TO WS-Signon-Found
050400             MOVE SJ-UserId TO WS-Sgn-UserId(WS-Signon-Found)
050500             MOVE 0 TO WS-Sgn-Failed(WS-Signon-Found)
050600             MOVE 0 TO WS-Sgn-Locks(WS-Signon-Found)
050700         ELSE
050800             ADD 1 TO WS-Signon-Dropped
050900             GO TO 1250-TALLY-SIGNON-EXIT
051000         END-IF
051100     END-IF
051200     ADD 1 TO WS-Sgn-Failed(WS-Signon-Found)
051300     IF SJ-Caused-Lock OR SJ-Passcode-Locked
051400         ADD 1 TO WS-Sgn-Locks(WS-Signon-Found)
051500     END-IF
051600     .
051700 1250-TALLY-SIGNON-EXIT.
051800     EXIT.
051900
052000*--------------------------------------------------------------
052100* One pass of USERS.DATA. Inactive accounts and unclaimed
052200* placeholders cannot sign on and are not scored; their
052300* register rows are dropped by 2900.
052400*--------------------------------------------------------------
052500 2000-SCORE-ACCOUNTS.
052600     OPEN INPUT UserDatabase
052700     IF WS-File-Not-Found
052800         DISPLAY "USERS.DATA NOT FOUND - NOTHING TO SCORE."
052900         MOVE 8 TO WS-Eoj-Return-Code
053000         GO TO 2000-SCORE-ACCOUNTS-EXIT
053100     END-IF
053200     OPEN INPUT NotesFile
053300     OPEN INPUT HistoryFile
053400     OPEN INPUT ContactFile
053500     OPEN I-O RegisterFile
053600     IF WS-Register-Missing
053700         OPEN OUTPUT RegisterFile
053800         CLOSE RegisterFile
053900         OPEN I-O RegisterFile
054000     END-IF
054100     OPEN OUTPUT WorkFile
054200     READ UserDatabase NEXT RECORD
054300         AT END SET EndOfUserDb TO TRUE
054400     END-READ
054500     PERFORM UNTIL EndOfUserDb
054600         IF UserId NOT = WS-Trailer-Id
054700                 AND NOT AccountIsInactive
054800                 AND NOT AccountIsPending
054900             PERFORM 2100-SCORE-ONE-ACCOUNT
055000                 THRU 2100-SCORE-ONE-ACCOUNT-EXIT
055100         END-IF
055200         READ UserDatabase NEXT RECORD
055300             AT END SET EndOfUserDb TO TRUE
055400         END-READ
055500     END-PERFORM
055600     PERFORM 2900-DROP-UNSCORED THRU 2900-DROP-UNSCORED-EXIT
055700     CLOSE WorkFile
055800     CLOSE RegisterFile
055900     IF NOT WS-Contact-Missing
056000         CLOSE ContactFile
056100     END-IF
056200     IF NOT WS-History-Missing
056300         CLOSE HistoryFile
056400     END-IF
056500     IF NOT WS-Notes-Missing
056600         CLOSE NotesFile
056700     END-IF
056800     CLOSE UserDatabase
056900     .
057000 2000-SCORE-ACCOUNTS-EXIT.
057100     EXIT.
057200
057300 2100-SCORE-ONE-ACCOUNT.
057400     ADD 1 TO WS-Scored-Count
057500     MOVE ZERO TO WS-Sig-Failed WS-Sig-Locks WS-Sig-Fraud
057600         WS-Sig-Changes
057700     MOVE SPACE TO WS-Sig-Owner
057800     MOVE "N" TO WS-Sig-Legacy
057900     MOVE "N" TO WS-Sig-Pw-Overdue
058000     PERFORM 2200-SIGNON-SIGNALS THRU 2200-SIGNON-SIGNALS-EXIT
058100     PERFORM 2300-FRAUD-NOTES THRU 2300-FRAUD-NOTES-EXIT
058200     PERFORM 2400-OWNER-SIGNAL THRU 2400-OWNER-SIGNAL-EXIT
058300     PERFORM 2500-PASSWORD-SIGNALS
058400         THRU 2500-PASSWORD-SIGNALS-EXIT
058500     PERFORM 2600-FIELD-CHANGES THRU 2600-FIELD-CHANGES-EXIT
058600     COMPUTE WS-Score =
058700         WS-Sig-Failed * WS-Wt-Failed
058800         + WS-Sig-Locks * WS-Wt-Lockout
058900         + WS-Sig-Fraud * WS-Wt-Fraud
059000         + WS-Sig-Changes * WS-Wt-Change
059100         ON SIZE ERROR
059200             MOVE 99999 TO WS-Score
059300     END-COMPUTE
059400     IF WS-Sig-Owner NOT = SPACE
059500         ADD WS-Wt-Owner TO WS-Score
059600             ON SIZE ERROR MOVE 99999 TO WS-Score
059700         END-ADD
059800     END-IF
059900     IF WS-Sig-Legacy = "Y"
060000         ADD WS-Wt-Legacy TO WS-Score
060100             ON SIZE ERROR MOVE 99999 TO WS-Score
060200         END-ADD
060300     END-IF
060400     IF WS-Sig-Pw-Overdue = "Y"
060500         ADD WS-Wt-Pw-Age TO WS-Score
060600             ON SIZE ERROR MOVE 99999 TO WS-Score
060700         END-ADD
060800     END-IF
060900     PERFORM 2700-BAND-SCORE THRU 2700-BAND-SCORE-EXIT
061000     PERFORM 2800-UPDATE-REGISTER THRU 2800-UPDATE-REGISTER-EXIT
061100     IF WS-Score > 0
061200         PERFORM 2850-WRITE-WORK-RECORD
061300             THRU 2850-WRITE-WORK-RECORD-EXIT
061400     END-IF
061500     .
061600 2100-SCORE-ONE-ACCOUNT-EXIT.
061700     EXIT.
061800
061900 2200-SIGNON-SIGNALS.
062000     PERFORM VARYING WS-Signon-Index FROM 1 BY 1
062100             UNTIL WS-Signon-Index > WS-Signon-Count
062200         IF WS-Sgn-UserId(WS-Signon-Index) = UserId
062300             IF WS-Sgn-Failed(WS-Signon-Index) > 999
062400                 MOVE 999 TO WS-Sig-Failed
062500             ELSE
062600                 MOVE WS-Sgn-Failed(WS-Signon-Index)
062700                     TO WS-Sig-Failed
062800             END-IF
062900             IF WS-Sgn-Locks(WS-Signon-Index) > 999
063000                 MOVE 999 TO WS-Sig-Locks
063100             ELSE
063200                 MOVE WS-Sgn-Locks(WS-Signon-Index)
063300                     TO WS-Sig-Locks
063400             END-IF
063500             MOVE WS-Signon-Count TO WS-Signon-Index
063600         END-IF
063700     END-PERFORM
063800     .
063900 2200-SIGNON-SIGNALS-EXIT.
064000     EXIT.
064100
064200*--------------------------------------------------------------
064300* The account's notes, read on the UserHist/UserNote pattern:
064400* START at the UserId, READ NEXT until the id changes.
064500*--------------------------------------------------------------
064600 2300-FRAUD-NOTES.
064700     IF WS-Notes-Missing
064800         GO TO 2300-FRAUD-NOTES-EXIT
064900     END-IF
065000     MOVE "N" TO WS-Scan-Switch
065100     MOVE UserId TO NOTE-UserId
065200     MOVE ZERO TO NOTE-Seq
065300     START NotesFile KEY IS >= NoteKey
065400         INVALID KEY
065500             SET WS-End-Of-Scan TO TRUE
065600     END-START
065700     PERFORM UNTIL WS-End-Of-Scan
065800         READ NotesFile NEXT RECORD
065900             AT END SET WS-End-Of-Scan TO TRUE
066000         END-READ
066100         IF NOT WS-End-Of-Scan
066200             IF NOTE-UserId = UserId
066300                 IF NOTE-Is-Fraud
066400                         AND NOTE-Date > WS-Note-Cutoff
066500                         AND WS-Sig-Fraud < 999
066600                     ADD 1 TO WS-Sig-Fraud
066700                 END-IF
066800             ELSE
066900                 SET WS-End-Of-Scan TO TRUE
067000             END-IF
067100         END-IF
067200     END-PERFORM
067300     .
067400 2300-FRAUD-NOTES-EXIT.
067500     EXIT.
067600
067700*--------------------------------------------------------------
067800* The OrphRpt owner test. With no directory at all the owner
067900* cannot be judged, so only an unassigned owner counts.
068000*--------------------------------------------------------------
068100 2400-OWNER-SIGNAL.
068200     EVALUATE TRUE
068300         WHEN OwnerEmpId IS NOT NUMERIC
068400             MOVE "U" TO WS-Sig-Owner
068500         WHEN OwnerEmpId = ZERO
068600             MOVE "U" TO WS-Sig-Owner
068700         WHEN WS-Contact-Missing
068800             CONTINUE
068900         WHEN OTHER
069000             MOVE OwnerEmpId TO EmpId
069100             READ ContactFile
069200                 INVALID KEY
069300                     MOVE "M" TO WS-Sig-Owner
069400                 NOT INVALID KEY
069500                     IF EmpHasLeft
069600                         MOVE "L" TO WS-Sig-Owner
069700                     END-IF
069800             END-READ
069900     END-EVALUATE
070000     .
070100 2400-OWNER-SIGNAL-EXIT.
070200     EXIT.
070300
070400*--------------------------------------------------------------
070500* Legacy hash: anything but HashVersion "2". Password age: the
070600* UserSignon rule - no usable PasswordSetDate counts as
070700* overdue.
070800*--------------------------------------------------------------
070900 2500-PASSWORD-SIGNALS.
071000     IF NOT HashIsCurrent
071100         MOVE "Y" TO WS-Sig-Legacy
071200     END-IF
071300     IF PasswordSetDate IS NOT NUMERIC
071400             OR PasswordSetDate = ZERO
071500         MOVE "Y" TO WS-Sig-Pw-Overdue
071600         GO TO 2500-PASSWORD-SIGNALS-EXIT
071700     END-IF
071800     COMPUTE WS-Password-Age =
071900         FUNCTION INTEGER-OF-DATE(WS-Run-Date)
072000         - FUNCTION INTEGER-OF-DATE(PasswordSetDate)
072010     IF AccountIsPrivileged
072020         MOVE POL-Priv-Expiry-Days TO WS-Expiry-Limit
072030     ELSE
072040         MOVE POL-Expiry-Days TO WS-Expiry-Limit
072050     END-IF
072100     IF WS-Password-Age > WS-Expiry-Limit
072200         MOVE "Y" TO WS-Sig-Pw-Overdue
072300     END-IF
072400     .
072500 2500-PASSWORD-SIGNALS-EXIT.
072600     EXIT.
072700
072800 2600-FIELD-CHANGES.
072900     IF WS-History-Missing
073000         GO TO 2600-FIELD-CHANGES-EXIT
073100     END-IF
073200     MOVE "N" TO WS-Scan-Switch
073300     MOVE UserId TO HIST-UserId
073400     MOVE ZERO TO HIST-Seq
073500     START HistoryFile KEY IS >= HistKey
073600         INVALID KEY
073700             SET WS-End-Of-Scan TO TRUE
073800     END-START
073900     PERFORM UNTIL WS-End-Of-Scan
074000         READ HistoryFile NEXT RECORD
074100             AT END SET WS-End-Of-Scan TO TRUE
074200         END-READ
074300         IF NOT WS-End-Of-Scan
074400             IF HIST-UserId = UserId
074500                 IF HIST-Change-Date > WS-Recent-Cutoff
074600                     PERFORM 2650-COUNT-IF-SENSITIVE
074700                         THRU 2650-COUNT-IF-SENSITIVE-EXIT
074800                 END-IF
074900             ELSE
075000                 SET WS-End-Of-Scan TO TRUE
075100             END-IF
075200         END-IF
075300     END-PERFORM
075400     .
075500 2600-FIELD-CHANGES-EXIT.
075600     EXIT.
075700
075800 2650-COUNT-IF-SENSITIVE.
075900     PERFORM VARYING WS-Sensitive-Index FROM 1 BY 1
076000             UNTIL WS-Sensitive-Index > 6
076100         IF HIST-Field-Name =
076200                 WS-Sensitive-Name(WS-Sensitive-Index)
076300             IF WS-Sig-Changes < 999
076400                 ADD 1 TO WS-Sig-Changes
076500             END-IF
076600             MOVE 6 TO WS-Sensitive-Index
076700         END-IF
076800     END-PERFORM
076900     .
077000 2650-COUNT-IF-SENSITIVE-EXIT.
077100     EXIT.
077200
077300*--------------------------------------------------------------
077400* Banded exactly as Nested-IFs bands RESULT: up to the first
077500* cut-off LOW, up to the second MEDIUM, above it HIGH.
077600*--------------------------------------------------------------
077700 2700-BAND-SCORE.
077800     EVALUATE TRUE
077900         WHEN WS-Score <= WS-Medium-Threshold
078000             MOVE "LOW" TO WS-Band
078100             ADD 1 TO WS-Low-Count
078200         WHEN WS-Score <= WS-High-Threshold
078300             MOVE "MEDIUM" TO WS-Band
078400             ADD 1 TO WS-Medium-Count
078500         WHEN OTHER
078600             MOVE "HIGH" TO WS-Band
078700             ADD 1 TO WS-High-Count
078800     END-EVALUATE
078900     .
079000 2700-BAND-SCORE-EXIT.
079100     EXIT.
079200
079300*--------------------------------------------------------------
079400* The register row keeps last night's score and band as the
079500* prior. A rerun the same business date leaves the prior as
079600* the first run set it, so it still means "last night".
079700*--------------------------------------------------------------
079800 2800-UPDATE-REGISTER.
079900     MOVE UserId TO RR-UserId
080000     READ RegisterFile
080100         INVALID KEY
080200             MOVE SPACES TO RiskRegRecord
080300             MOVE UserId TO RR-UserId
080400             MOVE ZERO TO RR-Prior-Score
080500             MOVE SPACES TO RR-Prior-Band
080600             MOVE WS-Run-Date TO RR-Band-Since
080700             MOVE ZERO TO RR-Score-Date
080800             MOVE WS-Band TO RR-Band
080900     END-READ
081000     IF RR-Score-Date NOT = WS-Run-Date
081100             AND RR-Score-Date NOT = ZERO
081200         MOVE RR-Score TO RR-Prior-Score
081300         MOVE RR-Band TO RR-Prior-Band
081400     END-IF
081500     IF RR-Band NOT = WS-Band
081600         MOVE WS-Run-Date TO RR-Band-Since
081700     END-IF
081800     MOVE RR-Prior-Band TO WS-Prior-Band
081900     MOVE WS-Run-Date TO RR-Score-Date
082000     MOVE WS-Score TO RR-Score
082100     MOVE WS-Band TO RR-Band
082200     MOVE WS-Sig-Failed TO RR-Failed-Count
082300     MOVE WS-Sig-Locks TO RR-Lock-Count
082400     MOVE WS-Sig-Fraud TO RR-Fraud-Count
082500     MOVE WS-Sig-Owner TO RR-Owner-Flag
082600     MOVE WS-Sig-Legacy TO RR-Legacy-Flag
082700     MOVE WS-Sig-Pw-Overdue TO RR-Pw-Overdue-Flag
082800     MOVE WS-Sig-Changes TO RR-Change-Count
082900     WRITE RiskRegRecord
083000         INVALID KEY
083100             REWRITE RiskRegRecord
083200     END-WRITE
083300     .
083400 2800-UPDATE-REGISTER-EXIT.
083500     EXIT.
083600
083700 2850-WRITE-WORK-RECORD.
083800     MOVE UserId TO WS-DL-UserId
083900     MOVE UserName TO WS-DL-UserName
084000     MOVE WS-Score TO WS-DL-Score
084100     MOVE WS-Band TO WS-DL-Band
084200     IF WS-Prior-Band = SPACES
084300         MOVE "NEW" TO WS-DL-Prior-Band
084400     ELSE
084500         MOVE WS-Prior-Band TO WS-DL-Prior-Band
084600     END-IF
084700     MOVE WS-Sig-Failed TO WS-DL-Failed
084800     MOVE WS-Sig-Locks TO WS-DL-Locks
084900     MOVE WS-Sig-Fraud TO WS-DL-Fraud
085000     MOVE WS-Sig-Changes TO WS-DL-Changes
085100     IF WS-Sig-Owner = SPACE
085200         MOVE "-" TO WS-DL-Owner
085300     ELSE
085400         MOVE WS-Sig-Owner TO WS-DL-Owner
085500     END-IF
085600     IF WS-Sig-Legacy = "Y"
085700         MOVE "Y" TO WS-DL-Legacy
085800     ELSE
085900         MOVE "-" TO WS-DL-Legacy
086000     END-IF
086100     IF WS-Sig-Pw-Overdue = "Y"
086200         MOVE "Y" TO WS-DL-Pw-Overdue
086300     ELSE
086400         MOVE "-" TO WS-DL-Pw-Overdue
086500     END-IF
086600     MOVE WS-Score TO WR-Score
086700     MOVE UserId TO WR-UserId
086800     MOVE WS-DL-Body TO WR-Body
086900     WRITE WorkRecord
087000     ADD 1 TO WS-Listed-Count
087100     .
087200 2850-WRITE-WORK-RECORD-EXIT.
087300     EXIT.
087400
087500*--------------------------------------------------------------
087600* Rows not scored tonight belong to accounts that have gone
087700* inactive, been erased or purged - the register carries only
087800* accounts that can still sign on.
087900*--------------------------------------------------------------
088000 2900-DROP-UNSCORED.
088100     MOVE "N" TO WS-Scan-Switch
088200     MOVE ZERO TO RR-UserId
088300     START RegisterFile KEY IS >= RR-UserId
088400         INVALID KEY
088500             SET WS-End-Of-Scan TO TRUE
088600     END-START
088700     PERFORM UNTIL WS-End-Of-Scan
088800         READ RegisterFile NEXT RECORD
088900             AT END SET WS-End-Of-Scan TO TRUE
089000         END-READ
089100         IF NOT WS-End-Of-Scan
089200                 AND RR-Score-Date NOT = WS-Run-Date
089300             DELETE RegisterFile RECORD
089400             ADD 1 TO WS-Dropped-Count
089500         END-IF
089600     END-PERFORM
089700     .
089800 2900-DROP-UNSCORED-EXIT.
089900     EXIT.
090000
090100 3000-WRITE-REPORT.
090200     OPEN OUTPUT ReportFile
090300     MOVE SPACES TO ReportRecord
090400     STRING "ACCOUNT RISK REGISTER - RUN " WS-Run-Date
090500         DELIMITED BY SIZE INTO ReportRecord
090600     WRITE ReportRecord
090700     MOVE WS-Recent-Days TO WS-Days-Disp
090800     MOVE WS-Note-Days TO WS-Days-Disp-2
090900     MOVE WS-Medium-Threshold TO WS-Cut-Disp
091000     MOVE WS-High-Threshold TO WS-Cut-Disp-2
091100     MOVE SPACES TO ReportRecord
091200     STRING "WINDOWS  SIGN-ON/CHANGES " WS-Days-Disp
091300         " DAYS  FRAUD NOTES " WS-Days-Disp-2 " DAYS"
091400         DELIMITED BY SIZE INTO ReportRecord
091500     WRITE ReportRecord
091600     MOVE SPACES TO ReportRecord
091700     STRING "WEIGHTS  FAIL " WS-Wt-Failed " LOCK " WS-Wt-Lockout
091800         " FRAUD " WS-Wt-Fraud " OWNER " WS-Wt-Owner
091900         " HASH " WS-Wt-Legacy " PWD " WS-Wt-Pw-Age
092000         " CHANGE " WS-Wt-Change
092100         DELIMITED BY SIZE INTO ReportRecord
092200     WRITE ReportRecord
092300     MOVE SPACES TO ReportRecord
092400     STRING "BANDS    LOW UP TO " WS-Cut-Disp
092500         "  MEDIUM UP TO " WS-Cut-Disp-2 "  HIGH ABOVE"
092600         DELIMITED BY SIZE INTO ReportRecord
092700     WRITE ReportRecord
092800     MOVE SPACES TO ReportRecord
092900     WRITE ReportRecord
093000     MOVE WS-Heading-Line TO ReportRecord
093100     WRITE ReportRecord
093200     MOVE "N" TO WS-Eof-Switch
093300     OPEN INPUT SortedFile
093400     READ SortedFile
093500         AT END SET WS-End-Of-Input TO TRUE
093600     END-READ
093700     PERFORM UNTIL WS-End-Of-Input
093800         PERFORM 3100-WRITE-RANKED-LINE
093900             THRU 3100-WRITE-RANKED-LINE-EXIT
094000         READ SortedFile
094100             AT END SET WS-End-Of-Input TO TRUE
094200         END-READ
094300     END-PERFORM
094400     CLOSE SortedFile
094500     MOVE SPACES TO ReportRecord
094600     WRITE ReportRecord
094700     MOVE WS-Low-Count TO WS-Count-Disp
094800     MOVE WS-Medium-Count TO WS-Count-Disp-2
094900     MOVE WS-High-Count TO WS-Count-Disp-3
095000     MOVE SPACES TO ReportRecord
095100     STRING "ACCOUNTS BY BAND  LOW " WS-Count-Disp
095200         "  MEDIUM " WS-Count-Disp-2 "  HIGH " WS-Count-Disp-3
095300         DELIMITED BY SIZE INTO ReportRecord
095400     WRITE ReportRecord
095500     COMPUTE WS-Count-Disp = WS-Scored-Count - WS-Listed-Count
095600     MOVE SPACES TO ReportRecord
095700     STRING "ACCOUNTS WITH NO SIGNAL (NOT LISTED): " WS-Count-Disp
095800         DELIMITED BY SIZE INTO ReportRecord
095900     WRITE ReportRecord
096000     MOVE WS-Dropped-Count TO WS-Count-Disp
096100     MOVE SPACES TO ReportRecord
096200     STRING "DROPPED FROM THE REGISTER: " WS-Count-Disp
096300         DELIMITED BY SIZE INTO ReportRecord
096400     WRITE ReportRecord
096500     IF WS-Signon-Dropped > 0
096600         MOVE WS-Signon-Dropped TO WS-Count-Disp
096700         MOVE SPACES TO ReportRecord
096800         STRING "SIGN-ON TABLE FULL - FAILED ATTEMPTS NOT "
096900             "SCORED: " WS-Count-Disp
097000             DELIMITED BY SIZE INTO ReportRecord
097100         WRITE ReportRecord
097200         MOVE "W" TO WS-Excp-Severity
097300         MOVE SPACES TO WS-Excp-Message
097400         STRING "SIGN-ON TABLE FULL - ATTEMPTS NOT SCORED: "
097500             WS-Count-Disp DELIMITED BY SIZE
097600             INTO WS-Excp-Message
097700         CALL "ExcpLog" USING WS-Program-Name,
097800             WS-Excp-Severity, WS-Excp-Message
097900         MOVE 4 TO WS-Eoj-Return-Code
098000     END-IF
098100     CLOSE ReportFile
098200     DISPLAY "ACCOUNTS SCORED: " WS-Scored-Count
098300     DISPLAY "LOW " WS-Low-Count " MEDIUM " WS-Medium-Count
098400         " HIGH " WS-High-Count
098500     .
098600 3000-WRITE-REPORT-EXIT.
098700     EXIT.
098800
098900*--------------------------------------------------------------
099000* Each HIGH line is also raised on its own, so the morning
099100* page names the accounts and not just the count.
099200*--------------------------------------------------------------
099300 3100-WRITE-RANKED-LINE.
099400     ADD 1 TO WS-Rank
099500     MOVE WS-Rank TO WS-DL-Rank
099600     MOVE SO-Body TO WS-DL-Body
099700     MOVE WS-Detail-Line TO ReportRecord
099800     WRITE ReportRecord
099900     IF WS-DL-Band = "HIGH"
100000         MOVE SO-Score TO WS-Count-Disp
100100         MOVE "W" TO WS-Excp-Severity
100200         MOVE SPACES TO WS-Excp-Message
100300         STRING "HIGH RISK ACCOUNT " SO-UserId " SCORE "
100400             WS-Count-Disp DELIMITED BY SIZE
100500             INTO WS-Excp-Message
100600         CALL "ExcpLog" USING WS-Program-Name,
100700             WS-Excp-Severity, WS-Excp-Message
100800     END-IF
100900     .
101000 3100-WRITE-RANKED-LINE-EXIT.
101100     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SecMetr.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Monthly security metrics pack. For the month on the card
000900* (YYYYMM; zeros for the business date's month) the month's
001000* SIGNJRNL.DAT, USRHIST.DAT and EXCEPTS.DAT are folded into
001100* one SECHIST.DAT row (the measures are set out in
001200* SECHIST.CPY): sign-on volume and failures, lockouts and
001300* how they were cleared, reset tokens issued and used,
001400* forced password changes, legacy-hash accounts left and
001500* unknown-id probes. A rerun replaces the month's row. The
001600* legacy-hash count is a head count of USERS.DATA as it
001700* stands, so a rerun for an earlier month keeps the count
001800* taken at the time when the row is already on file.
001900* SECMETR.TXT then sets the card month and the eleven
002000* before it side by side - a month with no row shows a
002100* dash - with the failure ratio (failures as a share of
002200* all password and passcode attempts) and each measure's
002300* movement against the prior month, so management can see
002400* whether things are getting better or worse instead of
002500* reading one day's SignRpt at a time.
002600*--------------------------------------------------------------
002700* MODIFICATION HISTORY
002800*--------------------------------------------------------------
002900* DATE       INIT DESCRIPTION
003000* ---------- ---- -------------------------------------------
003100* 2026-10-15 JWG  Original version.
003200*--------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS UserId
004000         FILE STATUS IS WS-File-Status.
004100     SELECT JournalFile ASSIGN TO DYNAMIC WS-P-SIGNJRNL-DAT
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-Journal-Status.
004400     SELECT HistoryFile ASSIGN TO DYNAMIC WS-P-USRHIST-DAT
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS HistKey
004800         FILE STATUS IS WS-History-Status.
004900     SELECT ExceptionFile ASSIGN TO DYNAMIC WS-P-EXCEPTS-DAT
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-Exception-Status.
005200     SELECT SecHistFile ASSIGN TO DYNAMIC WS-P-SECHIST-DAT
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS SEH-Month
005600         FILE STATUS IS WS-Sec-Hist-Status.
005700     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-SECMETR-TXT
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  UserDatabase.
006300     COPY "USERREC.CPY".
006400
006500 FD  JournalFile.
006600     COPY "SIGNJRNL.CPY".
006700
006800 FD  HistoryFile.
006900     COPY "USRHIST.CPY".
007000
007100 FD  ExceptionFile.
007200     COPY "EXCPREC.CPY".
007300
007400 FD  SecHistFile.
007500     COPY "SECHIST.CPY".
007600
007700 FD  ReportFile.
007800 01  ReportRecord            PIC X(132).
007900
008000 WORKING-STORAGE SECTION.
008100 01  WS-File-Status          PIC XX.
008200     88  WS-File-Not-Found   VALUE "35".
008300 01  WS-Journal-Status       PIC XX.
008400     88  WS-Journal-Missing      VALUE "35".
008500 01  WS-History-Status       PIC XX.
008600     88  WS-History-Missing      VALUE "35".
008700 01  WS-Exception-Status     PIC XX.
008800     88  WS-Exception-Missing    VALUE "35".
008900 01  WS-Sec-Hist-Status      PIC XX.
009000     88  WS-Sec-Hist-Missing     VALUE "35".
009100 01  WS-Eof-Switch           PIC X VALUE "N".
009200     88  WS-End-Of-Input         VALUE "Y".
009300 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
009400 01  WS-Run-Date             PIC 9(08).
009500 01  WS-Run-Time             PIC 9(08).
009600 01  WS-Card-Month-Text      PIC X(06).
009700 01  WS-Card-Month REDEFINES WS-Card-Month-Text
009800                             PIC 9(06).
009900 01  WS-Month-Parts.
010000     02  WS-MP-Year          PIC 9(04).
010100     02  WS-MP-Month         PIC 9(02).
010200 01  WS-Month-Num REDEFINES WS-Month-Parts
010300                             PIC 9(06).
010400 01  WS-Row-Month            PIC 9(06).
010500 01  WS-Policy-Operator      PIC X(10) VALUE "POLICY".
010600 01  WS-Signon-Operator      PIC X(10) VALUE "SIGNON".
010700 01  WS-Row-Exists           PIC X(01).
010800     88  WS-Row-Was-On-File      VALUE "Y".
010900*--------------------------------------------------------------
011000* The card month's measures, as folded.
011100*--------------------------------------------------------------
011200 01  WS-Month-Totals.
011300     02  WS-MT-Signons       PIC 9(09) COMP.
011400     02  WS-MT-Failures      PIC 9(09) COMP.
011500     02  WS-MT-Lockouts      PIC 9(07) COMP.
011600     02  WS-MT-Cooloff       PIC 9(07) COMP.
011700     02  WS-MT-Unlock        PIC 9(07) COMP.
011800     02  WS-MT-Issued        PIC 9(07) COMP.
011900     02  WS-MT-Used          PIC 9(07) COMP.
012000     02  WS-MT-Forced        PIC 9(07) COMP.
012100     02  WS-MT-Legacy        PIC 9(07) COMP.
012200     02  WS-MT-Probes        PIC 9(07) COMP.
012300     02  WS-MT-Alerts        PIC 9(05) COMP.
012400*--------------------------------------------------------------
012500* The twelve months on the report, oldest first; the card
012600* month is entry 12. Measures in report-row order; the
012700* failure ratio (row 3) is held apart as a percentage.
012800*--------------------------------------------------------------
012900 01  WS-Year-Table.
013000     02  WS-Yr-Entry OCCURS 12 TIMES.
013100         03  WS-Yr-Month         PIC 9(06).
013200         03  WS-Yr-On-File       PIC X(01).
013300         03  WS-Yr-Value         PIC 9(09) COMP
013400                                 OCCURS 12 TIMES.
013500         03  WS-Yr-Ratio         PIC 9(03)V9.
013600 01  WS-Yr-Index             PIC 9(02) COMP.
013700 01  WS-Metric-Index         PIC 9(02) COMP.
013800 01  WS-Ratio-Base           PIC 9(09) COMP.
013900 01  WS-Metric-Names.
014000     02  FILLER PIC X(20) VALUE "SIGN-ONS ACCEPTED".
014100     02  FILLER PIC X(20) VALUE "FAILED ATTEMPTS".
014200     02  FILLER PIC X(20) VALUE "FAILURE RATIO %".
014300     02  FILLER PIC X(20) VALUE "LOCKOUTS".
014400     02  FILLER PIC X(20) VALUE " CLEARED COOLING-OFF".
014500     02  FILLER PIC X(20) VALUE " CLEARED USERUNLOCK".
014600     02  FILLER PIC X(20) VALUE "RESET TOKENS ISSUED".
014700     02  FILLER PIC X(20) VALUE "RESET TOKENS USED".
014800     02  FILLER PIC X(20) VALUE "FORCED PW CHANGES".
014900     02  FILLER PIC X(20) VALUE "LEGACY-HASH ACCOUNTS".
015000     02  FILLER PIC X(20) VALUE "UNKNOWN-ID PROBES".
015100     02  FILLER PIC X(20) VALUE "PROBE ALERTS".
015200 01  WS-Metric-Name-Table REDEFINES WS-Metric-Names.
015300     02  WS-Metric-Name      PIC X(20) OCCURS 12 TIMES.
015400 01  WS-Heading-1.
015500     02  FILLER              PIC X(32)
015600         VALUE "SECURITY METRICS - 12 MONTHS TO ".
015700     02  WS-H1-Month         PIC 9(06).
015800 01  WS-Metric-Line.
015900     02  WS-ML-Label         PIC X(20).
016000     02  WS-ML-Cell          PIC X(08) OCCURS 12 TIMES.
016100     02  FILLER              PIC X(02) VALUE SPACES.
016200     02  WS-ML-Move          PIC X(10).
016300 01  WS-Cell-Count.
016400     02  FILLER              PIC X(01) VALUE SPACE.
016500     02  WS-CC-Value         PIC ZZZZZZ9.
016600 01  WS-Cell-Ratio.
016700     02  FILLER              PIC X(02) VALUE SPACES.
016800     02  WS-CR-Value         PIC ZZZ9.9.
016900 01  WS-Move-Count.
017000     02  FILLER              PIC X(01) VALUE SPACE.
017100     02  WS-MC-Value         PIC +(8)9.
017200 01  WS-Move-Ratio.
017300     02  FILLER              PIC X(04) VALUE SPACES.
017400     02  WS-MR-Value         PIC +ZZ9.9.
017500 01  WS-Movement             PIC S9(09) COMP.
017600 01  WS-Ratio-Movement       PIC S9(03)V9.
017700 01  WS-Count-Disp           PIC ZZZZZZ9.
017800 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
017900 01  WS-P-SIGNJRNL-DAT      PIC X(30) VALUE "SIGNJRNL.DAT".
018000 01  WS-P-USRHIST-DAT       PIC X(30) VALUE "USRHIST.DAT".
018100 01  WS-P-EXCEPTS-DAT       PIC X(30) VALUE "EXCEPTS.DAT".
018200 01  WS-P-SECHIST-DAT       PIC X(30) VALUE "SECHIST.DAT".
018300 01  WS-P-SECMETR-TXT       PIC X(30) VALUE "SECMETR.TXT".
018400 01  WS-Eoj-Start-Time       PIC 9(08).
018500 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
018600 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
018700 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
018800 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
018900 01  WS-Program-Name         PIC X(20) VALUE "SECMETR".
019000
019100 PROCEDURE DIVISION.
019200
019300 0000-MAINLINE.
019400     CALL "PreDefMsg" USING WS-Program-Name
019500     ACCEPT WS-Eoj-Start-Time FROM TIME
019600     CALL "EnvName" USING WS-P-USERS-DATA
019700     CALL "EnvName" USING WS-P-SIGNJRNL-DAT
019800     CALL "EnvName" USING WS-P-USRHIST-DAT
019900     CALL "EnvName" USING WS-P-EXCEPTS-DAT
020000     CALL "EnvName" USING WS-P-SECHIST-DAT
020100     CALL "EnvName" USING WS-P-SECMETR-TXT
020200     DISPLAY "MONTHLY SECURITY METRICS PACK"
020300     DISPLAY "============================="
020400     CALL "BusDate" USING WS-Run-Date
020500     ACCEPT WS-Card-Month-Text
020600     IF WS-Card-Month-Text = SPACES
020700         MOVE ZEROS TO WS-Card-Month-Text
020800     END-IF
020900     IF WS-Card-Month-Text NOT NUMERIC
021000         DISPLAY "MONTH CARD NOT NUMERIC - NO METRICS."
021100         MOVE 8 TO WS-Eoj-Return-Code
021200         GO TO 0000-WRAP-UP
021300     END-IF
021400     IF WS-Card-Month = 0
021500         MOVE WS-Run-Date(1:6) TO WS-Month-Num
021600     ELSE
021700         MOVE WS-Card-Month TO WS-Month-Num
021800     END-IF
021900     IF WS-MP-Month < 1 OR WS-MP-Month > 12
022000         DISPLAY "MONTH CARD NOT A VALID YYYYMM - NO METRICS."
022100         MOVE 8 TO WS-Eoj-Return-Code
022200         GO TO 0000-WRAP-UP
022300     END-IF
022400     INITIALIZE WS-Month-Totals
022500     PERFORM 1000-FOLD-SIGNONS THRU 1000-FOLD-SIGNONS-EXIT
022600     PERFORM 1100-FOLD-HISTORY THRU 1100-FOLD-HISTORY-EXIT
022700     PERFORM 1200-FOLD-EXCEPTIONS
022800         THRU 1200-FOLD-EXCEPTIONS-EXIT
022900     PERFORM 1300-COUNT-LEGACY THRU 1300-COUNT-LEGACY-EXIT
023000     PERFORM 2000-STORE-MONTH THRU 2000-STORE-MONTH-EXIT
023100     IF WS-Eoj-Return-Code > 4
023200         GO TO 0000-WRAP-UP
023300     END-IF
023400     PERFORM 3000-LOAD-YEAR THRU 3000-LOAD-YEAR-EXIT
023500     PERFORM 4000-WRITE-REPORT THRU 4000-WRITE-REPORT-EXIT
023600     .
023700 0000-WRAP-UP.
023800     CALL "EndMsg" USING WS-Program-Name,
023900         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
024000         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
024100         WS-Eoj-Return-Code
024200     MOVE WS-Eoj-Return-Code TO RETURN-CODE
024300     STOP RUN.
024400
024500*--------------------------------------------------------------
024600* The month's sign-on journal.
024700*--------------------------------------------------------------
024800 1000-FOLD-SIGNONS.
024900     OPEN INPUT JournalFile
025000     IF WS-Journal-Missing
025100         DISPLAY "SIGNJRNL.DAT NOT FOUND - NO SIGN-ON ACTIVITY."
025200         GO TO 1000-FOLD-SIGNONS-EXIT
025300     END-IF
025400     MOVE "N" TO WS-Eof-Switch
025500     READ JournalFile
025600         AT END SET WS-End-Of-Input TO TRUE
025700     END-READ
025800     PERFORM UNTIL WS-End-Of-Input
025900         ADD 1 TO WS-Eoj-Read-Count
026000         MOVE SJ-Date(1:6) TO WS-Row-Month
026100         IF WS-Row-Month = WS-Month-Num
026200             EVALUATE TRUE
026300                 WHEN SJ-Accepted OR SJ-Token-Accepted
026400                     ADD 1 TO WS-MT-Signons
026500                 WHEN SJ-Bad-Password OR SJ-Passcode-Wrong
026600                     ADD 1 TO WS-MT-Failures
026700                 WHEN SJ-Caused-Lock OR SJ-Passcode-Locked
026800                     ADD 1 TO WS-MT-Failures
026900                     ADD 1 TO WS-MT-Lockouts
027000                 WHEN SJ-Unknown-Id
027100                     ADD 1 TO WS-MT-Probes
027200                 WHEN OTHER
027300                     CONTINUE
027400             END-EVALUATE
027500         END-IF
027600         READ JournalFile
027700             AT END SET WS-End-Of-Input TO TRUE
027800         END-READ
027900     END-PERFORM
028000     CLOSE JournalFile
028100     .
028200 1000-FOLD-SIGNONS-EXIT.
028300     EXIT.
028400
028500*--------------------------------------------------------------
028600* The month's change history, read straight through.
028700*--------------------------------------------------------------
028800 1100-FOLD-HISTORY.
028900     OPEN INPUT HistoryFile
029000     IF WS-History-Missing
029100         DISPLAY "USRHIST.DAT NOT FOUND - NO CHANGE HISTORY."
029200         GO TO 1100-FOLD-HISTORY-EXIT
029300     END-IF
029400     MOVE "N" TO WS-Eof-Switch
029500     READ HistoryFile NEXT RECORD
029600         AT END SET WS-End-Of-Input TO TRUE
029700     END-READ
029800     PERFORM UNTIL WS-End-Of-Input
029900         ADD 1 TO WS-Eoj-Read-Count
030000         MOVE HIST-Change-Date(1:6) TO WS-Row-Month
030100         IF WS-Row-Month = WS-Month-Num
030200             PERFORM 1150-COUNT-CHANGE
030300                 THRU 1150-COUNT-CHANGE-EXIT
030400         END-IF
030500         READ HistoryFile NEXT RECORD
030600             AT END SET WS-End-Of-Input TO TRUE
030700         END-READ
030800     END-PERFORM
030900     CLOSE HistoryFile
031000     .
031100 1100-FOLD-HISTORY-EXIT.
031200     EXIT.
031300
031400 1150-COUNT-CHANGE.
031500     EVALUATE TRUE
031600         WHEN HIST-Field-Name = "STATUS"
031700                 AND HIST-Old-Value = "L"
031800                 AND HIST-New-Value = "A"
031900             IF HIST-Operator = WS-Policy-Operator
032000                 ADD 1 TO WS-MT-Cooloff
032100             ELSE
032200                 ADD 1 TO WS-MT-Unlock
032300             END-IF
032400         WHEN HIST-Field-Name = "RESETTOKEN"
032500                 AND HIST-New-Value = "ISSUED"
032600             ADD 1 TO WS-MT-Issued
032700         WHEN HIST-Field-Name = "RESETTOKEN"
032800                 AND HIST-New-Value = "USED"
032900             ADD 1 TO WS-MT-Used
033000         WHEN HIST-Field-Name = "PASSWORD"
033100                 AND HIST-Operator = WS-Signon-Operator
033200             ADD 1 TO WS-MT-Forced
033300         WHEN OTHER
033400             CONTINUE
033500     END-EVALUATE
033600     .
033700 1150-COUNT-CHANGE-EXIT.
033800     EXIT.
033900
034000*--------------------------------------------------------------
034100* SignRpt's unknown-id probe warnings raised in the month.
034200*--------------------------------------------------------------
034300 1200-FOLD-EXCEPTIONS.
034400     OPEN INPUT ExceptionFile
034500     IF WS-Exception-Missing
034600         GO TO 1200-FOLD-EXCEPTIONS-EXIT
034700     END-IF
034800     MOVE "N" TO WS-Eof-Switch
034900     READ ExceptionFile
035000         AT END SET WS-End-Of-Input TO TRUE
035100     END-READ
035200     PERFORM UNTIL WS-End-Of-Input
035300         ADD 1 TO WS-Eoj-Read-Count
035400         MOVE EXC-Date(1:6) TO WS-Row-Month
035500         IF WS-Row-Month = WS-Month-Num
035600                 AND EXC-Program = "SIGNRPT"
035700                 AND EXC-Message(1:14) = "SIGN-ON PROBES"
035800             ADD 1 TO WS-MT-Alerts
035900         END-IF
036000         READ ExceptionFile
036100             AT END SET WS-End-Of-Input TO TRUE
036200         END-READ
036300     END-PERFORM
036400     CLOSE ExceptionFile
036500     .
036600 1200-FOLD-EXCEPTIONS-EXIT.
036700     EXIT.
036800
036900*--------------------------------------------------------------
037000* Accounts still on a legacy password hash (PwMigRpt's test).
037100*--------------------------------------------------------------
037200 1300-COUNT-LEGACY.
037300     OPEN INPUT UserDatabase
037400     IF WS-File-Not-Found
037500         DISPLAY "USERS.DATA NOT FOUND - NO METRICS."
037600         MOVE 8 TO WS-Eoj-Return-Code
037700         GO TO 1300-COUNT-LEGACY-EXIT
037800     END-IF
037900     READ UserDatabase NEXT RECORD
038000         AT END SET EndOfUserDb TO TRUE
038100     END-READ
038200     PERFORM UNTIL EndOfUserDb
038300         IF UserId NOT = WS-Trailer-Id
038400             ADD 1 TO WS-Eoj-Read-Count
038500             IF NOT HashIsCurrent
038600                 ADD 1 TO WS-MT-Legacy
038700             END-IF
038800         END-IF
038900         READ UserDatabase NEXT RECORD
039000             AT END SET EndOfUserDb TO TRUE
039100         END-READ
039200     END-PERFORM
039300     CLOSE UserDatabase
039400     .
039500 1300-COUNT-LEGACY-EXIT.
039600     EXIT.
039700
039800 2000-STORE-MONTH.
039900     IF WS-Eoj-Return-Code > 4
040000         GO TO 2000-STORE-MONTH-EXIT
040100     END-IF
040200     OPEN I-O SecHistFile
040300     IF WS-Sec-Hist-Missing
040400         OPEN OUTPUT SecHistFile
040500         CLOSE SecHistFile
040600         OPEN I-O SecHistFile
040700     END-IF
040800     MOVE "N" TO WS-Row-Exists
040900     MOVE WS-Month-Num TO SEH-Month
041000     READ SecHistFile
041100         INVALID KEY
041200             CONTINUE
041300         NOT INVALID KEY
041400             MOVE "Y" TO WS-Row-Exists
041500     END-READ
041600     IF WS-Row-Was-On-File
041700             AND WS-Month-Num NOT = WS-Run-Date(1:6)
041800         MOVE SEH-Legacy-Hash TO WS-MT-Legacy
041900     END-IF
042000     INITIALIZE SecHistRecord
042100     ACCEPT WS-Run-Time FROM TIME
042200     MOVE WS-Month-Num TO SEH-Month
042300     MOVE WS-MT-Signons TO SEH-Signons
042400     MOVE WS-MT-Failures TO SEH-Failures
042500     MOVE WS-MT-Lockouts TO SEH-Lockouts
042600     MOVE WS-MT-Cooloff TO SEH-Cleared-Cooloff
042700     MOVE WS-MT-Unlock TO SEH-Cleared-Unlock
042800     MOVE WS-MT-Issued TO SEH-Tokens-Issued
042900     MOVE WS-MT-Used TO SEH-Tokens-Used
043000     MOVE WS-MT-Forced TO SEH-Forced-Changes
043100     MOVE WS-MT-Legacy TO SEH-Legacy-Hash
043200     MOVE WS-MT-Probes TO SEH-Unknown-Probes
043300     MOVE WS-MT-Alerts TO SEH-Probe-Alerts
043400     MOVE WS-Run-Date TO SEH-Built-Date
043500     MOVE WS-Run-Time TO SEH-Built-Time
043600     IF WS-Row-Was-On-File
043700         REWRITE SecHistRecord
043800     ELSE
043900         WRITE SecHistRecord
044000     END-IF
044100     ADD 1 TO WS-Eoj-Written-Count
044200     CLOSE SecHistFile
044300     .
044400 2000-STORE-MONTH-EXIT.
044500     EXIT.
044600
044700*--------------------------------------------------------------
044800* The card month and the eleven before it, newest last.
044900*--------------------------------------------------------------
045000 3000-LOAD-YEAR.
045100     OPEN INPUT SecHistFile
045200     PERFORM VARYING WS-Yr-Index FROM 12 BY -1
045300             UNTIL WS-Yr-Index < 1
045400         MOVE WS-Month-Num TO WS-Yr-Month(WS-Yr-Index)
045500         MOVE "N" TO WS-Yr-On-File(WS-Yr-Index)
045600         MOVE WS-Month-Num TO SEH-Month
045700         READ SecHistFile
045800             INVALID KEY
045900                 CONTINUE
046000             NOT INVALID KEY
046100                 PERFORM 3100-TAKE-MONTH
046200                     THRU 3100-TAKE-MONTH-EXIT
046300         END-READ
046400         IF WS-MP-Month = 1
046500             MOVE 12 TO WS-MP-Month
046600             SUBTRACT 1 FROM WS-MP-Year
046700         ELSE
046800             SUBTRACT 1 FROM WS-MP-Month
046900         END-IF
047000     END-PERFORM
047100     CLOSE SecHistFile
047200     MOVE WS-Yr-Month(12) TO WS-Month-Num
047300     .
047400 3000-LOAD-YEAR-EXIT.
047500     EXIT.
047600
047700 3100-TAKE-MONTH.
047800     MOVE "Y" TO WS-Yr-On-File(WS-Yr-Index)
047900     MOVE SEH-Signons TO WS-Yr-Value(WS-Yr-Index, 1)
048000     MOVE SEH-Failures TO WS-Yr-Value(WS-Yr-Index, 2)
048100     MOVE 0 TO WS-Yr-Value(WS-Yr-Index, 3)
048200     MOVE SEH-Lockouts TO WS-Yr-Value(WS-Yr-Index, 4)
048300     MOVE SEH-Cleared-Cooloff TO WS-Yr-Value(WS-Yr-Index, 5)
048400     MOVE SEH-Cleared-Unlock TO WS-Yr-Value(WS-Yr-Index, 6)
048500     MOVE SEH-Tokens-Issued TO WS-Yr-Value(WS-Yr-Index, 7)
048600     MOVE SEH-Tokens-Used TO WS-Yr-Value(WS-Yr-Index, 8)
048700     MOVE SEH-Forced-Changes TO WS-Yr-Value(WS-Yr-Index, 9)
048800     MOVE SEH-Legacy-Hash TO WS-Yr-Value(WS-Yr-Index, 10)
048900     MOVE SEH-Unknown-Probes TO WS-Yr-Value(WS-Yr-Index, 11)
049000     MOVE SEH-Probe-Alerts TO WS-Yr-Value(WS-Yr-Index, 12)
049100     COMPUTE WS-Ratio-Base = SEH-Signons + SEH-Failures
049200     IF WS-Ratio-Base = 0
049300         MOVE 0 TO WS-Yr-Ratio(WS-Yr-Index)
049400     ELSE
049500         COMPUTE WS-Yr-Ratio(WS-Yr-Index) ROUNDED =
049600             SEH-Failures * 100 / WS-Ratio-Base
049700     END-IF
049800     .
049900 3100-TAKE-MONTH-EXIT.
050000     EXIT.
050100
050200*--------------------------------------------------------------
050300* One line per measure, a column per month, and the card
050400* month's movement against the month before (n/a when
050500* either month has no row).
050600*--------------------------------------------------------------
050700 4000-WRITE-REPORT.
050800     OPEN OUTPUT ReportFile
050900     MOVE WS-Month-Num TO WS-H1-Month
051000     MOVE WS-Heading-1 TO ReportRecord
051100     WRITE ReportRecord
051200     DISPLAY ReportRecord
051300     MOVE SPACES TO ReportRecord
051400     WRITE ReportRecord
051500     MOVE SPACES TO WS-Metric-Line
051600     MOVE "MEASURE" TO WS-ML-Label
051700     PERFORM VARYING WS-Yr-Index FROM 1 BY 1
051800             UNTIL WS-Yr-Index > 12
051900         MOVE SPACES TO WS-ML-Cell(WS-Yr-Index)
052000         MOVE WS-Yr-Month(WS-Yr-Index)
052100             TO WS-ML-Cell(WS-Yr-Index)(3:6)
052200     END-PERFORM
052300     MOVE "  MOVEMENT" TO WS-ML-Move
052400     MOVE WS-Metric-Line TO ReportRecord
052500     WRITE ReportRecord
052600     PERFORM 4100-ONE-MEASURE THRU 4100-ONE-MEASURE-EXIT
052700         VARYING WS-Metric-Index FROM 1 BY 1
052800         UNTIL WS-Metric-Index > 12
052900     MOVE SPACES TO ReportRecord
053000     WRITE ReportRecord
053100     MOVE SPACES TO ReportRecord
053200     STRING "FAILURE RATIO = FAILED ATTEMPTS AS A SHARE OF "
053300         "ACCEPTED PLUS FAILED. LEGACY-HASH ACCOUNTS ARE "
053400         "COUNTED WHEN THE MONTH IS BUILT."
053500         DELIMITED BY SIZE INTO ReportRecord
053600     WRITE ReportRecord
053700     CLOSE ReportFile
053800     .
053900 4000-WRITE-REPORT-EXIT.
054000     EXIT.
054100
054200 4100-ONE-MEASURE.
054300     MOVE SPACES TO WS-Metric-Line
054400     MOVE WS-Metric-Name(WS-Metric-Index) TO WS-ML-Label
054500     PERFORM VARYING WS-Yr-Index FROM 1 BY 1
054600             UNTIL WS-Yr-Index > 12
054700         IF WS-Yr-On-File(WS-Yr-Index) NOT = "Y"
054800             MOVE "       -" TO WS-ML-Cell(WS-Yr-Index)
054900         ELSE
055000             IF WS-Metric-Index = 3
055100                 MOVE WS-Yr-Ratio(WS-Yr-Index) TO WS-CR-Value
055200                 MOVE WS-Cell-Ratio TO WS-ML-Cell(WS-Yr-Index)
055300             ELSE
055400                 MOVE WS-Yr-Value(WS-Yr-Index, WS-Metric-Index)
055500                     TO WS-CC-Value
055600                 MOVE WS-Cell-Count TO WS-ML-Cell(WS-Yr-Index)
055700             END-IF
055800         END-IF
055900     END-PERFORM
056000     IF WS-Yr-On-File(11) NOT = "Y"
056100             OR WS-Yr-On-File(12) NOT = "Y"
056200         MOVE "       n/a" TO WS-ML-Move
056300     ELSE
056400         IF WS-Metric-Index = 3
056500             COMPUTE WS-Ratio-Movement =
056600                 WS-Yr-Ratio(12) - WS-Yr-Ratio(11)
056700             MOVE WS-Ratio-Movement TO WS-MR-Value
056800             MOVE WS-Move-Ratio TO WS-ML-Move
056900         ELSE
057000             COMPUTE WS-Movement =
057100                 WS-Yr-Value(12, WS-Metric-Index)
057200                 - WS-Yr-Value(11, WS-Metric-Index)
057300             MOVE WS-Movement TO WS-MC-Value
057400             MOVE WS-Move-Count TO WS-ML-Move
057500         END-IF
057600     END-IF
057700     MOVE WS-Metric-Line TO ReportRecord
057800     WRITE ReportRecord
057900     DISPLAY ReportRecord
058000     .
058100 4100-ONE-MEASURE-EXIT.
058200     EXIT.

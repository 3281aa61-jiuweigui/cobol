000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SvcConf.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Service-account owner re-confirmation. A service account
000900* (AccountType "S") is exempt from the UserDorm sweep - a
001000* program's identity may sign on rarely by design - so the
001100* control that keeps it honest is its owner confirming, once
001200* a year, that it is still needed and still theirs. This
001300* nightly report lists every service account not yet
001400* deactivated whose OwnerConfirmDate is more than a year
001500* old (or was never set) as OVERDUE, and the ones falling due
001600* inside the next 30 days as DUE SOON, with the owner's name
001700* from CONTACT.DAT. An owner who has left or is missing from
001800* the directory is listed as OVERDUE whatever the date - the
001900* confirmation is worthless. The confirmation itself is keyed
002000* on the UserMaint panel. Output SVCCONF.TXT; any overdue
002100* account raises a warning through ExcpLog so the morning
002200* summary shows the count.
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
003300     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS UserId
003700         FILE STATUS IS WS-File-Status.
003800     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-SVCCONF-TXT
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  UserDatabase.
004400     COPY "USERREC.CPY".
004500
004600 FD  ReportFile.
004700 01  ReportRecord            PIC X(80).
004800
004900 WORKING-STORAGE SECTION.
005000 01  WS-File-Status          PIC XX.
005100     88  WS-File-Not-Found   VALUE "35".
005200 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
005300 01  WS-Run-Date             PIC 9(08).
005400 01  WS-Run-Integer          PIC 9(09) COMP.
005500 01  WS-Confirm-Days         PIC 9(03) VALUE 365.
005600 01  WS-Warning-Lead-Days    PIC 9(03) VALUE 30.
005700 01  WS-Due-Integer          PIC 9(09) COMP.
005800 01  WS-Due-Date             PIC 9(08).
005900 01  WS-Confirm-Disp         PIC 9(08).
006000 01  WS-Conf-Class           PIC X(08).
006100 01  WS-Owner-Ok             PIC X(01).
006200 01  WS-Owner-Name           PIC X(30).
006300 01  WS-Owner-Department     PIC X(15).
006400 01  WS-Service-Count        PIC 9(05) COMP VALUE 0.
006500 01  WS-Overdue-Count        PIC 9(05) COMP VALUE 0.
006600 01  WS-Due-Soon-Count       PIC 9(05) COMP VALUE 0.
006700 01  WS-Count-Disp           PIC ZZZZ9.
006800 01  WS-Count-Disp-2         PIC ZZZZ9.
006900 01  WS-Excp-Severity        PIC X(01).
007000 01  WS-Excp-Message         PIC X(60).
007100 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
007200 01  WS-P-SVCCONF-TXT       PIC X(30) VALUE "SVCCONF.TXT".
007300 01  WS-Eoj-Start-Time       PIC 9(08).
007400 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
007500 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
007600 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
007700 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
007800 01  WS-Program-Name         PIC X(20) VALUE "SVCCONF".
007900
008000 PROCEDURE DIVISION.
008100
008200 0000-MAINLINE.
008300     CALL "PreDefMsg" USING WS-Program-Name
008400     ACCEPT WS-Eoj-Start-Time FROM TIME
008500     CALL "EnvName" USING WS-P-USERS-DATA
008600     CALL "EnvName" USING WS-P-SVCCONF-TXT
008700     DISPLAY "SERVICE-ACCOUNT OWNER RE-CONFIRMATION"
008800     DISPLAY "====================================="
008900     CALL "BusDate" USING WS-Run-Date
009000     COMPUTE WS-Run-Integer =
009100         FUNCTION INTEGER-OF-DATE(WS-Run-Date)
009200     PERFORM 2000-SCAN-ACCOUNTS THRU 2000-SCAN-ACCOUNTS-EXIT
009300     IF WS-Overdue-Count > 0
009400         MOVE WS-Overdue-Count TO WS-Count-Disp
009500         MOVE "W" TO WS-Excp-Severity
009600         MOVE SPACES TO WS-Excp-Message
009700         STRING "SERVICE ACCOUNTS OVERDUE OWNER CONFIRM: "
009800             WS-Count-Disp DELIMITED BY SIZE
009900             INTO WS-Excp-Message
010000         CALL "ExcpLog" USING WS-Program-Name,
010100             WS-Excp-Severity, WS-Excp-Message
010200     END-IF
010300     MOVE WS-Service-Count TO WS-Eoj-Read-Count
010400     COMPUTE WS-Eoj-Written-Count =
010500         WS-Overdue-Count + WS-Due-Soon-Count
010600     CALL "EndMsg" USING WS-Program-Name,
010700         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
010800         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
010900         WS-Eoj-Return-Code
011000     MOVE WS-Eoj-Return-Code TO RETURN-CODE
011100     STOP RUN.
011200
011300 2000-SCAN-ACCOUNTS.
011400     OPEN INPUT UserDatabase
011500     IF WS-File-Not-Found
011600         DISPLAY "USERS.DATA NOT FOUND - NOTHING TO CHECK."
011700         MOVE 8 TO WS-Eoj-Return-Code
011800         GO TO 2000-SCAN-ACCOUNTS-EXIT
011900     END-IF
012000     OPEN OUTPUT ReportFile
012100     MOVE SPACES TO ReportRecord
012200     STRING "SERVICE-ACCOUNT OWNER CONFIRMATION - RUN "
012300         WS-Run-Date DELIMITED BY SIZE INTO ReportRecord
012400     WRITE ReportRecord
012500     MOVE SPACES TO ReportRecord
012600     STRING "USERID   NAME  CLASS    CONFIRMED DUE      "
012700         "OWNER" DELIMITED BY SIZE INTO ReportRecord
012800     WRITE ReportRecord
012900     READ UserDatabase NEXT RECORD
013000         AT END SET EndOfUserDb TO TRUE
013100     END-READ
013200     PERFORM UNTIL EndOfUserDb
013300         IF UserId NOT = WS-Trailer-Id
013400                 AND AccountIsService
013500                 AND NOT AccountIsInactive
013600             ADD 1 TO WS-Service-Count
013700             PERFORM 2100-CHECK-ONE-ACCOUNT
013800                 THRU 2100-CHECK-ONE-ACCOUNT-EXIT
013900         END-IF
014000         READ UserDatabase NEXT RECORD
014100             AT END SET EndOfUserDb TO TRUE
014200         END-READ
014300     END-PERFORM
014400     MOVE WS-Overdue-Count TO WS-Count-Disp
014500     MOVE WS-Due-Soon-Count TO WS-Count-Disp-2
014600     MOVE SPACES TO ReportRecord
014700     STRING "OVERDUE: " WS-Count-Disp "  DUE SOON: "
014800         WS-Count-Disp-2 DELIMITED BY SIZE INTO ReportRecord
014900     WRITE ReportRecord
015000     DISPLAY "OVERDUE: " WS-Count-Disp "  DUE SOON: "
015100         WS-Count-Disp-2
015200     CLOSE ReportFile
015300     CLOSE UserDatabase
015400     .
015500 2000-SCAN-ACCOUNTS-EXIT.
015600     EXIT.
015700
015800*--------------------------------------------------------------
015900* Due is the confirmation date plus a year. A confirmation
016000* never recorded (zero or non-numeric) is overdue today.
016100*--------------------------------------------------------------
016200 2100-CHECK-ONE-ACCOUNT.
016300     MOVE SPACES TO WS-Conf-Class
016400     IF OwnerConfirmDate IS NOT NUMERIC
016500             OR OwnerConfirmDate = ZERO
016600         MOVE ZERO TO WS-Confirm-Disp
016700         MOVE WS-Run-Date TO WS-Due-Date
016800         MOVE "OVERDUE" TO WS-Conf-Class
016900     ELSE
017000         MOVE OwnerConfirmDate TO WS-Confirm-Disp
017100         COMPUTE WS-Due-Integer =
017200             FUNCTION INTEGER-OF-DATE(OwnerConfirmDate)
017300             + WS-Confirm-Days
017400         COMPUTE WS-Due-Date =
017500             FUNCTION DATE-OF-INTEGER(WS-Due-Integer)
017600         EVALUATE TRUE
017700             WHEN WS-Due-Integer <= WS-Run-Integer
017800                 MOVE "OVERDUE" TO WS-Conf-Class
017900             WHEN WS-Due-Integer - WS-Run-Integer
018000                     <= WS-Warning-Lead-Days
018100                 MOVE "DUE SOON" TO WS-Conf-Class
018200         END-EVALUATE
018300     END-IF
018400     CALL "EmpVal" USING OwnerEmpId, WS-Owner-Ok,
018500         WS-Owner-Name, WS-Owner-Department
018600     EVALUATE WS-Owner-Ok
018700         WHEN "Y"
018800             CONTINUE
018900         WHEN "L"
019000             MOVE "OVERDUE" TO WS-Conf-Class
019100             MOVE "(OWNER HAS LEFT)" TO WS-Owner-Name
019200         WHEN OTHER
019300             MOVE "OVERDUE" TO WS-Conf-Class
019400             MOVE "(NO CURRENT OWNER)" TO WS-Owner-Name
019500     END-EVALUATE
019600     IF WS-Conf-Class = SPACES
019700         GO TO 2100-CHECK-ONE-ACCOUNT-EXIT
019800     END-IF
019900     IF WS-Conf-Class = "OVERDUE"
020000         ADD 1 TO WS-Overdue-Count
020100     ELSE
020200         ADD 1 TO WS-Due-Soon-Count
020300     END-IF
020400     MOVE SPACES TO ReportRecord
020500     STRING UserId " " UserName " " WS-Conf-Class " "
020600         WS-Confirm-Disp "  " WS-Due-Date " " OwnerEmpId " "
020700         WS-Owner-Name DELIMITED BY SIZE INTO ReportRecord
020800     WRITE ReportRecord
020900     .
021000 2100-CHECK-ONE-ACCOUNT-EXIT.
021100     EXIT.

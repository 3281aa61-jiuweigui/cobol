000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. IdMap.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* One-time UserId conversion map for the check-digit change:
000900* lists every USERS.DATA account with its stored eight-digit
001000* UserId beside the nine-digit form people now key and feeds
001100* now send (the id followed by its IdChk check digit), with
001200* the UserName, name and status so the service desk can
001300* tell a caller their new form, and HR and the identity
001400* system can re-key their copies before the *IDPLAIN
001500* transition date on ENVCTL.DAT closes the plain form on
001600* the feeds. Writes IDMAP.TXT in UserId order. Run on demand,
001700* like the other conversion steps - it is not in NIGHTLY.
001800*--------------------------------------------------------------
001900* MODIFICATION HISTORY
002000*--------------------------------------------------------------
002100* DATE       INIT DESCRIPTION
002200* ---------- ---- -------------------------------------------
002300* 2026-10-15 JWG  Original version.
002350* 2026-10-15 JWG  Lists the name as given and family name.
002400*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS UserId
003200         FILE STATUS IS WS-File-Status.
003300     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-IDMAP-TXT
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  UserDatabase.
003900     COPY "USERREC.CPY".
004000
004100 FD  ReportFile.
004200 01  ReportRecord            PIC X(90).
004300
004400 WORKING-STORAGE SECTION.
004500 01  WS-File-Status          PIC XX.
004600     88  WS-File-Not-Found   VALUE "35".
004700 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
004800 01  WS-Run-Date             PIC 9(08).
004900 01  WS-Id-Make              PIC X(01) VALUE "M".
005000 01  WS-Keyed-UserId         PIC X(09).
005100 01  WS-Id-Check             PIC X(01).
005200 01  WS-Map-Count            PIC 9(09) COMP VALUE 0.
005300 01  WS-Count-Disp           PIC ZZZZZZZZ9.
005400 01  WS-Map-Line.
005500     02  WS-Map-UserId       PIC 9(08).
005600     02  FILLER              PIC X(04) VALUE SPACES.
005700     02  WS-Map-Keyed-Id     PIC X(09).
005800     02  FILLER              PIC X(04) VALUE SPACES.
005900     02  WS-Map-UserName     PIC X(05).
006000     02  FILLER              PIC X(03) VALUE SPACES.
006100     02  WS-Map-Name         PIC X(30).
006200     02  FILLER              PIC X(03) VALUE SPACES.
006300     02  WS-Map-Status       PIC X(01).
006400 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
006500 01  WS-P-IDMAP-TXT         PIC X(30) VALUE "IDMAP.TXT".
006600 01  WS-Eoj-Start-Time       PIC 9(08).
006700 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
006800 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
006900 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
007000 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
007050 01  WS-Full-Name            PIC X(61).
007100 01  WS-Program-Name         PIC X(20) VALUE "IDMAP".
007200
007300 PROCEDURE DIVISION.
007400
007500 0000-MAINLINE.
007600     CALL "PreDefMsg" USING WS-Program-Name
007700     ACCEPT WS-Eoj-Start-Time FROM TIME
007800     CALL "EnvName" USING WS-P-USERS-DATA
007900     CALL "EnvName" USING WS-P-IDMAP-TXT
008000     DISPLAY "USERID CHECK-DIGIT CONVERSION MAP"
008100     DISPLAY "================================="
008200     CALL "BusDate" USING WS-Run-Date
008300     PERFORM 2000-MAP-ACCOUNTS THRU 2000-MAP-ACCOUNTS-EXIT
008400     MOVE WS-Map-Count TO WS-Eoj-Written-Count
008500     CALL "EndMsg" USING WS-Program-Name,
008600         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
008700         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
008800         WS-Eoj-Return-Code
008900     MOVE WS-Eoj-Return-Code TO RETURN-CODE
009000     STOP RUN.
009100
009200 2000-MAP-ACCOUNTS.
009300     OPEN INPUT UserDatabase
009400     IF WS-File-Not-Found
009500         DISPLAY "USERS.DATA NOT FOUND - NOTHING TO MAP."
009600         MOVE 8 TO WS-Eoj-Return-Code
009700         GO TO 2000-MAP-ACCOUNTS-EXIT
009800     END-IF
009900     OPEN OUTPUT ReportFile
010000     MOVE SPACES TO ReportRecord
010100     STRING "USERID CHECK-DIGIT CONVERSION MAP - RUN "
010200         WS-Run-Date DELIMITED BY SIZE INTO ReportRecord
010300     PERFORM 3100-PUT-LINE THRU 3100-PUT-LINE-EXIT
010350     MOVE SPACES TO ReportRecord
010400     STRING "STORED      KEYED FORM   USER    NAME"
010450         "                             STATUS"
010500         DELIMITED BY SIZE INTO ReportRecord
010600     PERFORM 3100-PUT-LINE THRU 3100-PUT-LINE-EXIT
010650     MOVE SPACES TO ReportRecord
010700     STRING "--------    ---------    -----   ----------"
010750         "--------------------   ------"
010800         DELIMITED BY SIZE INTO ReportRecord
010900     PERFORM 3100-PUT-LINE THRU 3100-PUT-LINE-EXIT
011000     READ UserDatabase NEXT RECORD
011100         AT END SET EndOfUserDb TO TRUE
011200     END-READ
011300     PERFORM UNTIL EndOfUserDb
011400         ADD 1 TO WS-Eoj-Read-Count
011500         IF UserId NOT = WS-Trailer-Id
011600             PERFORM 2100-MAP-ONE-ACCOUNT
011700                 THRU 2100-MAP-ONE-ACCOUNT-EXIT
011800         END-IF
011900         READ UserDatabase NEXT RECORD
012000             AT END SET EndOfUserDb TO TRUE
012100         END-READ
012200     END-PERFORM
012300     CLOSE UserDatabase
012400     MOVE WS-Map-Count TO WS-Count-Disp
012500     MOVE SPACES TO ReportRecord
012600     STRING "ACCOUNTS MAPPED: " WS-Count-Disp
012700         DELIMITED BY SIZE INTO ReportRecord
012800     PERFORM 3100-PUT-LINE THRU 3100-PUT-LINE-EXIT
012900     CLOSE ReportFile
013000     .
013100 2000-MAP-ACCOUNTS-EXIT.
013200     EXIT.
013300
013400 2100-MAP-ONE-ACCOUNT.
013500     CALL "IdChk" USING WS-Id-Make, WS-Keyed-UserId, UserId,
013600         WS-Id-Check
013700     MOVE UserId TO WS-Map-UserId
013800     MOVE WS-Keyed-UserId TO WS-Map-Keyed-Id
013900     MOVE UserName TO WS-Map-UserName
014000     CALL "NameFmt" USING GivenName, FamilyName, WS-Full-Name
014050     MOVE WS-Full-Name(1:30) TO WS-Map-Name
014100     MOVE AccountStatus TO WS-Map-Status
014200     MOVE WS-Map-Line TO ReportRecord
014300     WRITE ReportRecord
014400     ADD 1 TO WS-Map-Count
014500     .
014600 2100-MAP-ONE-ACCOUNT-EXIT.
014700     EXIT.
014800
014900 3100-PUT-LINE.
015000     WRITE ReportRecord
015100     DISPLAY ReportRecord
015200     .
015300 3100-PUT-LINE-EXIT.
015400     EXIT.

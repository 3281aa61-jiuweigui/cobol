000700*--------------------------------------------------------------
000800* One-time cleanup report: lists the sets of accounts already
000900* sitting in USERS.DATA that share a UserName, then the sets
001000* that share an Email, then those whose holders share a
001100* FamilyName and GivenName, so the duplicates that predate the
001200* entry-time uniqueness check can be worked off. Built on the
001300* same work-file/SORT pattern as UserReport: one pass keyed on
001320* UserName, one keyed on Email, one keyed on family name then
001340* given name (accounts with no family name left out of it),
001360* adjacent equal keys reported. A name match is only a
001380* possible duplicate - two people can share a name.
001400*--------------------------------------------------------------
001500* MODIFICATION HISTORY
001600*--------------------------------------------------------------
001700* DATE       INIT DESCRIPTION
001800* ---------- ---- -------------------------------------------
001900* 2026-08-22 JWG  Original version.
001933* 2026-10-15 JWG  Third pass: accounts sharing FamilyName and
001966*                 GivenName, listed as possible duplicates.
002000*--------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
003900
004000 FD  WorkFile.
004100 01  WorkRecord.
004200     02  WR-Key              PIC X(61).
004300     02  WR-UserId           PIC 9(08).
004400
004500 SD  SortFile.
004600 01  SortRecord.
004700     02  SR-Key              PIC X(61).
004800     02  SR-UserId           PIC 9(08).
004900
005000 FD  SortedFile.
005100 01  SortedRecord.
005200     02  SO-Key              PIC X(61).
005300     02  SO-UserId           PIC 9(08).
005400
005500 WORKING-STORAGE SECTION.
006100 01  WS-Pass-Number          PIC 9.
006200     88  WS-UserName-Pass        VALUE 1.
006300     88  WS-Email-Pass           VALUE 2.
006350     88  WS-Name-Pass            VALUE 3.
006400 01  WS-Prior-Key.
006425     02  WS-Prior-Family     PIC X(30).
006450     02  FILLER              PIC X(01).
006475     02  WS-Prior-Given      PIC X(30).
006500 01  WS-Prior-UserId         PIC 9(08).
006600 01  WS-Group-Count          PIC 9(05) COMP VALUE 0.
006700 01  WS-Dup-Set-Count        PIC 9(05) COMP VALUE 0.
007400 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
007500 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
007600 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
007650 01  WS-Full-Name            PIC X(61).
007700 01  WS-Program-Name         PIC X(20) VALUE "USERDUPRPT".
007800
007900 PROCEDURE DIVISION.
008500     CALL "EnvName" USING WS-P-DUPWORK-TMP
008600     CALL "EnvName" USING WS-P-DUPSORT-TMP
008700     CALL "EnvName" USING WS-P-DUPSRTD-TMP
008800     DISPLAY "DUPLICATE USERNAME/EMAIL/NAME REPORT"
008900     DISPLAY "===================================="
009000     MOVE 1 TO WS-Pass-Number
009100     PERFORM 2000-RUN-ONE-PASS THRU 2000-RUN-ONE-PASS-EXIT
009200     MOVE 2 TO WS-Pass-Number
009300     PERFORM 2000-RUN-ONE-PASS THRU 2000-RUN-ONE-PASS-EXIT
009333     MOVE 3 TO WS-Pass-Number
009366     PERFORM 2000-RUN-ONE-PASS THRU 2000-RUN-ONE-PASS-EXIT
009400     CALL "EndMsg" USING WS-Program-Name,
009500         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
009600         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
009900     STOP RUN.
010000
010100 2000-RUN-ONE-PASS.
010166     EVALUATE TRUE
010232         WHEN WS-UserName-Pass
010298             DISPLAY " "
010364             DISPLAY "ACCOUNTS SHARING A USERNAME"
010430             DISPLAY "---------------------------"
010496         WHEN WS-Email-Pass
010562             DISPLAY " "
010628             DISPLAY "ACCOUNTS SHARING AN EMAIL"
010694             DISPLAY "-------------------------"
010760         WHEN OTHER
010826             DISPLAY " "
010892             DISPLAY "ACCOUNTS SHARING A FAMILY AND GIVEN NAME"
010958             DISPLAY "----------------------------------------"
011024     END-EVALUATE
011100     MOVE "N" TO WS-Eof-Switch
011200     MOVE SPACES TO WS-Prior-Key
011300     MOVE 0 TO WS-Group-Count
014300     END-READ
014400     PERFORM UNTIL EndOfUserDb
014500         IF UserId NOT = WS-Trailer-Id
014560                 AND NOT (WS-Name-Pass AND FamilyName = SPACES)
014620             EVALUATE TRUE
014680                 WHEN WS-UserName-Pass
014740                     MOVE UserName TO WR-Key
014800                 WHEN WS-Email-Pass
014860                     MOVE Email TO WR-Key
014920                 WHEN OTHER
014980                     MOVE SPACES TO WR-Key
015040                     STRING FamilyName " " GivenName
015100                         DELIMITED BY SIZE INTO WR-Key
015160             END-EVALUATE
015220             MOVE UserId TO WR-UserId
015280             WRITE WorkRecord
015340         END-IF
015400         READ UserDatabase NEXT RECORD
015500             AT END SET EndOfUserDb TO TRUE
015600         END-READ
017000             IF WS-Group-Count = 1
017100                 ADD 1 TO WS-Dup-Set-Count
017200                 DISPLAY " "
017300                 PERFORM 2300-SHOW-KEY THRU 2300-SHOW-KEY-EXIT
017400                 DISPLAY "  " WS-Prior-UserId
017500             END-IF
017600             DISPLAY "  " SO-UserId
018700     .
018800 2200-REPORT-DUPLICATES-EXIT.
018900     EXIT.
018910
018920*--------------------------------------------------------------
018930* The key a duplicate set shares; on the name pass it is shown
018940* the way NameFmt shows a name everywhere else.
018950*--------------------------------------------------------------
018960 2300-SHOW-KEY.
018970     IF WS-Name-Pass
018980         CALL "NameFmt" USING WS-Prior-Given, WS-Prior-Family,
018990             WS-Full-Name
019000         DISPLAY "POSSIBLE DUPLICATE: "
019010             FUNCTION TRIM(WS-Full-Name)
019020     ELSE
019030         DISPLAY "DUPLICATE: " WS-Prior-Key
019040     END-IF
019050     .
019060 2300-SHOW-KEY-EXIT.
019070     EXIT.

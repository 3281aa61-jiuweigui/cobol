001100* (reprint) any of them - "bring me the dormancy report
001200* from the 14th" becomes a lookup instead of hoping the
001300* file survived its next overwrite.
001310* RptBurst's recipient copies are catalogued beside the
001320* whole ones with the recipient's employee id; the list can
001330* be narrowed to one recipient and their copy reprinted like
001340* any other.
001400*--------------------------------------------------------------
001500* MODIFICATION HISTORY
001600*--------------------------------------------------------------
001700* DATE       INIT DESCRIPTION
001800* ---------- ---- -------------------------------------------
001900* 2026-09-01 JWG  Original version.
001910* 2026-10-15 JWG  RC-Recipient on the catalogue row; the list
001920*                 shows it on recipient copies and can be
001930*                 narrowed to one recipient's copies.
002000*--------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
003600     02  RC-Report           PIC X(13).
003700     02  RC-Date             PIC 9(08).
003800     02  RC-Program          PIC X(20).
003850     02  RC-Recipient        PIC X(05).
003900
004000 FD  CopyFile.
004100 01  CopyRecord              PIC X(133).
005100 01  WS-Sel-Report           PIC X(13).
005200 01  WS-Date-Reply           PIC X(08).
005300 01  WS-Sel-Date             PIC 9(08).
005350 01  WS-Sel-Recipient        PIC X(05).
005400 01  WS-Copy-Name            PIC X(40).
005500 01  WS-Listed-Count         PIC 9(03) COMP.
005600 01  WS-Line-Count           PIC 9(05) COMP.
011100     ELSE
011200         MOVE ZERO TO WS-Sel-Date
011300     END-IF
011310     DISPLAY "Recipient employee id (blank = all, W = whole "
011320         "reports only): "
011330     ACCEPT WS-Sel-Recipient
011340     MOVE FUNCTION UPPER-CASE(WS-Sel-Recipient)
011350         TO WS-Sel-Recipient
011400     MOVE 0 TO WS-Listed-Count
011500     MOVE "N" TO WS-Eof-Switch
011600     OPEN INPUT CatalogFile
012700                 OR RC-Report = WS-Sel-Report)
012800                 AND (WS-Sel-Date = ZERO
012900                 OR RC-Date = WS-Sel-Date)
012910                 AND (WS-Sel-Recipient = SPACES
012920                 OR RC-Recipient = WS-Sel-Recipient
012930                 OR (WS-Sel-Recipient = "W"
012940                 AND RC-Recipient = SPACES))
012950             IF RC-Recipient = SPACES
013000                 DISPLAY RC-Date " " RC-Report " BY "
013100                     RC-Program " -> "
013200                     FUNCTION TRIM(RC-Copy-Name)
013210             ELSE
013220                 DISPLAY RC-Date " " RC-Report " FOR "
013230                     RC-Recipient " -> "
013240                     FUNCTION TRIM(RC-Copy-Name)
013250             END-IF
013300             ADD 1 TO WS-Listed-Count
013400         END-IF
013500         READ CatalogFile

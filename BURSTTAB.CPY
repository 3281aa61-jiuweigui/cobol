000100*--------------------------------------------------------------
000200* BURSTTAB - the reports that can be burst by recipient and
000300* where each one carries the account's UserId on a detail
000400* line. Per entry: the report's logical name, the column
000500* of an 8-digit UserId, and an optional tag word with the
000600* column it must stand at (000 and blank = none). A
000700* report whose detail lines come in more than one shape
000800* has one entry per shape; a line matching none of its
000900* report's entries is a heading or total, not a detail.
001000*--------------------------------------------------------------
001100 01  WS-Burst-Values.
001200     02  FILLER PIC X(27) VALUE "ORPHRPT.TXT  001000".
001300     02  FILLER PIC X(27) VALUE "DORMRPT.TXT  001000".
001400     02  FILLER PIC X(27) VALUE "DORMRPT.TXT  008001WARNED".
001500     02  FILLER PIC X(27) VALUE "RECERTWS.TXT 003000".
001600     02  FILLER PIC X(27) VALUE "RECERTCR.TXT 003000".
001700     02  FILLER PIC X(27) VALUE "DQDETAIL.TXT 029022USERID".
001800 01  WS-Burst-Table REDEFINES WS-Burst-Values.
001900     02  WS-Burst-Entry OCCURS 6 TIMES
002000             INDEXED BY WS-Burst-Idx.
002100         03  WS-Bst-Report       PIC X(13).
002200         03  WS-Bst-Column       PIC 9(03).
002250         03  WS-Bst-Tag-Column   PIC 9(03).
002300         03  WS-Bst-Tag          PIC X(08).
002400 01  WS-Burst-Count          PIC 9(03) COMP VALUE 6.

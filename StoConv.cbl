000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. StoConv.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* One-time conversion of STANDORD.DAT for the GL coding: the
000900* standing-order record grows from 34 to 68 bytes, adding
001000* SO-GL-Account, SO-Cost-Centre and a FILLER expansion area.
001100* The first 34 bytes of the new layout are the old record
001200* unchanged, so each order is carried across as it stood
001300* with the new fields blank. The converted file is written
001400* to STANDORD.NEW and swapped into place with the same
001500* rename-aside sequence UserExp2 uses; the original stays
001600* behind as STANDORD.OLD until the converted file is proven
001700* good. Until an order's GL coding is keyed through StoMnt
001800* option 6, StoGen holds it back and reports it.
001900*--------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*--------------------------------------------------------------
002200* DATE       INIT DESCRIPTION
002300* ---------- ---- -------------------------------------------
002400* 2026-10-15 JWG  Original version.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OldOrderFile ASSIGN TO DYNAMIC WS-P-STANDORD-DAT
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS OLD-Order-Id
003300         FILE STATUS IS WS-Old-Order-Status.
003400     SELECT NewOrderFile ASSIGN TO DYNAMIC WS-P-STANDORD-NEW
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS SO-Order-Id
003800         FILE STATUS IS WS-New-Order-Status.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200*--------------------------------------------------------------
004300* The 34-byte layout, frozen as it stood. Only the key is
004400* broken out - the rest of the order moves across whole.
004500*--------------------------------------------------------------
004600 FD  OldOrderFile.
004700 01  OldOrderRecord.
004800     02  OLD-Order-Id        PIC 9(05).
004900     02  OLD-Rest            PIC X(29).
005000
005100 FD  NewOrderFile.
005200     COPY "STANDORD.CPY".
005300
005400 WORKING-STORAGE SECTION.
005500 01  WS-Old-Order-Status     PIC XX.
005600     88  WS-Old-Order-Missing    VALUE "35".
005700 01  WS-New-Order-Status     PIC XX.
005800 01  WS-Eof-Switch           PIC X VALUE "N".
005900     88  WS-End-Of-Input         VALUE "Y".
006000 01  WS-Converted-Count      PIC 9(09) COMP VALUE 0.
006100 01  WS-Count-Disp           PIC ZZZZZZZZ9.
006200 01  WS-Rename-Status        PIC S9(08) COMP-5 VALUE 0.
006300 01  WS-P-STANDORD-DAT      PIC X(30) VALUE "STANDORD.DAT".
006400 01  WS-P-STANDORD-NEW      PIC X(30) VALUE "STANDORD.NEW".
006500 01  WS-P-STANDORD-OLD      PIC X(30) VALUE "STANDORD.OLD".
006600 01  WS-Eoj-Start-Time       PIC 9(08).
006700 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
006800 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
006900 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
007000 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
007100 01  WS-Program-Name         PIC X(20) VALUE "STOCONV".
007200
007300 PROCEDURE DIVISION.
007400
007500 0000-MAINLINE.
007600     CALL "PreDefMsg" USING WS-Program-Name
007700     ACCEPT WS-Eoj-Start-Time FROM TIME
007800     CALL "EnvName" USING WS-P-STANDORD-DAT
007900     CALL "EnvName" USING WS-P-STANDORD-NEW
008000     CALL "EnvName" USING WS-P-STANDORD-OLD
008100     DISPLAY "STANDING-ORDER GL CODING CONVERSION"
008200     DISPLAY "==================================="
008300     PERFORM 2000-CONVERT-ORDERS THRU 2000-CONVERT-ORDERS-EXIT
008400     CALL "EndMsg" USING WS-Program-Name,
008500         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
008600         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
008700         WS-Eoj-Return-Code
008800     MOVE WS-Eoj-Return-Code TO RETURN-CODE
008900     STOP RUN.
009000
009100 2000-CONVERT-ORDERS.
009200     OPEN INPUT OldOrderFile
009300     IF WS-Old-Order-Missing
009400         DISPLAY "STANDORD.DAT NOT FOUND - NOTHING TO CONVERT."
009500         GO TO 2000-CONVERT-ORDERS-EXIT
009600     END-IF
009700     OPEN OUTPUT NewOrderFile
009800     READ OldOrderFile NEXT RECORD
009900         AT END SET WS-End-Of-Input TO TRUE
010000     END-READ
010100     PERFORM UNTIL WS-End-Of-Input
010200         ADD 1 TO WS-Eoj-Read-Count
010300         MOVE SPACES TO StandingOrder
010400         MOVE OldOrderRecord TO StandingOrder(1:34)
010500         WRITE StandingOrder
010600         ADD 1 TO WS-Converted-Count
010700         ADD 1 TO WS-Eoj-Written-Count
010800         READ OldOrderFile NEXT RECORD
010900             AT END SET WS-End-Of-Input TO TRUE
011000         END-READ
011100     END-PERFORM
011200     CLOSE OldOrderFile
011300     CLOSE NewOrderFile
011400     PERFORM 2100-SWAP-ORDERS THRU 2100-SWAP-ORDERS-EXIT
011500     MOVE WS-Converted-Count TO WS-Count-Disp
011600     DISPLAY "STANDING ORDERS CONVERTED:  " WS-Count-Disp
011700     .
011800 2000-CONVERT-ORDERS-EXIT.
011900     EXIT.
012000
012100 2100-SWAP-ORDERS.
012200     CALL "CBL_RENAME_FILE" USING WS-P-STANDORD-DAT,
012300         WS-P-STANDORD-OLD
012400         RETURNING WS-Rename-Status
012500     IF WS-Rename-Status NOT = ZERO
012600         DISPLAY "COULD NOT MOVE STANDORD.DAT ASIDE - "
012700             "CONVERTED COPY LEFT AS STANDORD.NEW."
012800         MOVE 8 TO WS-Eoj-Return-Code
012900     ELSE
013000         CALL "CBL_RENAME_FILE" USING WS-P-STANDORD-NEW,
013100             WS-P-STANDORD-DAT
013200             RETURNING WS-Rename-Status
013300         IF WS-Rename-Status NOT = ZERO
013400             DISPLAY "COULD NOT SWAP IN STANDORD.NEW - "
013500                 "RESTORING ORIGINAL STANDORD.DAT."
013600             CALL "CBL_RENAME_FILE" USING WS-P-STANDORD-OLD,
013700                 WS-P-STANDORD-DAT
013800                 RETURNING WS-Rename-Status
013900             MOVE 8 TO WS-Eoj-Return-Code
014000         END-IF
014100     END-IF
014200     .
014300 2100-SWAP-ORDERS-EXIT.
014400     EXIT.

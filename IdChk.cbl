000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. IdChk.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Shared UserId check-digit routine, in the spirit of AuthChk.
000900* The stored UserId stays eight digits; the form issued to
001000* people and keyed by them is those eight digits followed by
001100* a ninth, the check digit (the Luhn method: every second
001200* digit from the right doubled, digits of the products
001300* summed, the check brings the total to a multiple of ten).
001400* It catches every single mistyped digit and a transposed
001500* pair of neighbours other than 09/90. Requests:
001600*   M = make:   LK-UserId in, the nine-digit keyed form out
001700*   V = verify an operator's entry: LK-Keyed-Id in; on
001800*       success LK-UserId out. A bad entry is refused here
001900*       with a message so every caller words it alike. A
002000*       blank or lone 0 passes as UserId zero, leaving each
002100*       caller's own blank/finish handling as it was.
002200*   F = verify a feed's id, no message: as V, but the plain
002300*       eight-digit form (ninth position blank) is accepted
002400*       while the transition lasts - through the date held
002500*       against the reserved ENVCTL.DAT name *IDPLAIN, or
002600*       indefinitely while no such row exists.
002700* Result: Y = good (or zero), C = check digit wrong,
002800*         N = not an eight-digit id with its check digit,
002900*         P = plain form accepted (F only, transition open),
003000*         X = plain form refused (F only, transition over).
003100*--------------------------------------------------------------
003200* MODIFICATION HISTORY
003300*--------------------------------------------------------------
003400* DATE       INIT DESCRIPTION
003500* ---------- ---- -------------------------------------------
003600* 2026-10-15 JWG  Original version.
003700*--------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900
004000 DATA DIVISION.
004100 WORKING-STORAGE SECTION.
004200 01  WS-Payload              PIC 9(08).
004300 01  WS-Payload-Digits REDEFINES WS-Payload.
004400     02  WS-Payload-Digit    PIC 9(01) OCCURS 8 TIMES.
004500 01  WS-Digit-Pos            PIC 9(02) COMP.
004600 01  WS-Digit-Value          PIC 9(02) COMP.
004700 01  WS-Digit-Sum            PIC 9(03) COMP.
004800 01  WS-Check-Digit          PIC 9(01).
004900 01  WS-Keyed-Check          PIC 9(01).
005000 01  WS-Keyed-Area.
005100     02  WS-Keyed-Base       PIC X(08).
005200     02  WS-Keyed-Ninth      PIC X(01).
005300 01  WS-Made-Area.
005400     02  WS-Made-Base        PIC 9(08).
005500     02  WS-Made-Check       PIC 9(01).
005600 01  WS-Transition-Switch    PIC X(01) VALUE "N".
005700     88  WS-Transition-Loaded    VALUE "Y".
005800 01  WS-Plain-Name           PIC X(30).
005900 01  WS-Plain-Until          PIC 9(08) VALUE 0.
006000 01  WS-Run-Date             PIC 9(08).
006100
006200 LINKAGE SECTION.
006300 01  LK-Request              PIC X(01).
006400 01  LK-Keyed-Id             PIC X(09).
006500 01  LK-UserId               PIC 9(08).
006600 01  LK-Result               PIC X(01).
006700
006800 PROCEDURE DIVISION USING LK-Request, LK-Keyed-Id,
006900     LK-UserId, LK-Result.
007000
007100 0000-MAINLINE.
007200     MOVE "N" TO LK-Result
007300     EVALUATE LK-Request
007400         WHEN "M"
007500             PERFORM 1000-MAKE-KEYED-FORM
007600                 THRU 1000-MAKE-KEYED-FORM-EXIT
007700         WHEN "V"
007800             PERFORM 2000-VERIFY-ENTRY
007900                 THRU 2000-VERIFY-ENTRY-EXIT
008000             IF LK-Result NOT = "Y"
008100                 PERFORM 3000-REPORT-REFUSAL
008200                     THRU 3000-REPORT-REFUSAL-EXIT
008300             END-IF
008400         WHEN "F"
008500             PERFORM 2000-VERIFY-ENTRY
008600                 THRU 2000-VERIFY-ENTRY-EXIT
008700             IF LK-Result = "N"
008800                 PERFORM 2500-CHECK-PLAIN-FORM
008900                     THRU 2500-CHECK-PLAIN-FORM-EXIT
009000             END-IF
009100         WHEN OTHER
009200             CONTINUE
009300     END-EVALUATE
009400     GOBACK.
009500
009600 1000-MAKE-KEYED-FORM.
009700     MOVE LK-UserId TO WS-Payload
009800     PERFORM 1100-COMPUTE-CHECK THRU 1100-COMPUTE-CHECK-EXIT
009900     MOVE LK-UserId TO WS-Made-Base
010000     MOVE WS-Check-Digit TO WS-Made-Check
010100     MOVE WS-Made-Area TO LK-Keyed-Id
010200     MOVE "Y" TO LK-Result
010300     .
010400 1000-MAKE-KEYED-FORM-EXIT.
010500     EXIT.
010600
010700*--------------------------------------------------------------
010800* Check digit of WS-Payload: positions 2, 4, 6 and 8 (every
010900* second one counting from the right-hand end) are doubled,
011000* a two-digit product counting as the sum of its digits.
011100*--------------------------------------------------------------
011200 1100-COMPUTE-CHECK.
011300     MOVE 0 TO WS-Digit-Sum
011400     PERFORM VARYING WS-Digit-Pos FROM 1 BY 1
011500             UNTIL WS-Digit-Pos > 8
011600         MOVE WS-Payload-Digit(WS-Digit-Pos) TO WS-Digit-Value
011700         IF FUNCTION MOD(WS-Digit-Pos, 2) = 0
011800             COMPUTE WS-Digit-Value = WS-Digit-Value * 2
011900             IF WS-Digit-Value > 9
012000                 SUBTRACT 9 FROM WS-Digit-Value
012100             END-IF
012200         END-IF
012300         ADD WS-Digit-Value TO WS-Digit-Sum
012400     END-PERFORM
012500     COMPUTE WS-Check-Digit =
012600         FUNCTION MOD(10 - FUNCTION MOD(WS-Digit-Sum, 10), 10)
012700     .
012800 1100-COMPUTE-CHECK-EXIT.
012900     EXIT.
013000
013100 2000-VERIFY-ENTRY.
013200     MOVE ZERO TO LK-UserId
013300     IF LK-Keyed-Id = SPACES
013400             OR (LK-Keyed-Id(1:1) = "0"
013500                 AND LK-Keyed-Id(2:8) = SPACES)
013600         MOVE "Y" TO LK-Result
013700         GO TO 2000-VERIFY-ENTRY-EXIT
013800     END-IF
013900     IF LK-Keyed-Id IS NOT NUMERIC
014000         MOVE "N" TO LK-Result
014100         GO TO 2000-VERIFY-ENTRY-EXIT
014200     END-IF
014300     MOVE LK-Keyed-Id TO WS-Keyed-Area
014400     MOVE WS-Keyed-Base TO WS-Payload
014500     MOVE WS-Keyed-Ninth TO WS-Keyed-Check
014600     PERFORM 1100-COMPUTE-CHECK THRU 1100-COMPUTE-CHECK-EXIT
014700     IF WS-Keyed-Check = WS-Check-Digit
014800         MOVE WS-Payload TO LK-UserId
014900         MOVE "Y" TO LK-Result
015000     ELSE
015100         MOVE "C" TO LK-Result
015200     END-IF
015300     .
015400 2000-VERIFY-ENTRY-EXIT.
015500     EXIT.
015600
015700*--------------------------------------------------------------
015800* A feed row still carrying the plain eight-digit id. The
015900* *IDPLAIN row is read once per run; without it (or with a
016000* non-date in it) the transition is open-ended.
016100*--------------------------------------------------------------
016200 2500-CHECK-PLAIN-FORM.
016300     MOVE LK-Keyed-Id TO WS-Keyed-Area
016400     IF WS-Keyed-Base IS NOT NUMERIC
016500             OR WS-Keyed-Ninth NOT = SPACE
016600         GO TO 2500-CHECK-PLAIN-FORM-EXIT
016700     END-IF
016800     IF NOT WS-Transition-Loaded
016900         MOVE "*IDPLAIN" TO WS-Plain-Name
017000         CALL "EnvName" USING WS-Plain-Name
017100         IF WS-Plain-Name(1:8) IS NUMERIC
017200             MOVE WS-Plain-Name(1:8) TO WS-Plain-Until
017300         END-IF
017400         CALL "BusDate" USING WS-Run-Date
017500         SET WS-Transition-Loaded TO TRUE
017600     END-IF
017700     IF WS-Plain-Until = ZERO OR WS-Run-Date <= WS-Plain-Until
017800         MOVE WS-Keyed-Base TO LK-UserId
017900         MOVE "P" TO LK-Result
018000     ELSE
018100         MOVE "X" TO LK-Result
018200     END-IF
018300     .
018400 2500-CHECK-PLAIN-FORM-EXIT.
018500     EXIT.
018600
018700 3000-REPORT-REFUSAL.
018800     IF LK-Result = "C"
018900         DISPLAY "USERID " LK-Keyed-Id " REFUSED - THE CHECK "
019000             "DIGIT DOES NOT MATCH."
019100     ELSE
019200         DISPLAY "USERID " LK-Keyed-Id " REFUSED - KEY ALL "
019300             "9 DIGITS, CHECK DIGIT LAST."
019400     END-IF
019500     .
019600 3000-REPORT-REFUSAL-EXIT.
019700     EXIT.

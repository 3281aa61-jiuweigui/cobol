000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FxMnt.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Maintenance for the FXRATE.DAT currency rate file (FXRATE
000900* layout), in the CtryMnt style: add a rate for a currency
001000* pair from an effective date, correct one, remove one, or
001100* list the rates on file for a pair or for all pairs. Rates
001200* are never overwritten by a new day's figure - each rate is
001300* its own record from its effective date, so the rate a past
001400* conversion used stays on file to be traced. Every rate
001500* carries where it came from and who keyed it.
001600*--------------------------------------------------------------
001700* MODIFICATION HISTORY
001800*--------------------------------------------------------------
001900* DATE       INIT DESCRIPTION
002000* ---------- ---- -------------------------------------------
002100* 2026-10-15 JWG  Original version.
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT FxRateFile ASSIGN TO DYNAMIC WS-P-FXRATE-DAT
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS FXR-Key
003000         FILE STATUS IS WS-Fx-Status.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  FxRateFile.
003500     COPY "FXRATE.CPY".
003600
003700 WORKING-STORAGE SECTION.
003800 01  WS-Fx-Status            PIC XX.
003900     88  WS-Fx-Missing           VALUE "35".
004000 01  WS-Eof-Switch           PIC X VALUE "N".
004100     88  WS-End-Of-Rates         VALUE "Y".
004200 01  WS-Mode-Choice          PIC 9.
004300 01  WS-Entry-Pair.
004400     02  WS-Entry-From       PIC X(03).
004500     02  WS-Entry-To         PIC X(03).
004600 01  WS-Entry-Date           PIC 9(08).
004700 01  WS-Entry-Rate-Text      PIC X(12).
004800 01  WS-Entry-Rate           PIC 9(05)V9(06).
004900 01  WS-Entry-Days           PIC 9(03).
005000 01  WS-Reply-Source         PIC X(10).
005100 01  WS-Operator             PIC X(10).
005200 01  WS-Run-Date             PIC 9(08).
005300 01  WS-Rate-Disp            PIC ZZZZ9.999999.
005400 01  WS-Amount-Ok            PIC X.
005500     88  WS-Amount-Is-Valid      VALUE "Y".
005600     88  WS-Amount-Is-Invalid    VALUE "N".
005700 01  WS-Scan-Index           PIC 9(02) COMP.
005800 01  WS-Scan-Char            PIC X(01).
005900 01  WS-Digit-Count          PIC 9(02) COMP.
006000 01  WS-Point-Count          PIC 9(02) COMP.
006100 01  WS-Listed-Count         PIC 9(05) COMP VALUE 0.
006200 01  WS-Listed-Disp          PIC ZZZZ9.
006300 01  WS-More-Requests        PIC X VALUE "Y".
006400     88  WS-Another-Request      VALUE "Y" "y".
006500 01  WS-P-FXRATE-DAT        PIC X(30) VALUE "FXRATE.DAT".
006600 01  WS-Eoj-Start-Time       PIC 9(08).
006700 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
006800 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
006900 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
007000 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
007100 01  WS-Program-Name         PIC X(20) VALUE "FXMNT".
007200
007300 PROCEDURE DIVISION.
007400
007500 0000-MAINLINE.
007600     CALL "PreDefMsg" USING WS-Program-Name
007700     ACCEPT WS-Eoj-Start-Time FROM TIME
007800     CALL "EnvName" USING WS-P-FXRATE-DAT
007900     CALL "BusDate" USING WS-Run-Date
008000     OPEN I-O FxRateFile
008100     IF WS-Fx-Missing
008200         OPEN OUTPUT FxRateFile
008300         CLOSE FxRateFile
008400         OPEN I-O FxRateFile
008500         DISPLAY "FXRATE.DAT CREATED - KEY THE FIRST RATES."
008600     END-IF
008700     DISPLAY "Operator initials: "
008800     ACCEPT WS-Operator
008900     PERFORM 2000-PROCESS-REQUEST
009000         THRU 2000-PROCESS-REQUEST-EXIT
009100         UNTIL NOT WS-Another-Request
009200     CLOSE FxRateFile
009300     CALL "EndMsg" USING WS-Program-Name,
009400         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
009500         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
009600         WS-Eoj-Return-Code
009700     MOVE WS-Eoj-Return-Code TO RETURN-CODE
009800     STOP RUN.
009900
010000 2000-PROCESS-REQUEST.
010100     DISPLAY "1. Add a rate"
010200     DISPLAY "2. Correct a rate"
010300     DISPLAY "3. Remove a rate"
010400     DISPLAY "4. List the rates for a pair (blank = all)"
010500     DISPLAY "Enter choice: "
010600     ACCEPT WS-Mode-Choice
010700     EVALUATE WS-Mode-Choice
010800         WHEN 1
010900             PERFORM 2100-ADD-RATE THRU 2100-ADD-RATE-EXIT
011000         WHEN 2
011100             PERFORM 2200-CHANGE-RATE
011200                 THRU 2200-CHANGE-RATE-EXIT
011300         WHEN 3
011400             PERFORM 2300-REMOVE-RATE
011500                 THRU 2300-REMOVE-RATE-EXIT
011600         WHEN 4
011700             PERFORM 2400-LIST-RATES THRU 2400-LIST-RATES-EXIT
011800         WHEN OTHER
011900             DISPLAY "Invalid choice - nothing done."
012000     END-EVALUATE
012100     DISPLAY "Another rate request (Y/N)? "
012200     ACCEPT WS-More-Requests
012300     .
012400 2000-PROCESS-REQUEST-EXIT.
012500     EXIT.
012600
012700 2050-ACCEPT-PAIR.
012800     DISPLAY "Currency pair, from then to (e.g. GBPEUR): "
012900     ACCEPT WS-Entry-Pair
013000     MOVE FUNCTION UPPER-CASE(WS-Entry-Pair) TO WS-Entry-Pair
013100     .
013200 2050-ACCEPT-PAIR-EXIT.
013300     EXIT.
013400
013500 2100-ADD-RATE.
013600     PERFORM 2050-ACCEPT-PAIR THRU 2050-ACCEPT-PAIR-EXIT
013700     IF WS-Entry-From IS NOT ALPHABETIC
013800             OR WS-Entry-To IS NOT ALPHABETIC
013900             OR WS-Entry-From = SPACES
014000             OR WS-Entry-To = SPACES
014100             OR WS-Entry-From = WS-Entry-To
014200         DISPLAY "Pair must be two different 3-letter "
014300             "currency codes - nothing added."
014400         GO TO 2100-ADD-RATE-EXIT
014500     END-IF
014600     DISPLAY "Effective date (YYYYMMDD, 0 = today's business "
014700         "date): "
014800     ACCEPT WS-Entry-Date
014900     IF WS-Entry-Date = 0
015000         MOVE WS-Run-Date TO WS-Entry-Date
015100     END-IF
015200     IF FUNCTION TEST-DATE-YYYYMMDD(WS-Entry-Date) NOT = 0
015300         DISPLAY "Not a valid date - nothing added."
015400         GO TO 2100-ADD-RATE-EXIT
015500     END-IF
015600     PERFORM 2150-ACCEPT-RATE THRU 2150-ACCEPT-RATE-EXIT
015700     IF WS-Amount-Is-Invalid
015800         DISPLAY "Not a valid rate - nothing added."
015900         GO TO 2100-ADD-RATE-EXIT
016000     END-IF
016100     DISPLAY "Days the rate stays good (0 = its own date "
016200         "only): "
016300     ACCEPT WS-Entry-Days
016400     DISPLAY "Source of the rate (e.g. ECB, TREASURY): "
016500     ACCEPT WS-Reply-Source
016600     IF WS-Reply-Source = SPACES
016700         DISPLAY "Source must not be blank - nothing added."
016800         GO TO 2100-ADD-RATE-EXIT
016900     END-IF
017000     MOVE WS-Entry-From TO FXR-From-Ccy
017100     MOVE WS-Entry-To TO FXR-To-Ccy
017200     MOVE WS-Entry-Date TO FXR-Effective-Date
017300     MOVE WS-Entry-Rate TO FXR-Rate
017400     MOVE WS-Entry-Days TO FXR-Valid-Days
017500     MOVE WS-Reply-Source TO FXR-Source
017600     MOVE WS-Operator TO FXR-Entered-By
017700     MOVE WS-Run-Date TO FXR-Entered-Date
017800     WRITE FxRateRecord
017900         INVALID KEY
018000             DISPLAY "A rate for " WS-Entry-Pair " from "
018100                 WS-Entry-Date " is already on file - use "
018200                 "correct."
018300         NOT INVALID KEY
018400             ADD 1 TO WS-Eoj-Written-Count
018500             DISPLAY "Rate for " WS-Entry-Pair " from "
018600                 WS-Entry-Date " added."
018700     END-WRITE
018800     .
018900 2100-ADD-RATE-EXIT.
019000     EXIT.
019100
019200*--------------------------------------------------------------
019300* The rate is keyed as decimal text and scanned the way the
019400* StoMnt amount scan works, except that a rate takes no sign
019500* and must be above zero.
019600*--------------------------------------------------------------
019700 2150-ACCEPT-RATE.
019800     DISPLAY "Rate (units of the to-currency per one "
019900         "from-currency): "
020000     ACCEPT WS-Entry-Rate-Text
020100     SET WS-Amount-Is-Valid TO TRUE
020200     MOVE 0 TO WS-Digit-Count
020300     MOVE 0 TO WS-Point-Count
020400     PERFORM VARYING WS-Scan-Index FROM 1 BY 1
020500             UNTIL WS-Scan-Index > 12
020600             OR WS-Amount-Is-Invalid
020700         MOVE WS-Entry-Rate-Text(WS-Scan-Index:1)
020800             TO WS-Scan-Char
020900         EVALUATE TRUE
021000             WHEN WS-Scan-Char >= "0"
021100                     AND WS-Scan-Char <= "9"
021200                 ADD 1 TO WS-Digit-Count
021300             WHEN WS-Scan-Char = "."
021400                 ADD 1 TO WS-Point-Count
021500             WHEN WS-Scan-Char = SPACE
021600                 CONTINUE
021700             WHEN OTHER
021800                 SET WS-Amount-Is-Invalid TO TRUE
021900         END-EVALUATE
022000     END-PERFORM
022100     IF WS-Digit-Count = 0 OR WS-Point-Count > 1
022200         SET WS-Amount-Is-Invalid TO TRUE
022300     END-IF
022400     IF WS-Amount-Is-Valid
022500         COMPUTE WS-Entry-Rate =
022600             FUNCTION NUMVAL(WS-Entry-Rate-Text)
022700             ON SIZE ERROR
022800                 SET WS-Amount-Is-Invalid TO TRUE
022900         END-COMPUTE
023000     END-IF
023100     IF WS-Amount-Is-Valid AND WS-Entry-Rate = ZERO
023200         SET WS-Amount-Is-Invalid TO TRUE
023300     END-IF
023400     .
023500 2150-ACCEPT-RATE-EXIT.
023600     EXIT.
023700
023800 2200-CHANGE-RATE.
023900     PERFORM 2050-ACCEPT-PAIR THRU 2050-ACCEPT-PAIR-EXIT
024000     DISPLAY "Effective date (YYYYMMDD): "
024100     ACCEPT WS-Entry-Date
024200     MOVE WS-Entry-From TO FXR-From-Ccy
024300     MOVE WS-Entry-To TO FXR-To-Ccy
024400     MOVE WS-Entry-Date TO FXR-Effective-Date
024500     READ FxRateFile
024600         INVALID KEY
024700             DISPLAY "No rate for " WS-Entry-Pair " from "
024800                 WS-Entry-Date " is on file."
024900             GO TO 2200-CHANGE-RATE-EXIT
025000     END-READ
025100     MOVE FXR-Rate TO WS-Rate-Disp
025200     DISPLAY FXR-From-Ccy FXR-To-Ccy " " FXR-Effective-Date
025300         " " WS-Rate-Disp " DAYS " FXR-Valid-Days " "
025400         FXR-Source " BY " FXR-Entered-By
025500     PERFORM 2150-ACCEPT-RATE THRU 2150-ACCEPT-RATE-EXIT
025600     IF WS-Amount-Is-Invalid
025700         DISPLAY "Not a valid rate - rate left as it was."
025800         GO TO 2200-CHANGE-RATE-EXIT
025900     END-IF
026000     DISPLAY "Days the rate stays good (0 = its own date "
026100         "only): "
026200     ACCEPT WS-Entry-Days
026300     DISPLAY "Source of the rate (blank keeps the current): "
026400     ACCEPT WS-Reply-Source
026500     IF WS-Reply-Source NOT = SPACES
026600         MOVE WS-Reply-Source TO FXR-Source
026700     END-IF
026800     MOVE WS-Entry-Rate TO FXR-Rate
026900     MOVE WS-Entry-Days TO FXR-Valid-Days
027000     MOVE WS-Operator TO FXR-Entered-By
027100     MOVE WS-Run-Date TO FXR-Entered-Date
027200     REWRITE FxRateRecord
027300     ADD 1 TO WS-Eoj-Written-Count
027400     DISPLAY "Rate for " WS-Entry-Pair " from " WS-Entry-Date
027500         " corrected."
027600     .
027700 2200-CHANGE-RATE-EXIT.
027800     EXIT.
027900
028000 2300-REMOVE-RATE.
028100     PERFORM 2050-ACCEPT-PAIR THRU 2050-ACCEPT-PAIR-EXIT
028200     DISPLAY "Effective date (YYYYMMDD): "
028300     ACCEPT WS-Entry-Date
028400     MOVE WS-Entry-From TO FXR-From-Ccy
028500     MOVE WS-Entry-To TO FXR-To-Ccy
028600     MOVE WS-Entry-Date TO FXR-Effective-Date
028700     READ FxRateFile
028800         INVALID KEY
028900             DISPLAY "No rate for " WS-Entry-Pair " from "
029000                 WS-Entry-Date " is on file."
029100             GO TO 2300-REMOVE-RATE-EXIT
029200     END-READ
029300     DELETE FxRateFile
029400     DISPLAY "Rate for " WS-Entry-Pair " from " WS-Entry-Date
029500         " removed."
029600     .
029700 2300-REMOVE-RATE-EXIT.
029800     EXIT.
029900
030000 2400-LIST-RATES.
030100     PERFORM 2050-ACCEPT-PAIR THRU 2050-ACCEPT-PAIR-EXIT
030200     MOVE 0 TO WS-Listed-Count
030300     MOVE "N" TO WS-Eof-Switch
030400     MOVE WS-Entry-From TO FXR-From-Ccy
030500     MOVE WS-Entry-To TO FXR-To-Ccy
030600     MOVE 0 TO FXR-Effective-Date
030700     START FxRateFile KEY IS >= FXR-Key
030800         INVALID KEY
030900             SET WS-End-Of-Rates TO TRUE
031000     END-START
031100     PERFORM UNTIL WS-End-Of-Rates
031200         READ FxRateFile NEXT RECORD
031300             AT END SET WS-End-Of-Rates TO TRUE
031400         END-READ
031500         IF NOT WS-End-Of-Rates
031600                 AND WS-Entry-Pair NOT = SPACES
031700                 AND (FXR-From-Ccy NOT = WS-Entry-From
031800                     OR FXR-To-Ccy NOT = WS-Entry-To)
031900             SET WS-End-Of-Rates TO TRUE
032000         END-IF
032100         IF NOT WS-End-Of-Rates
032200             MOVE FXR-Rate TO WS-Rate-Disp
032300             DISPLAY FXR-From-Ccy FXR-To-Ccy " "
032400                 FXR-Effective-Date " " WS-Rate-Disp
032500                 " DAYS " FXR-Valid-Days " " FXR-Source
032600                 " BY " FXR-Entered-By " " FXR-Entered-Date
032700             ADD 1 TO WS-Listed-Count
032800         END-IF
032900     END-PERFORM
033000     MOVE WS-Listed-Count TO WS-Listed-Disp
033100     DISPLAY "RATES LISTED: " WS-Listed-Disp
033200     .
033300 2400-LIST-RATES-EXIT.
033400     EXIT.

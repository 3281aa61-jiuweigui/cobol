001900* DATE       INIT DESCRIPTION
002000* ---------- ---- -------------------------------------------
002100* 2026-09-01 JWG  Original version.
002101* 2026-10-15 JWG  Orders now carry the GL account and cost centre
002102*                 the generated detail posts to in Multip's GL
002103*                 journal: both are asked for when an order is
002104*                 added, option 6 changes them, and the list shows
002105*                 them.
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
004500 01  WS-Entry-Operand        PIC X(12).
004600 01  WS-Entry-Frequency      PIC X(01).
004700 01  WS-Entry-Day            PIC 9(02).
004701 01  WS-Entry-GL-Account     PIC X(08).
004702 01  WS-Entry-Cost-Centre    PIC X(06).
004800 01  WS-Entry-Ok             PIC X.
004900     88  WS-Entry-Is-Valid       VALUE "Y".
005000     88  WS-Entry-Is-Invalid     VALUE "N".
009800     DISPLAY "3. Reactivate an order"
009900     DISPLAY "4. End an order"
010000     DISPLAY "5. List the file"
010001     DISPLAY "6. Change an order's GL account/cost centre"
010100     DISPLAY "Enter choice: "
010200     ACCEPT WS-Mode-Choice
010300     EVALUATE WS-Mode-Choice
011200         WHEN 5
011300             PERFORM 2300-LIST-ORDERS
011400                 THRU 2300-LIST-ORDERS-EXIT
011401         WHEN 6
011402             PERFORM 2400-CHANGE-GL-CODING
011403                 THRU 2400-CHANGE-GL-CODING-EXIT
011500         WHEN OTHER
011600             DISPLAY "Invalid choice - nothing done."
011700     END-EVALUATE
019600                 "nothing added."
019700             GO TO 2100-ADD-ORDER-EXIT
019800     END-EVALUATE
019801     PERFORM 2160-ACCEPT-GL-CODING THRU 2160-ACCEPT-GL-CODING-EXIT
019802     IF WS-Entry-Is-Invalid
019803         DISPLAY "GL account and cost centre are both needed - "
019804             "nothing added."
019805         GO TO 2100-ADD-ORDER-EXIT
019806     END-IF
019900     MOVE WS-Entry-Frequency TO SO-Frequency
020000     MOVE WS-Entry-Day TO SO-Freq-Day
020001     MOVE WS-Entry-GL-Account TO SO-GL-Account
020002     MOVE WS-Entry-Cost-Centre TO SO-Cost-Centre
020100     MOVE "A" TO SO-Status
020200     WRITE StandingOrder
020300         INVALID KEY
025200 2150-VALIDATE-AMOUNT-EXIT.
025300     EXIT.
025400
025401 2160-ACCEPT-GL-CODING.
025402     DISPLAY "GL account (8 chars): "
025403     ACCEPT WS-Entry-GL-Account
025404     MOVE FUNCTION UPPER-CASE(WS-Entry-GL-Account)
025405         TO WS-Entry-GL-Account
025406     DISPLAY "Cost centre (6 chars): "
025407     ACCEPT WS-Entry-Cost-Centre
025408     MOVE FUNCTION UPPER-CASE(WS-Entry-Cost-Centre)
025409         TO WS-Entry-Cost-Centre
025410     SET WS-Entry-Is-Valid TO TRUE
025411     IF WS-Entry-GL-Account = SPACES
025412             OR WS-Entry-Cost-Centre = SPACES
025413         SET WS-Entry-Is-Invalid TO TRUE
025414     END-IF
025415     .
025416 2160-ACCEPT-GL-CODING-EXIT.
025417     EXIT.
025418
025500 2200-SET-STATUS.
025600     DISPLAY "Enter order id (5 digits): "
025700     ACCEPT WS-Entry-Id
029400             DISPLAY SO-Order-Id " " SO-Op-Code " "
029500                 SO-Operand1 " " SO-Operand2 " FREQ "
029600                 SO-Frequency " DAY " SO-Freq-Day
029700                 " STATUS " SO-Status " GL " SO-GL-Account
029701                 " CC " SO-Cost-Centre
029800             ADD 1 TO WS-Listed-Count
029900         END-IF
030000     END-PERFORM
030200     .
030300 2300-LIST-ORDERS-EXIT.
030400     EXIT.
030401
030402 2400-CHANGE-GL-CODING.
030403     DISPLAY "Enter order id (5 digits): "
030404     ACCEPT WS-Entry-Id
030405     MOVE WS-Entry-Id TO SO-Order-Id
030406     READ OrderFile
030407         INVALID KEY
030408             DISPLAY "Order " WS-Entry-Id " is not on file."
030409             GO TO 2400-CHANGE-GL-CODING-EXIT
030410     END-READ
030411     DISPLAY "Order " WS-Entry-Id " GL " SO-GL-Account " CC "
030412         SO-Cost-Centre
030413     PERFORM 2160-ACCEPT-GL-CODING THRU 2160-ACCEPT-GL-CODING-EXIT
030414     IF WS-Entry-Is-Invalid
030415         DISPLAY "GL account and cost centre are both needed - "
030416             "order left as it was."
030417         GO TO 2400-CHANGE-GL-CODING-EXIT
030418     END-IF
030419     MOVE WS-Entry-GL-Account TO SO-GL-Account
030420     MOVE WS-Entry-Cost-Centre TO SO-Cost-Centre
030421     REWRITE StandingOrder
030422     ADD 1 TO WS-Eoj-Written-Count
030423     DISPLAY "Order " WS-Entry-Id " GL coding changed."
030424     .
030425 2400-CHANGE-GL-CODING-EXIT.
030426     EXIT.

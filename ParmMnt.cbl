000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ParmMnt.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Maintenance for the RUNPARM.DAT run-parameter library
000900* (RUNPARM layout), in the LimMnt style. A standing run
001000* parameter (retention days, dormancy days, run modes ...)
001100* is changed here instead of on a SYSIN card in NIGHTLY:
001200*   - set a value for a program's parameter from an
001300*     effective date (today or later, so what a past night
001400*     ran on can never be rewritten)
001500*   - withdraw a value that has not come into force yet
001600*   - list a program's values, past, current and coming
001700* Only the program/parameter pairs on the PARMCAT catalogue
001800* are accepted, and each value is edited to its kind and
001900* width there. A parameter steers what the nightly jobs do
002000* to live accounts, so the operator must hold the
002100* supervisor role on CONTACT.DAT (shared AuthChk routine)
002200* and every change is written to SUITEAUD.LOG through
002300* AuditLog with the value it replaces.
002400*--------------------------------------------------------------
002500* MODIFICATION HISTORY
002600*--------------------------------------------------------------
002700* DATE       INIT DESCRIPTION
002800* ---------- ---- -------------------------------------------
002900* 2026-10-15 JWG  Original version.
003000*--------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT RunParmFile ASSIGN TO DYNAMIC WS-P-RUNPARM-DAT
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS PRM-Key
003800         FILE STATUS IS WS-Parm-Status.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  RunParmFile.
004300     COPY "RUNPARM.CPY".
004400
004500 WORKING-STORAGE SECTION.
004600 01  WS-Parm-Status          PIC XX.
004700     88  WS-Parm-Missing         VALUE "35".
004800 01  WS-Eof-Switch           PIC X VALUE "N".
004900     88  WS-End-Of-Parms         VALUE "Y".
005000 01  WS-Mode-Choice          PIC 9.
005100 01  WS-Entry-Program        PIC X(10).
005200 01  WS-Entry-Name           PIC X(12).
005300 01  WS-Entry-Date           PIC 9(08).
005400 01  WS-Entry-Text           PIC X(20).
005500 01  WS-Entry-Value          PIC X(20).
005600 01  WS-Old-Value            PIC X(20).
005700 01  WS-Old-Date             PIC 9(08).
005800 01  WS-Number               PIC 9(05).
005900 01  WS-Number-Text REDEFINES WS-Number
006000                             PIC X(05).
006100 01  WS-Value-Ok             PIC X.
006200     88  WS-Value-Is-Valid       VALUE "Y".
006300     88  WS-Value-Is-Invalid     VALUE "N".
006400 01  WS-Scan-Index           PIC 9(02) COMP.
006500 01  WS-Scan-Char            PIC X(01).
006600 01  WS-Text-Length          PIC 9(02) COMP.
006700 01  WS-Start-Position       PIC 9(02) COMP.
006800 01  WS-Cat-Index            PIC 9(02) COMP.
006900 01  WS-Cat-Found            PIC X VALUE "N".
007000     88  WS-Cat-Was-Found        VALUE "Y".
007100 01  WS-Operator             PIC X(10).
007200 01  WS-Run-Date             PIC 9(08).
007300 01  WS-Auth-EmpId           PIC 9(05).
007400 01  WS-Auth-Role            PIC X(01).
007500 01  WS-Auth-Granted         PIC X(01).
007600     88  WS-Auth-Was-Granted     VALUE "Y".
007700 01  WS-Listed-Count         PIC 9(05) COMP VALUE 0.
007800 01  WS-Listed-Disp          PIC ZZZZ9.
007900 01  WS-In-Force-Flag        PIC X(08).
008000 01  WS-More-Requests        PIC X VALUE "Y".
008100     88  WS-Another-Request      VALUE "Y" "y".
008200 01  WS-Audit-Event          PIC X(12).
008300 01  WS-Audit-Detail         PIC X(60).
008400 01  WS-P-RUNPARM-DAT       PIC X(30) VALUE "RUNPARM.DAT".
008500     COPY "PARMCAT.CPY".
008600 01  WS-Eoj-Start-Time       PIC 9(08).
008700 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
008800 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
008900 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
009000 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
009100 01  WS-Program-Name         PIC X(20) VALUE "PARMMNT".
009200
009300 PROCEDURE DIVISION.
009400
009500 0000-MAINLINE.
009600     CALL "PreDefMsg" USING WS-Program-Name
009700     ACCEPT WS-Eoj-Start-Time FROM TIME
009800     CALL "EnvName" USING WS-P-RUNPARM-DAT
009900     CALL "BusDate" USING WS-Run-Date
010000     DISPLAY "Operator initials: "
010100     ACCEPT WS-Operator
010200     DISPLAY "Enter your employee id (5 digits): "
010300     ACCEPT WS-Auth-EmpId
010400     MOVE "S" TO WS-Auth-Role
010500     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
010600         WS-Program-Name, WS-Auth-Granted
010700     IF NOT WS-Auth-Was-Granted
010800         MOVE 8 TO RETURN-CODE
010900         STOP RUN
011000     END-IF
011100     OPEN I-O RunParmFile
011200     IF WS-Parm-Missing
011300         OPEN OUTPUT RunParmFile
011400         CLOSE RunParmFile
011500         OPEN I-O RunParmFile
011600         DISPLAY "RUNPARM.DAT CREATED - NO PARAMETERS YET."
011700     END-IF
011800     PERFORM 2000-PROCESS-REQUEST
011900         THRU 2000-PROCESS-REQUEST-EXIT
012000         UNTIL NOT WS-Another-Request
012100     CLOSE RunParmFile
012200     CALL "EndMsg" USING WS-Program-Name,
012300         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
012400         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
012500         WS-Eoj-Return-Code
012600     MOVE WS-Eoj-Return-Code TO RETURN-CODE
012700     STOP RUN.
012800
012900 2000-PROCESS-REQUEST.
013000     DISPLAY "1. Set a run parameter from an effective date"
013100     DISPLAY "2. Withdraw a value not yet in force"
013200     DISPLAY "3. List a program's run parameters"
013300     DISPLAY "Enter choice: "
013400     ACCEPT WS-Mode-Choice
013500     EVALUATE WS-Mode-Choice
013600         WHEN 1
013700             PERFORM 2100-SET-PARM THRU 2100-SET-PARM-EXIT
013800         WHEN 2
013900             PERFORM 2300-WITHDRAW-PARM
014000                 THRU 2300-WITHDRAW-PARM-EXIT
014100         WHEN 3
014200             PERFORM 2400-LIST-PARMS THRU 2400-LIST-PARMS-EXIT
014300         WHEN OTHER
014400             DISPLAY "Invalid choice - nothing done."
014500     END-EVALUATE
014600     DISPLAY "Another parameter request (Y/N)? "
014700     ACCEPT WS-More-Requests
014800     .
014900 2000-PROCESS-REQUEST-EXIT.
015000     EXIT.
015100
015200*--------------------------------------------------------------
015300* Program and parameter name, checked against the PARMCAT
015400* catalogue; WS-Cat-Index is left on the matching entry.
015500*--------------------------------------------------------------
015600 2050-ACCEPT-PARM.
015700     DISPLAY "Program (as on its end-of-job block): "
015800     ACCEPT WS-Entry-Program
015900     MOVE FUNCTION UPPER-CASE(WS-Entry-Program)
016000         TO WS-Entry-Program
016100     DISPLAY "Parameter name: "
016200     ACCEPT WS-Entry-Name
016300     MOVE FUNCTION UPPER-CASE(WS-Entry-Name) TO WS-Entry-Name
016400     MOVE "N" TO WS-Cat-Found
016500     PERFORM VARYING WS-Cat-Index FROM 1 BY 1
016600             UNTIL WS-Cat-Index > PCT-Entry-Count
016700             OR WS-Cat-Was-Found
016800         IF PCT-Program(WS-Cat-Index) = WS-Entry-Program
016900                 AND PCT-Name(WS-Cat-Index) = WS-Entry-Name
017000             SET WS-Cat-Was-Found TO TRUE
017100         END-IF
017200     END-PERFORM
017300     IF WS-Cat-Was-Found
017400         SUBTRACT 1 FROM WS-Cat-Index
017500     ELSE
017600         DISPLAY WS-Entry-Program " " WS-Entry-Name
017700             " is not a catalogued run parameter."
017800     END-IF
017900     .
018000 2050-ACCEPT-PARM-EXIT.
018100     EXIT.
018200
018300 2100-SET-PARM.
018400     PERFORM 2050-ACCEPT-PARM THRU 2050-ACCEPT-PARM-EXIT
018500     IF NOT WS-Cat-Was-Found
018600         ADD 1 TO WS-Eoj-Rejected-Count
018700         GO TO 2100-SET-PARM-EXIT
018800     END-IF
018900     DISPLAY PCT-Description(WS-Cat-Index)
019000     DISPLAY "Effective date (YYYYMMDD, 0 = today): "
019100     ACCEPT WS-Entry-Date
019200     IF WS-Entry-Date = ZERO
019300         MOVE WS-Run-Date TO WS-Entry-Date
019400     END-IF
019500     IF FUNCTION TEST-DATE-YYYYMMDD(WS-Entry-Date) NOT = 0
019600             OR WS-Entry-Date < WS-Run-Date
019700         DISPLAY "Not a valid date on or after today - "
019800             "nothing set."
019900         ADD 1 TO WS-Eoj-Rejected-Count
020000         GO TO 2100-SET-PARM-EXIT
020100     END-IF
020200     PERFORM 2150-ACCEPT-VALUE THRU 2150-ACCEPT-VALUE-EXIT
020300     IF WS-Value-Is-Invalid
020400         DISPLAY "Not a valid value for "
020500             WS-Entry-Name " - nothing set."
020600         ADD 1 TO WS-Eoj-Rejected-Count
020700         GO TO 2100-SET-PARM-EXIT
020800     END-IF
020900     PERFORM 2800-FIND-IN-FORCE THRU 2800-FIND-IN-FORCE-EXIT
021000     MOVE WS-Entry-Program TO PRM-Program
021100     MOVE WS-Entry-Name TO PRM-Name
021200     MOVE WS-Entry-Date TO PRM-Effective-Date
021300     READ RunParmFile
021400         INVALID KEY
021500             MOVE WS-Entry-Value TO PRM-Value
021600             MOVE WS-Operator TO PRM-Set-By
021700             MOVE WS-Auth-EmpId TO PRM-Set-EmpId
021800             MOVE WS-Run-Date TO PRM-Set-Date
021900             WRITE RunParmRecord
022000         NOT INVALID KEY
022050             MOVE PRM-Value TO WS-Old-Value
022100             MOVE WS-Entry-Value TO PRM-Value
022200             MOVE WS-Operator TO PRM-Set-By
022300             MOVE WS-Auth-EmpId TO PRM-Set-EmpId
022400             MOVE WS-Run-Date TO PRM-Set-Date
022500             REWRITE RunParmRecord
022600     END-READ
022700     ADD 1 TO WS-Eoj-Written-Count
022800     DISPLAY WS-Entry-Program " " WS-Entry-Name " set to "
022900         WS-Entry-Value " from " WS-Entry-Date "."
023000     MOVE "PARM-SET" TO WS-Audit-Event
023100     PERFORM 2950-AUDIT-CHANGE THRU 2950-AUDIT-CHANGE-EXIT
023200     .
023300 2100-SET-PARM-EXIT.
023400     EXIT.
023500
023600*--------------------------------------------------------------
023700* The value is edited to the catalogue entry: a numeric one
023800* must be all digits within the width and is stored with
023900* its leading zeros, as the old cards carried it; a text
024000* one is upper-cased and must fit the width.
024100*--------------------------------------------------------------
024200 2150-ACCEPT-VALUE.
024300     DISPLAY "Value (" PCT-Width(WS-Cat-Index) " characters, "
024400         "default " PCT-Default(WS-Cat-Index) "): "
024500     ACCEPT WS-Entry-Text
024600     MOVE FUNCTION UPPER-CASE(WS-Entry-Text) TO WS-Entry-Text
024700     MOVE SPACES TO WS-Entry-Value
024800     SET WS-Value-Is-Valid TO TRUE
024900     MOVE 20 TO WS-Text-Length
025000     PERFORM UNTIL WS-Text-Length = 0
025100             OR WS-Entry-Text(WS-Text-Length:1) NOT = SPACE
025200         SUBTRACT 1 FROM WS-Text-Length
025300     END-PERFORM
025400     IF WS-Text-Length = 0
025500             OR WS-Text-Length > PCT-Width(WS-Cat-Index)
025600             OR WS-Entry-Text(1:1) = SPACE
025700         SET WS-Value-Is-Invalid TO TRUE
025800         GO TO 2150-ACCEPT-VALUE-EXIT
025900     END-IF
026000     IF NOT PCT-Kind-Numeric(WS-Cat-Index)
026100         MOVE WS-Entry-Text TO WS-Entry-Value
026200         GO TO 2150-ACCEPT-VALUE-EXIT
026300     END-IF
026400     PERFORM VARYING WS-Scan-Index FROM 1 BY 1
026500             UNTIL WS-Scan-Index > WS-Text-Length
026600             OR WS-Value-Is-Invalid
026700         MOVE WS-Entry-Text(WS-Scan-Index:1) TO WS-Scan-Char
026800         IF WS-Scan-Char < "0" OR WS-Scan-Char > "9"
026900             SET WS-Value-Is-Invalid TO TRUE
027000         END-IF
027100     END-PERFORM
027200     IF WS-Value-Is-Invalid
027300         GO TO 2150-ACCEPT-VALUE-EXIT
027400     END-IF
027500     COMPUTE WS-Number = FUNCTION NUMVAL(WS-Entry-Text)
027600     COMPUTE WS-Start-Position = 6 - PCT-Width(WS-Cat-Index)
027700     MOVE WS-Number-Text(WS-Start-Position:
027800         PCT-Width(WS-Cat-Index)) TO WS-Entry-Value
027900     .
028000 2150-ACCEPT-VALUE-EXIT.
028100     EXIT.
028200
028300*--------------------------------------------------------------
028400* Only a value still waiting for its effective date can be
028500* withdrawn: once in force it is the record of what the
028600* nightly jobs ran on, and is superseded, not removed.
028700*--------------------------------------------------------------
028800 2300-WITHDRAW-PARM.
028900     PERFORM 2050-ACCEPT-PARM THRU 2050-ACCEPT-PARM-EXIT
029000     IF NOT WS-Cat-Was-Found
029100         ADD 1 TO WS-Eoj-Rejected-Count
029200         GO TO 2300-WITHDRAW-PARM-EXIT
029300     END-IF
029400     DISPLAY "Effective date of the value (YYYYMMDD): "
029500     ACCEPT WS-Entry-Date
029600     IF WS-Entry-Date NOT > WS-Run-Date
029700         DISPLAY "Only a value dated after today can be "
029800             "withdrawn - set a new one instead."
029900         ADD 1 TO WS-Eoj-Rejected-Count
030000         GO TO 2300-WITHDRAW-PARM-EXIT
030100     END-IF
030200     MOVE WS-Entry-Program TO PRM-Program
030300     MOVE WS-Entry-Name TO PRM-Name
030400     MOVE WS-Entry-Date TO PRM-Effective-Date
030500     READ RunParmFile
030600         INVALID KEY
030700             DISPLAY "No value for " WS-Entry-Name
030800                 " from " WS-Entry-Date " is on file."
030900             ADD 1 TO WS-Eoj-Rejected-Count
031000             GO TO 2300-WITHDRAW-PARM-EXIT
031100     END-READ
031200     MOVE PRM-Value TO WS-Entry-Text
031300     DELETE RunParmFile
031400     ADD 1 TO WS-Eoj-Written-Count
031500     PERFORM 2800-FIND-IN-FORCE THRU 2800-FIND-IN-FORCE-EXIT
031600     MOVE WS-Old-Value TO WS-Entry-Value
031700     MOVE WS-Entry-Text TO WS-Old-Value
031800     DISPLAY WS-Entry-Program " " WS-Entry-Name " value from "
031900         WS-Entry-Date " withdrawn."
032000     MOVE "PARM-DEL" TO WS-Audit-Event
032100     PERFORM 2950-AUDIT-CHANGE THRU 2950-AUDIT-CHANGE-EXIT
032200     .
032300 2300-WITHDRAW-PARM-EXIT.
032400     EXIT.
032500
032600 2400-LIST-PARMS.
032700     DISPLAY "Program (blank = all): "
032800     ACCEPT WS-Entry-Program
032900     MOVE FUNCTION UPPER-CASE(WS-Entry-Program)
033000         TO WS-Entry-Program
033100     MOVE 0 TO WS-Listed-Count
033200     MOVE "N" TO WS-Eof-Switch
033300     MOVE LOW-VALUES TO PRM-Key
033400     MOVE WS-Entry-Program TO PRM-Program
033500     START RunParmFile KEY IS >= PRM-Key
033600         INVALID KEY
033700             SET WS-End-Of-Parms TO TRUE
033800     END-START
033900     PERFORM UNTIL WS-End-Of-Parms
034000         READ RunParmFile NEXT RECORD
034100             AT END SET WS-End-Of-Parms TO TRUE
034200         END-READ
034300         IF NOT WS-End-Of-Parms
034400             IF WS-Entry-Program NOT = SPACES
034500                     AND PRM-Program NOT = WS-Entry-Program
034600                 SET WS-End-Of-Parms TO TRUE
034700             ELSE
034800                 MOVE SPACES TO WS-In-Force-Flag
034900                 IF PRM-Effective-Date > WS-Run-Date
035000                     MOVE "PENDING" TO WS-In-Force-Flag
035100                 END-IF
035200                 DISPLAY PRM-Program " " PRM-Name " "
035300                     PRM-Effective-Date " " PRM-Value(1:10)
035400                     " " WS-In-Force-Flag " SET BY "
035500                     PRM-Set-By " (" PRM-Set-EmpId ") "
035600                     PRM-Set-Date
035700                 ADD 1 TO WS-Listed-Count
035800             END-IF
035900         END-IF
036000     END-PERFORM
036100     MOVE WS-Listed-Count TO WS-Listed-Disp
036200     DISPLAY "VALUES LISTED: " WS-Listed-Disp
036300     .
036400 2400-LIST-PARMS-EXIT.
036500     EXIT.
036600
036700*--------------------------------------------------------------
036800* The value in force just before WS-Entry-Date (the program
036900* default when no row precedes it) - what a new value
037000* replaces, or what applies once a value is withdrawn.
037100*--------------------------------------------------------------
037200 2800-FIND-IN-FORCE.
037300     MOVE PCT-Default(WS-Cat-Index) TO WS-Old-Value
037400     MOVE 0 TO WS-Old-Date
037500     MOVE "N" TO WS-Eof-Switch
037600     MOVE WS-Entry-Program TO PRM-Program
037700     MOVE WS-Entry-Name TO PRM-Name
037800     MOVE 0 TO PRM-Effective-Date
037900     START RunParmFile KEY IS >= PRM-Key
038000         INVALID KEY
038100             SET WS-End-Of-Parms TO TRUE
038200     END-START
038300     PERFORM UNTIL WS-End-Of-Parms
038400         READ RunParmFile NEXT RECORD
038500             AT END SET WS-End-Of-Parms TO TRUE
038600         END-READ
038700         IF NOT WS-End-Of-Parms
038800             IF PRM-Program NOT = WS-Entry-Program
038900                     OR PRM-Name NOT = WS-Entry-Name
039000                     OR PRM-Effective-Date NOT < WS-Entry-Date
039100                 SET WS-End-Of-Parms TO TRUE
039200             ELSE
039300                 MOVE PRM-Value TO WS-Old-Value
039400                 MOVE PRM-Effective-Date TO WS-Old-Date
039500             END-IF
039600         END-IF
039700     END-PERFORM
039900     .
040000 2800-FIND-IN-FORCE-EXIT.
040100     EXIT.
040200
040300 2950-AUDIT-CHANGE.
040400     MOVE SPACES TO WS-Audit-Detail
040500     STRING WS-Entry-Program DELIMITED BY SPACE
040600         " " DELIMITED BY SIZE
040700         WS-Entry-Name DELIMITED BY SPACE
040800         " " WS-Entry-Date " " DELIMITED BY SIZE
040900         WS-Old-Value DELIMITED BY SPACE
041000         ">" DELIMITED BY SIZE
041100         WS-Entry-Value DELIMITED BY SPACE
041200         " BY " DELIMITED BY SIZE
041300         WS-Operator DELIMITED BY SPACE
041400         INTO WS-Audit-Detail
041500     END-STRING
041600     CALL "AuditLog" USING WS-Program-Name, WS-Audit-Event,
041700         WS-Audit-Detail
041800     .
041900 2950-AUDIT-CHANGE-EXIT.
042000     EXIT.

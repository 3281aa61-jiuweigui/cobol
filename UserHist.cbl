002400*                 account instead of reading the whole file;
002500*                 date-range, operator and field-name
002600*                 selection added.
002610* 2026-10-15 JWG  The operator now signs on with their EmpId
002620*                 (AuthChk, operator level) and each account
002630*                 whose history is listed is journalled to
002640*                 READJRNL.DAT through ReadJrnl.
002655* 2026-10-15 JWG  The UserId is keyed in its nine-digit form and
002670*                 verified through the shared IdChk routine; a
002685*                 wrong check digit is refused before any read.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
004500 01  WS-Eof-Switch           PIC X VALUE "N".
004600     88  WS-End-Of-History       VALUE "Y".
004700 01  WS-Inquiry-Id           PIC 9(08).
004720 01  WS-Keyed-UserId         PIC X(09).
004740 01  WS-Id-Verify            PIC X(01) VALUE "V".
004760 01  WS-Id-Check             PIC X(01).
004780     88  WS-Id-Accepted          VALUE "Y".
004800 01  WS-From-Date            PIC X(08).
004900 01  WS-To-Date              PIC X(08).
005000 01  WS-Sel-From             PIC 9(08).
006100 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
006200 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
006300 01  WS-Program-Name         PIC X(20) VALUE "USERHIST".
006310 01  WS-Auth-EmpId           PIC 9(05).
006320 01  WS-Auth-Role            PIC X(01) VALUE "O".
006330 01  WS-Auth-Granted         PIC X(01).
006340     88  WS-Auth-Was-Granted     VALUE "Y".
006400
006500 PROCEDURE DIVISION.
006600
006800     CALL "PreDefMsg" USING WS-Program-Name
006900     ACCEPT WS-Eoj-Start-Time FROM TIME
007000     CALL "EnvName" USING WS-P-USRHIST-DAT
007010     DISPLAY "Enter your employee id (5 digits): "
007020     ACCEPT WS-Auth-EmpId
007030     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
007040         WS-Program-Name, WS-Auth-Granted
007050     IF NOT WS-Auth-Was-Granted
007060         MOVE 8 TO RETURN-CODE
007070         STOP RUN
007080     END-IF
007100     PERFORM 2000-RUN-INQUIRY THRU 2000-RUN-INQUIRY-EXIT
007200         UNTIL NOT WS-Another-Inquiry
007300     CALL "EndMsg" USING WS-Program-Name,
007800     STOP RUN.
007900
008000 2000-RUN-INQUIRY.
008033     DISPLAY "Enter UserId to list history for (9 digits, "
008066         "check digit last): "
008099     ACCEPT WS-Keyed-UserId
008132     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
008165         WS-Inquiry-Id, WS-Id-Check
008198     IF NOT WS-Id-Accepted
008231         GO TO 2000-RUN-INQUIRY-NEXT
008264     END-IF
008300     PERFORM 2050-GET-SELECTION THRU 2050-GET-SELECTION-EXIT
008400     MOVE 0 TO WS-Match-Count
008500     MOVE "N" TO WS-Eof-Switch
008900             "RECORD YET."
009000     ELSE
009100         DISPLAY "CHANGE HISTORY FOR USERID " WS-Inquiry-Id
009110         CALL "ReadJrnl" USING WS-Auth-EmpId, WS-Inquiry-Id,
009120             WS-Program-Name
009200         DISPLAY "FIELD        OLD VALUE"
009300             "                      NEW VALUE"
009400         DISPLAY "------------ ------------------------------"
011500         CLOSE HistoryFile
011600         DISPLAY "CHANGES LISTED: " WS-Match-Count
011700     END-IF
011733     .
011766 2000-RUN-INQUIRY-NEXT.
011800     DISPLAY "Another inquiry (Y/N)? "
011900     ACCEPT WS-More-Inquiries
012000     .

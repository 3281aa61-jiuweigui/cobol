001600* DATE       INIT DESCRIPTION
001700* ---------- ---- -------------------------------------------
001800* 2026-08-22 JWG  Original version.
001810* 2026-10-15 JWG  The operator now signs on with their EmpId
001820*                 (AuthChk, operator level) and matches outside
001830*                 the operator's region scope are left out of
001840*                 the list (shared ScopeChk check), with a
001850*                 count of how many were withheld.
001860* 2026-10-15 JWG  Each match shown is journalled to
001870*                 READJRNL.DAT through ReadJrnl.
001877* 2026-10-15 JWG  Shows the holder's name through the shared
001884*                 NameFmt routine in place of the retired
001891*                 RealName.
001900*--------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
004100 01  WS-Search-UserName      PIC X(05).
004200 01  WS-Search-Email         PIC X(30).
004300 01  WS-Match-Count          PIC 9(05) COMP VALUE 0.
004310 01  WS-Withheld-Count       PIC 9(05) COMP VALUE 0.
004320 01  WS-Auth-EmpId           PIC 9(05).
004330 01  WS-Auth-Role            PIC X(01) VALUE "O".
004340 01  WS-Auth-Granted         PIC X(01).
004350     88  WS-Auth-Was-Granted     VALUE "Y".
004360 01  WS-Scope-Mode           PIC X(01) VALUE "F".
004370 01  WS-Scope-Result         PIC X(01).
004380     88  WS-Scope-Ok             VALUE "Y".
004400 01  WS-Eof-Switch           PIC X VALUE "N".
004500     88  WS-End-Of-Matches       VALUE "Y".
004600 01  WS-More-Searches        PIC X VALUE "Y".
005100 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
005200 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
005300 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
005350 01  WS-Full-Name            PIC X(61).
005400 01  WS-Program-Name         PIC X(20) VALUE "USERFIND".
005500
005600 PROCEDURE DIVISION.
005900     CALL "PreDefMsg" USING WS-Program-Name
006000     ACCEPT WS-Eoj-Start-Time FROM TIME
006100     CALL "EnvName" USING WS-P-USERS-DATA
006110     DISPLAY "Enter your employee id (5 digits): "
006120     ACCEPT WS-Auth-EmpId
006130     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
006140         WS-Program-Name, WS-Auth-Granted
006150     IF NOT WS-Auth-Was-Granted
006160         MOVE 8 TO RETURN-CODE
006170         STOP RUN
006180     END-IF
006200     OPEN INPUT UserDatabase
006300     IF WS-File-Not-Found
006400         DISPLAY "USERS.DATA NOT FOUND - NOTHING TO SEARCH."
007600
007700 2000-RUN-SEARCH.
007800     MOVE 0 TO WS-Match-Count
007810     MOVE 0 TO WS-Withheld-Count
007900     MOVE "N" TO WS-Eof-Switch
008000     DISPLAY "1. Search by UserName"
008100     DISPLAY "2. Search by Email"
015100 2200-SEARCH-BY-EMAIL-EXIT.
015200     EXIT.
015300
015310*--------------------------------------------------------------
015320* A match outside the operator's region scope is counted but
015330* not shown - the search list filters quietly rather than
015340* logging a refusal for every common UserName.
015350*--------------------------------------------------------------
015400 2300-SHOW-MATCH.
015410     IF UserId = WS-Trailer-Id
015420         GO TO 2300-SHOW-MATCH-EXIT
015430     END-IF
015440     CALL "ScopeChk" USING WS-Auth-EmpId, UserId, CountryCode,
015450         WS-Program-Name, WS-Scope-Mode, WS-Scope-Result
015460     IF NOT WS-Scope-Ok
015470         ADD 1 TO WS-Withheld-Count
015480         ADD 1 TO WS-Eoj-Rejected-Count
015490         GO TO 2300-SHOW-MATCH-EXIT
015500     END-IF
015566     CALL "NameFmt" USING GivenName, FamilyName, WS-Full-Name
015632     DISPLAY UserId SPACE UserName SPACE WS-Full-Name(1:30)
015700         SPACE Email SPACE CountryCode SPACE AccountStatus
015800     ADD 1 TO WS-Match-Count
015900     CALL "ReadJrnl" USING WS-Auth-EmpId, UserId, WS-Program-Name
016000     .
016100 2300-SHOW-MATCH-EXIT.
016200     EXIT.
016700     ELSE
016800         DISPLAY "MATCHING ACCOUNTS: " WS-Match-Count
016900     END-IF
016910     IF WS-Withheld-Count > 0
016920         DISPLAY "MATCHES OUTSIDE YOUR REGION SCOPE, NOT SHOWN: "
016930             WS-Withheld-Count
016940     END-IF
017000     .
017100 2400-REPORT-MATCH-COUNT-EXIT.
017200     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ScopeChk.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Shared operator-scope check, the country counterpart of
000900* AuthChk: AuthChk says whether an employee may run a program
001000* at all, this says whether they may work one account. The
001100* account's CountryCode is turned into its COUNTRY.DAT region
001200* through CtryVal, and the employee must hold that region, or
001300* "*ALL", on the OPSCOPE.DAT scope register. A country with no
001400* region on file is only open to "*ALL" holders. Until
001500* OPSCOPE.DAT exists scoping is not in force and every account
001600* is in scope - the same no-flag-day cutover CtryVal used for
001700* COUNTRY.DAT. The mode says what a refusal does:
001800*   C - check: the refusal is displayed and written to
001900*       EXCEPTS.DAT through ExcpLog under the caller's name,
002000*       like an AuthChk refusal
002100*   F - filter: quiet, for the search lists that simply leave
002200*       an out-of-scope account out
002300* The result is "Y" in scope or "N" not.
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
003400     SELECT ScopeFile ASSIGN TO DYNAMIC WS-P-OPSCOPE-DAT
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS OpScopeKey
003800         FILE STATUS IS WS-Scope-Status.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  ScopeFile.
004300     COPY "OPSCOPE.CPY".
004400
004500 WORKING-STORAGE SECTION.
004600 01  WS-Scope-Status         PIC XX.
004700     88  WS-Scope-Missing        VALUE "35".
004800 01  WS-Ctry-Valid           PIC X(01).
004900 01  WS-Ctry-Name            PIC X(30).
005000 01  WS-Ctry-Region          PIC X(15).
005100 01  WS-Refusal-Text         PIC X(20).
005200 01  WS-Excp-Severity        PIC X(01).
005300 01  WS-Excp-Message         PIC X(60).
005400 01  WS-P-OPSCOPE-DAT       PIC X(30) VALUE "OPSCOPE.DAT".
005500
005600 LINKAGE SECTION.
005700 01  LK-EmpId                PIC 9(05).
005800 01  LK-UserId               PIC 9(08).
005900 01  LK-Country-Code         PIC X(02).
006000 01  LK-Caller               PIC X(20).
006100 01  LK-Mode                 PIC X(01).
006200     88  LK-Filter-Only          VALUE "F".
006300 01  LK-In-Scope             PIC X(01).
006400
006500 PROCEDURE DIVISION USING LK-EmpId, LK-UserId, LK-Country-Code,
006600     LK-Caller, LK-Mode, LK-In-Scope.
006700
006800 0000-MAINLINE.
006900     CALL "EnvName" USING WS-P-OPSCOPE-DAT
007000     MOVE "N" TO LK-In-Scope
007100     MOVE SPACES TO WS-Ctry-Region
007200     OPEN INPUT ScopeFile
007300     IF WS-Scope-Missing
007400         MOVE "Y" TO LK-In-Scope
007500         GOBACK
007600     END-IF
007700     IF WS-Scope-Status NOT = "00"
007800         MOVE "NO SCOPE REGISTER" TO WS-Refusal-Text
007900         PERFORM 3000-REPORT-REFUSAL
008000             THRU 3000-REPORT-REFUSAL-EXIT
008100         GOBACK
008200     END-IF
008300     PERFORM 2000-CHECK-SCOPE THRU 2000-CHECK-SCOPE-EXIT
008400     CLOSE ScopeFile
008500     IF LK-In-Scope NOT = "Y"
008600         PERFORM 3000-REPORT-REFUSAL
008700             THRU 3000-REPORT-REFUSAL-EXIT
008800     END-IF
008900     GOBACK.
009000
009100 2000-CHECK-SCOPE.
009200     MOVE LK-EmpId TO OS-EmpId
009300     MOVE "*ALL" TO OS-Region
009400     READ ScopeFile
009500         NOT INVALID KEY
009600             MOVE "Y" TO LK-In-Scope
009700             GO TO 2000-CHECK-SCOPE-EXIT
009800     END-READ
009900     CALL "CtryVal" USING LK-Country-Code, WS-Ctry-Valid,
010000         WS-Ctry-Name, WS-Ctry-Region
010100     IF WS-Ctry-Region = SPACES
010200         MOVE "COUNTRY HAS NO REGION" TO WS-Refusal-Text
010300         GO TO 2000-CHECK-SCOPE-EXIT
010400     END-IF
010500     MOVE LK-EmpId TO OS-EmpId
010600     MOVE WS-Ctry-Region TO OS-Region
010700     READ ScopeFile
010800         INVALID KEY
010900             MOVE WS-Ctry-Region TO WS-Refusal-Text
011000         NOT INVALID KEY
011100             MOVE "Y" TO LK-In-Scope
011200     END-READ
011300     .
011400 2000-CHECK-SCOPE-EXIT.
011500     EXIT.
011600
011700 3000-REPORT-REFUSAL.
011800     IF LK-Filter-Only
011900         GO TO 3000-REPORT-REFUSAL-EXIT
012000     END-IF
012100     DISPLAY "ACCOUNT " LK-UserId " (COUNTRY " LK-Country-Code
012200         ") IS OUTSIDE THE SCOPE OF EMPLOYEE " LK-EmpId " - "
012300         FUNCTION TRIM(WS-Refusal-Text) "."
012400     MOVE "E" TO WS-Excp-Severity
012500     MOVE SPACES TO WS-Excp-Message
012600     STRING "SCOPE REFUSED EMP " LK-EmpId " USER " LK-UserId
012700         " " LK-Country-Code " " WS-Refusal-Text
012800         DELIMITED BY SIZE
012900         INTO WS-Excp-Message
013000     CALL "ExcpLog" USING LK-Caller, WS-Excp-Severity,
013100         WS-Excp-Message
013200     .
013300 3000-REPORT-REFUSAL-EXIT.
013400     EXIT.

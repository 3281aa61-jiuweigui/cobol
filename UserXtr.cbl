001700* request N writing EXTROUTN.CSV in the USERS.CSV column
001800* layout (Salt/Hash excluded as always). Requests past the
001900* fifth are reported and skipped, not silently dropped.
001910* The account type (H/S/M/P) rides as the last column, as
001920* on USERS.CSV.
001930* Run parameter (EXTRACTMODE on RUNPARM.DAT, default P):
001942*   P = pseudonymised - UserName, both name fields and Email
001954*       carry the account's vault token; anything else =
001966*       in clear. The
001981*       mode is ours to set, not the requester's.
001990* Each extract is registered on the DISCLOG.DAT disclosure
001995* log (shared DiscLog routine) with every UserId it carried.
002000*--------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*--------------------------------------------------------------
002632*                 instead of its own full pass over the
002648*                 indexed master - the four nightly
002664*                 extract passes became one.
002670* 2026-10-15 JWG  AccountType added as the last column, as on
002675*                 USERS.CSV.
002676* 2026-10-15 JWG  Pseudonymised mode (card P), as on
002677*                 UserExport, for every request in the run.
002678*                 A withheld row ends the run RC 8.
002679* 2026-10-15 JWG  Each EXTROUTn.CSV and the UserIds it
002682*                 carries are registered on the DISCLOG.DAT
002685*                 disclosure log through the shared DiscLog
002688*                 routine, one disclosure per request; an
002691*                 extract the log cannot take ends RC 8.
002692* 2026-10-15 JWG  RealName column replaced by GivenName and
002693*                 FamilyName (thirty characters each; both
002694*                 carry the token in mode P); records widened
002695*                 to 150.
002696* 2026-10-15 JWG  Run parameters now come from the RUNPARM.DAT
002697*                 library through ParmGet instead of a SYSIN
002698*                 card.
002699*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
005900     02  RQ-To-Date          PIC X(08).
006000
006100 FD  ExtractFile1.
006200 01  ExtractRecord1          PIC X(150).
006300 FD  ExtractFile2.
006400 01  ExtractRecord2          PIC X(150).
006500 FD  ExtractFile3.
006600 01  ExtractRecord3          PIC X(150).
006700 FD  ExtractFile4.
006800 01  ExtractRecord4          PIC X(150).
006900 FD  ExtractFile5.
007000 01  ExtractRecord5          PIC X(150).
007100
007200 WORKING-STORAGE SECTION.
007300 01  WS-File-Status          PIC XX.
008400         03  WS-Req-From         PIC 9(08).
008500         03  WS-Req-To           PIC 9(08).
008600         03  WS-Req-Count        PIC 9(09) COMP.
008650         03  WS-Req-Disc-Id      PIC 9(08).
008700 01  WS-Request-Count        PIC 9(02) COMP VALUE 0.
008800 01  WS-Request-Index        PIC 9(02) COMP.
008900 01  WS-Skipped-Requests     PIC 9(02) COMP VALUE 0.
009200     02  FILLER              PIC X VALUE ",".
009300     02  WS-Csv-UserName     PIC X(05).
009400     02  FILLER              PIC X VALUE ",".
009450     02  WS-Csv-GivenName    PIC X(30).
009500     02  FILLER              PIC X VALUE ",".
009550     02  WS-Csv-FamilyName   PIC X(30).
009600     02  FILLER              PIC X VALUE ",".
009700     02  WS-Csv-Email        PIC X(30).
009800     02  FILLER              PIC X VALUE ",".
010100     02  WS-Csv-CountryCode  PIC XX.
010200     02  FILLER              PIC X VALUE ",".
010300     02  WS-Csv-Status       PIC X.
010310     02  FILLER              PIC X VALUE ",".
010320     02  WS-Csv-Type         PIC X.
010400 01  WS-Csv-Header           PIC X(150).
010404 01  WS-Extract-Mode         PIC X(01).
010408     88  WS-Mode-Pseudonymised   VALUE "P".
010412 01  WS-Psd-Token            PIC X(10).
010416 01  WS-Withheld-Count       PIC 9(09) COMP VALUE 0.
010420 01  WS-Psd-Line.
010424     02  WS-Psd-UserId       PIC 9(08).
010428     02  FILLER              PIC X VALUE ",".
010432     02  WS-Psd-UserName     PIC X(10).
010436     02  FILLER              PIC X VALUE ",".
010438     02  WS-Psd-GivenName    PIC X(10).
010440     02  FILLER              PIC X VALUE ",".
010442     02  WS-Psd-FamilyName   PIC X(10).
010444     02  FILLER              PIC X VALUE ",".
010448     02  WS-Psd-Email        PIC X(10).
010452     02  FILLER              PIC X VALUE ",".
010456     02  WS-Psd-LastLogin    PIC 9(08).
010460     02  FILLER              PIC X VALUE ",".
010464     02  WS-Psd-CountryCode  PIC XX.
010468     02  FILLER              PIC X VALUE ",".
010472     02  WS-Psd-Status       PIC X.
010476     02  FILLER              PIC X VALUE ",".
010480     02  WS-Psd-Type         PIC X.
010484 01  WS-Out-Line             PIC X(150).
010488 01  WS-Excp-Severity        PIC X(01).
010492 01  WS-Excp-Message         PIC X(60).
010499 01  WS-Disc-Request         PIC X(01).
010506 01  WS-Disc-Id              PIC 9(08).
010513 01  WS-Disc-File            PIC X(12) VALUE "EXTROUT0.CSV".
010520 01  WS-Disc-Digit           PIC 9(01).
010527 01  WS-Disc-Recipient       PIC X(12) VALUE "BI".
010534 01  WS-Disc-Form            PIC X(01).
010541 01  WS-Disc-UserId          PIC 9(08).
010548 01  WS-Disc-Count           PIC 9(09).
010555 01  WS-Disc-Result          PIC X(01).
010562     88  WS-Disc-Failed          VALUE "F".
010569 01  WS-Disc-Unlogged        PIC X(01) VALUE "N".
010576     88  WS-Disc-Was-Unlogged    VALUE "Y".
010583 01  WS-Count-Disp           PIC ZZZZZZZZ9.
010600 01  WS-P-USRSNAP-DAT       PIC X(30) VALUE "USRSNAP.DAT".
010700 01  WS-P-EXTRREQ-CTL       PIC X(30) VALUE "EXTRREQ.CTL".
010800 01  WS-P-EXTROUT1-CSV      PIC X(30) VALUE "EXTROUT1.CSV".
011500 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
011600 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
011700 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
011725 01  WS-Parm-Request         PIC X(01) VALUE "G".
011750 01  WS-Parm-Name            PIC X(12).
011775 01  WS-Parm-Value           PIC X(20).
011800 01  WS-Program-Name         PIC X(20) VALUE "USERXTR".
011900
012000 PROCEDURE DIVISION.
013500             THRU 2000-RUN-EXTRACT-PASS-EXIT
013600         PERFORM 3000-REPORT-RESULTS
013700             THRU 3000-REPORT-RESULTS-EXIT
013720         IF WS-Withheld-Count > 0
013740             PERFORM 4000-REPORT-WITHHELD
013760                 THRU 4000-REPORT-WITHHELD-EXIT
013780         END-IF
013800     END-IF
013900     CALL "EndMsg" USING WS-Program-Name,
014000         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
014600 1000-LOAD-REQUESTS.
014700     DISPLAY "REQUEST-DRIVEN SELECTIVE EXTRACT"
014800     DISPLAY "================================"
014805     MOVE "EXTRACTMODE" TO WS-Parm-Name
014810     MOVE "P" TO WS-Parm-Value
014815     PERFORM 9700-GET-RUN-PARM THRU 9700-GET-RUN-PARM-EXIT
014820     MOVE WS-Parm-Value TO WS-Extract-Mode
014827     IF WS-Extract-Mode = "p"
014836         MOVE "P" TO WS-Extract-Mode
014845     END-IF
014854     IF WS-Mode-Pseudonymised
014863         DISPLAY "PSEUDONYMISED - PERSONAL COLUMNS TOKENISED"
014872     ELSE
014881         DISPLAY "EXTRACT IN CLEAR"
014890     END-IF
014900     OPEN INPUT RequestFile
015000     IF WS-Request-Missing
015100         DISPLAY "EXTRREQ.CTL NOT FOUND - NO EXTRACTS "
022100     EXIT.
022200
022300 2100-OPEN-EXTRACT-FILES.
022400     MOVE "UserId,UserName,GivenName,FamilyName,Email,"
022500         TO WS-Csv-Header
022600     STRING WS-Csv-Header DELIMITED BY SPACE
022675         "LastLoginDate,CountryCode,AccountStatus,AccountType"
022750             DELIMITED BY SIZE
022800         INTO WS-Csv-Header
022900     END-STRING
023000     OPEN OUTPUT ExtractFile1
025000         MOVE WS-Csv-Header TO ExtractRecord5
025100         WRITE ExtractRecord5
025200     END-IF
025210     MOVE WS-Extract-Mode TO WS-Disc-Form
025220     IF NOT WS-Mode-Pseudonymised
025230         MOVE "C" TO WS-Disc-Form
025240     END-IF
025250     MOVE "O" TO WS-Disc-Request
025260     PERFORM 2150-OPEN-DISCLOSURE THRU 2150-OPEN-DISCLOSURE-EXIT
025270         VARYING WS-Request-Index FROM 1 BY 1
025280         UNTIL WS-Request-Index > WS-Request-Count
025300     .
025400 2100-OPEN-EXTRACT-FILES-EXIT.
025500     EXIT.
025510
025520*--------------------------------------------------------------
025530* One disclosure per request: EXTROUTn.CSV is logged under
025540* its own number, kept with the request for its rows.
025550*--------------------------------------------------------------
025560 2150-OPEN-DISCLOSURE.
025570     PERFORM 9100-CALL-DISCLOG THRU 9100-CALL-DISCLOG-EXIT
025580     MOVE WS-Disc-Id TO WS-Req-Disc-Id(WS-Request-Index)
025590     .
025595 2150-OPEN-DISCLOSURE-EXIT.
025598     EXIT.
025600
025700 2200-MATCH-ONE-ACCOUNT.
025800     IF WS-Req-Country(WS-Request-Index) NOT = "**"
027100     END-IF
027200     PERFORM 2300-WRITE-EXTRACT-LINE
027300         THRU 2300-WRITE-EXTRACT-LINE-EXIT
027500     .
027600 2200-MATCH-ONE-ACCOUNT-EXIT.
027700     EXIT.
027900 2300-WRITE-EXTRACT-LINE.
028000     MOVE UserId TO WS-Csv-UserId
028100     MOVE UserName TO WS-Csv-UserName
028166     MOVE GivenName TO WS-Csv-GivenName
028232     MOVE FamilyName TO WS-Csv-FamilyName
028300     MOVE Email TO WS-Csv-Email
028400     MOVE LastLoginDate TO WS-Csv-LastLogin
028500     MOVE CountryCode TO WS-Csv-CountryCode
028600     MOVE AccountStatus TO WS-Csv-Status
028610     IF AccountIsHuman
028620         MOVE "H" TO WS-Csv-Type
028630     ELSE
028640         MOVE AccountType TO WS-Csv-Type
028650     END-IF
028652     MOVE WS-Csv-Line TO WS-Out-Line
028654     IF WS-Mode-Pseudonymised
028656         CALL "PsdToken" USING UserId, WS-Psd-Token
028658         IF WS-Psd-Token = SPACES
028660             ADD 1 TO WS-Withheld-Count
028662             GO TO 2300-WRITE-EXTRACT-LINE-EXIT
028664         END-IF
028666         MOVE WS-Csv-UserId TO WS-Psd-UserId
028668         MOVE WS-Psd-Token TO WS-Psd-UserName
028669         MOVE WS-Psd-Token TO WS-Psd-GivenName
028670         MOVE WS-Psd-Token TO WS-Psd-FamilyName
028672         MOVE WS-Psd-Token TO WS-Psd-Email
028674         MOVE WS-Csv-LastLogin TO WS-Psd-LastLogin
028676         MOVE WS-Csv-CountryCode TO WS-Psd-CountryCode
028678         MOVE WS-Csv-Status TO WS-Psd-Status
028680         MOVE WS-Csv-Type TO WS-Psd-Type
028682         MOVE WS-Psd-Line TO WS-Out-Line
028684     END-IF
028700     EVALUATE WS-Request-Index
028800         WHEN 1
028900             MOVE WS-Out-Line TO ExtractRecord1
029000             WRITE ExtractRecord1
029100         WHEN 2
029200             MOVE WS-Out-Line TO ExtractRecord2
029300             WRITE ExtractRecord2
029400         WHEN 3
029500             MOVE WS-Out-Line TO ExtractRecord3
029600             WRITE ExtractRecord3
029700         WHEN 4
029800             MOVE WS-Out-Line TO ExtractRecord4
029900             WRITE ExtractRecord4
030000         WHEN 5
030100             MOVE WS-Out-Line TO ExtractRecord5
030200             WRITE ExtractRecord5
030300     END-EVALUATE
030350     ADD 1 TO WS-Req-Count(WS-Request-Index)
030360     MOVE UserId TO WS-Disc-UserId
030370     MOVE "U" TO WS-Disc-Request
030380     PERFORM 9100-CALL-DISCLOG THRU 9100-CALL-DISCLOG-EXIT
030400     .
030500 2300-WRITE-EXTRACT-LINE-EXIT.
030600     EXIT.
031900     IF WS-Request-Count > 4
032000         CLOSE ExtractFile5
032100     END-IF
032110     MOVE "C" TO WS-Disc-Request
032120     PERFORM 2450-CLOSE-DISCLOSURE THRU 2450-CLOSE-DISCLOSURE-EXIT
032130         VARYING WS-Request-Index FROM 1 BY 1
032140         UNTIL WS-Request-Index > WS-Request-Count
032150     IF WS-Disc-Was-Unlogged
032160         DISPLAY "DISCLOG.DAT UNAVAILABLE - EXTRACTS NOT LOGGED."
032170         MOVE 8 TO WS-Eoj-Return-Code
032180     END-IF
032200     .
032300 2400-CLOSE-EXTRACT-FILES-EXIT.
032400     EXIT.
032410
032420 2450-CLOSE-DISCLOSURE.
032430     MOVE WS-Req-Count(WS-Request-Index) TO WS-Disc-Count
032440     PERFORM 9100-CALL-DISCLOG THRU 9100-CALL-DISCLOG-EXIT
032450     IF WS-Disc-Failed
032460         MOVE "Y" TO WS-Disc-Unlogged
032470     END-IF
032480     .
032490 2450-CLOSE-DISCLOSURE-EXIT.
032495     EXIT.
032500
032600 3000-REPORT-RESULTS.
032700     PERFORM VARYING WS-Request-Index FROM 1 BY 1
033700     .
033800 3000-REPORT-RESULTS-EXIT.
033900     EXIT.
034005
034110*--------------------------------------------------------------
034215* Rows the vault could not tokenise were held back rather than
034320* shipped in clear; the extract is short, so the run fails.
034425*--------------------------------------------------------------
034530 4000-REPORT-WITHHELD.
034635     DISPLAY "ROWS WITHHELD - NO PSEUDONYM TOKEN: "
034740         WS-Withheld-Count
034845     MOVE WS-Withheld-Count TO WS-Eoj-Rejected-Count
034950     MOVE "E" TO WS-Excp-Severity
035055     MOVE "PSDVAULT UNAVAILABLE - PSEUDONYMISED ROWS WITHHELD"
035160         TO WS-Excp-Message
035265     CALL "ExcpLog" USING WS-Program-Name,
035370         WS-Excp-Severity, WS-Excp-Message
035475     MOVE 8 TO WS-Eoj-Return-Code
035580     .
035685 4000-REPORT-WITHHELD-EXIT.
035790     EXIT.
035795
035800*--------------------------------------------------------------
035810* The request's own disclosure number and file name go with
035820* every call, so the five extracts are logged apart.
035830*--------------------------------------------------------------
035840 9100-CALL-DISCLOG.
035850     MOVE WS-Request-Index TO WS-Disc-Digit
035860     MOVE WS-Disc-Digit TO WS-Disc-File(8:1)
035870     MOVE WS-Req-Disc-Id(WS-Request-Index) TO WS-Disc-Id
035880     CALL "DiscLog" USING WS-Disc-Request, WS-Disc-Id,
035890         WS-Disc-File, WS-Disc-Recipient, WS-Disc-Form,
035900         WS-Disc-UserId, WS-Disc-Count, WS-Program-Name,
035910         WS-Disc-Result
035920     .
035930 9100-CALL-DISCLOG-EXIT.
035940     EXIT.
035950
035960*--------------------------------------------------------------
035970* Standing run parameters come from the RUNPARM.DAT library;
035980* the caller primes WS-Parm-Value with the default.
035990*--------------------------------------------------------------
036000 9700-GET-RUN-PARM.
036010     CALL "ParmGet" USING WS-Parm-Request, WS-Program-Name,
036020         WS-Parm-Name, WS-Parm-Value
036030     .
036040 9700-GET-RUN-PARM-EXIT.
036050     EXIT.

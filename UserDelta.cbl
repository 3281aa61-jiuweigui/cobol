001400* the next cutoff. A missing control file (or a record not
001500* yet stamped, from before the stamp existed) means "changed"
001600* - the first run is a full extract that seeds the cycle.
001700* Output USRDELTA.CSV is the USERS.CSV layout plus the stamp,
001710* with AccountType after the stamp.
001800* The cutoff is only advanced after a completed export; a run
001900* that cannot open the snapshot ends RC 8 with the cutoff left
002000* where it was, so no change can fall between two extracts.
002010* Run parameter (EXTRACTMODE on RUNPARM.DAT, default P):
002027*   P = pseudonymised - UserName, both name fields and Email
002044*       carry the account's vault token; anything else =
002061*       in clear
002080* The extract is registered on the DISCLOG.DAT disclosure log
002090* (shared DiscLog routine) with every UserId it carried.
002100*--------------------------------------------------------------
002200* MODIFICATION HISTORY
002300*--------------------------------------------------------------
002732*                 instead of its own full pass over the
002748*                 indexed master - the four nightly
002764*                 extract passes became one.
002770* 2026-10-15 JWG  AccountType added as the last column (H/S/M/P;
002775*                 a blank type goes out as H).
002776* 2026-10-15 JWG  Pseudonymised mode (card P), as on
002780*                 UserExport: UserName, RealName and Email go out
002784*                 as the account's PSDVAULT.DAT token. A withheld
002788*                 row leaves the cutoff where it was, RC 8.
002789* 2026-10-15 JWG  The extract and each UserId it carries are
002790*                 registered on the DISCLOG.DAT disclosure log
002791*                 through the shared DiscLog routine; an
002792*                 extract the log cannot take ends RC 8 (the
002793*                 cutoff still advances - the file was cut).
002803* 2026-10-15 JWG  RealName column replaced by GivenName and
002813*                 FamilyName (thirty characters each; both
002823*                 carry the token in mode P); record widened
002833*                 to 170.
002843* 2026-10-15 JWG  Run parameters now come from the RUNPARM.DAT
002853*                 library through ParmGet instead of a SYSIN
002863*                 card.
002873*--------------------------------------------------------------
002883 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT SnapshotFile ASSIGN TO DYNAMIC WS-P-USRSNAP-DAT
004500     COPY "USERREC.CPY".
004600
004700 FD  DeltaFile.
004800 01  DeltaRecord             PIC X(170).
004900
005000 FD  ControlFile.
005100 01  ControlRecord           PIC 9(14).
006900     02  FILLER              PIC X VALUE ",".
007000     02  WS-Csv-UserName     PIC X(05).
007100     02  FILLER              PIC X VALUE ",".
007150     02  WS-Csv-GivenName    PIC X(30).
007200     02  FILLER              PIC X VALUE ",".
007250     02  WS-Csv-FamilyName   PIC X(30).
007300     02  FILLER              PIC X VALUE ",".
007400     02  WS-Csv-Email        PIC X(30).
007500     02  FILLER              PIC X VALUE ",".
008000     02  WS-Csv-Status       PIC X.
008100     02  FILLER              PIC X VALUE ",".
008200     02  WS-Csv-Changed      PIC 9(14).
008210     02  FILLER              PIC X VALUE ",".
008220     02  WS-Csv-Type         PIC X.
008223 01  WS-Extract-Mode         PIC X(01).
008226     88  WS-Mode-Pseudonymised   VALUE "P".
008229 01  WS-Psd-Token            PIC X(10).
008232 01  WS-Withheld-Count       PIC 9(09) COMP VALUE 0.
008235 01  WS-Psd-Line.
008238     02  WS-Psd-UserId       PIC 9(08).
008241     02  FILLER              PIC X VALUE ",".
008244     02  WS-Psd-UserName     PIC X(10).
008247     02  FILLER              PIC X VALUE ",".
008248     02  WS-Psd-GivenName    PIC X(10).
008249     02  FILLER              PIC X VALUE ",".
008250     02  WS-Psd-FamilyName   PIC X(10).
008253     02  FILLER              PIC X VALUE ",".
008256     02  WS-Psd-Email        PIC X(10).
008259     02  FILLER              PIC X VALUE ",".
008262     02  WS-Psd-LastLogin    PIC 9(08).
008265     02  FILLER              PIC X VALUE ",".
008268     02  WS-Psd-CountryCode  PIC XX.
008271     02  FILLER              PIC X VALUE ",".
008274     02  WS-Psd-Status       PIC X.
008277     02  FILLER              PIC X VALUE ",".
008280     02  WS-Psd-Changed      PIC 9(14).
008283     02  FILLER              PIC X VALUE ",".
008286     02  WS-Psd-Type         PIC X.
008290 01  WS-Disc-Request         PIC X(01).
008291 01  WS-Disc-Id              PIC 9(08).
008292 01  WS-Disc-File            PIC X(12) VALUE "USRDELTA.CSV".
008293 01  WS-Disc-Recipient       PIC X(12) VALUE "BI".
008294 01  WS-Disc-Form            PIC X(01).
008295 01  WS-Disc-UserId          PIC 9(08).
008296 01  WS-Disc-Count           PIC 9(09).
008297 01  WS-Disc-Result          PIC X(01).
008298     88  WS-Disc-Failed          VALUE "F".
008300 01  WS-P-USRSNAP-DAT       PIC X(30) VALUE "USRSNAP.DAT".
008400 01  WS-P-USRDELTA-CSV      PIC X(30) VALUE "USRDELTA.CSV".
008500 01  WS-P-DELTACTL-DAT      PIC X(30) VALUE "DELTACTL.DAT".
008800 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
008900 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
009000 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
009025 01  WS-Parm-Request         PIC X(01) VALUE "G".
009050 01  WS-Parm-Name            PIC X(12).
009075 01  WS-Parm-Value           PIC X(20).
009100 01  WS-Program-Name         PIC X(20) VALUE "USERDELTA".
009200
009300 PROCEDURE DIVISION.
013500         CLOSE ControlFile
013600     END-IF
013700     DISPLAY "CUTOFF STAMP: " WS-Cutoff-Stamp
013705     MOVE "EXTRACTMODE" TO WS-Parm-Name
013710     MOVE "P" TO WS-Parm-Value
013715     PERFORM 9700-GET-RUN-PARM THRU 9700-GET-RUN-PARM-EXIT
013720     MOVE WS-Parm-Value TO WS-Extract-Mode
013727     IF WS-Extract-Mode = "p"
013736         MOVE "P" TO WS-Extract-Mode
013745     END-IF
013754     IF WS-Mode-Pseudonymised
013763         DISPLAY "PSEUDONYMISED - PERSONAL COLUMNS TOKENISED"
013772     ELSE
013781         DISPLAY "EXTRACT IN CLEAR"
013790     END-IF
013800     .
013900 1000-INITIALIZE-EXIT.
014000     EXIT.
015200         GO TO 2000-EXPORT-CHANGES-EXIT
015300     END-IF
015400     OPEN OUTPUT DeltaFile
015410     MOVE WS-Extract-Mode TO WS-Disc-Form
015420     IF NOT WS-Mode-Pseudonymised
015430         MOVE "C" TO WS-Disc-Form
015440     END-IF
015450     MOVE "O" TO WS-Disc-Request
015460     PERFORM 9100-CALL-DISCLOG THRU 9100-CALL-DISCLOG-EXIT
015500     READ SnapshotFile
015600         AT END SET EndOfUserDb TO TRUE
015700     END-READ
017200         END-READ
017300     END-PERFORM
017400     CLOSE DeltaFile
017410     MOVE WS-Export-Count TO WS-Disc-Count
017420     MOVE "C" TO WS-Disc-Request
017430     PERFORM 9100-CALL-DISCLOG THRU 9100-CALL-DISCLOG-EXIT
017440     IF WS-Disc-Failed
017450         DISPLAY "DISCLOG.DAT UNAVAILABLE - EXTRACT NOT LOGGED."
017460         MOVE 8 TO WS-Eoj-Return-Code
017470     END-IF
017500     CLOSE SnapshotFile
017516     IF WS-Withheld-Count > 0
017532         PERFORM 4000-REPORT-WITHHELD
017548             THRU 4000-REPORT-WITHHELD-EXIT
017564         GO TO 2000-EXPORT-CHANGES-EXIT
017580     END-IF
017600     SET WS-Export-Completed TO TRUE
017700     .
017800 2000-EXPORT-CHANGES-EXIT.
018100 2100-WRITE-DELTA-LINE.
018200     MOVE UserId TO WS-Csv-UserId
018300     MOVE UserName TO WS-Csv-UserName
018366     MOVE GivenName TO WS-Csv-GivenName
018432     MOVE FamilyName TO WS-Csv-FamilyName
018500     MOVE Email TO WS-Csv-Email
018600     MOVE LastLoginDate TO WS-Csv-LastLogin
018700     MOVE CountryCode TO WS-Csv-CountryCode
019100     ELSE
019200         MOVE ZERO TO WS-Csv-Changed
019300     END-IF
019310     IF AccountIsHuman
019320         MOVE "H" TO WS-Csv-Type
019330     ELSE
019340         MOVE AccountType TO WS-Csv-Type
019350     END-IF
019400     MOVE WS-Csv-Line TO DeltaRecord
019405     IF WS-Mode-Pseudonymised
019410         CALL "PsdToken" USING UserId, WS-Psd-Token
019415         IF WS-Psd-Token = SPACES
019420             ADD 1 TO WS-Withheld-Count
019425             GO TO 2100-WRITE-DELTA-LINE-EXIT
019430         END-IF
019435         MOVE WS-Csv-UserId TO WS-Psd-UserId
019440         MOVE WS-Psd-Token TO WS-Psd-UserName
019443         MOVE WS-Psd-Token TO WS-Psd-GivenName
019446         MOVE WS-Psd-Token TO WS-Psd-FamilyName
019450         MOVE WS-Psd-Token TO WS-Psd-Email
019455         MOVE WS-Csv-LastLogin TO WS-Psd-LastLogin
019460         MOVE WS-Csv-CountryCode TO WS-Psd-CountryCode
019465         MOVE WS-Csv-Status TO WS-Psd-Status
019470         MOVE WS-Csv-Changed TO WS-Psd-Changed
019475         MOVE WS-Csv-Type TO WS-Psd-Type
019480         MOVE WS-Psd-Line TO DeltaRecord
019485     END-IF
019500     WRITE DeltaRecord
019600     ADD 1 TO WS-Export-Count
019610     MOVE UserId TO WS-Disc-UserId
019620     MOVE "U" TO WS-Disc-Request
019630     PERFORM 9100-CALL-DISCLOG THRU 9100-CALL-DISCLOG-EXIT
019700     .
019800 2100-WRITE-DELTA-LINE-EXIT.
019900     EXIT.
020600     .
020700 3000-RECORD-NEW-CUTOFF-EXIT.
020800     EXIT.
020905
021010*--------------------------------------------------------------
021115* Rows the vault could not tokenise were held back rather than
021220* shipped in clear; the extract is short, so the run fails.
021325*--------------------------------------------------------------
021430 4000-REPORT-WITHHELD.
021535     DISPLAY "ROWS WITHHELD - NO PSEUDONYM TOKEN: "
021640         WS-Withheld-Count
021745     MOVE WS-Withheld-Count TO WS-Eoj-Rejected-Count
021850     MOVE "E" TO WS-Excp-Severity
021955     MOVE "PSDVAULT UNAVAILABLE - PSEUDONYMISED ROWS WITHHELD"
022060         TO WS-Excp-Message
022165     CALL "ExcpLog" USING WS-Program-Name,
022270         WS-Excp-Severity, WS-Excp-Message
022375     MOVE 8 TO WS-Eoj-Return-Code
022480     .
022585 4000-REPORT-WITHHELD-EXIT.
022690     EXIT.
022695
022700 9100-CALL-DISCLOG.
022800     CALL "DiscLog" USING WS-Disc-Request, WS-Disc-Id,
022900         WS-Disc-File, WS-Disc-Recipient, WS-Disc-Form,
023000         WS-Disc-UserId, WS-Disc-Count, WS-Program-Name,
023100         WS-Disc-Result
023200     .
023300 9100-CALL-DISCLOG-EXIT.
023400     EXIT.
023410
023420*--------------------------------------------------------------
023430* Standing run parameters come from the RUNPARM.DAT library;
023440* the caller primes WS-Parm-Value with the default.
023450*--------------------------------------------------------------
023460 9700-GET-RUN-PARM.
023470     CALL "ParmGet" USING WS-Parm-Request, WS-Program-Name,
023480         WS-Parm-Name, WS-Parm-Value
023490     .
023500 9700-GET-RUN-PARM-EXIT.
023510     EXIT.

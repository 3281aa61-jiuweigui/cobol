000900* extract that opens directly in a spreadsheet or loads into
001000* the BI tools. Salt/Hash are left out on purpose -
001100* there is no business reason to ship password material offsite.
001110* Run parameter (EXTRACTMODE on RUNPARM.DAT, default P):
001132*   P = pseudonymised - the three personal columns carry the
001154*       account's vault token instead (same column names, so
001176*       the BI load is unchanged); anything else = in clear
001180* The extract is registered on the DISCLOG.DAT disclosure log
001185* (shared DiscLog routine) with every UserId it carried.
001200*--------------------------------------------------------------
001300* MODIFICATION HISTORY
001400*--------------------------------------------------------------
001832*                 instead of its own full pass over the
001848*                 indexed master - the four nightly
001864*                 extract passes became one.
001870* 2026-10-15 JWG  AccountType added as the last column (H/S/M/P;
001875*                 a blank type goes out as H).
001876* 2026-10-15 JWG  Pseudonymised mode (card P): UserName,
001879*                 RealName and Email go out as the account's
001882*                 stable PSDVAULT.DAT token from the shared
001885*                 PsdToken routine. A row with no token is
001888*                 withheld, never shipped in clear, and the run
001891*                 ends RC 8.
001892* 2026-10-15 JWG  The extract and each UserId it carries are
001893*                 registered on the DISCLOG.DAT disclosure log
001894*                 through the shared DiscLog routine; an
001895*                 extract the log cannot take ends RC 8.
001905* 2026-10-15 JWG  RealName column replaced by GivenName and
001915*                 FamilyName (thirty characters each; both
001925*                 carry the token in mode P); record widened
001935*                 to 150.
001945* 2026-10-15 JWG  Run parameters now come from the RUNPARM.DAT
001955*                 library through ParmGet instead of a SYSIN
001965*                 card.
001975*--------------------------------------------------------------
001985 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT SnapshotFile ASSIGN TO DYNAMIC WS-P-USRSNAP-DAT
003300     COPY "USERREC.CPY".
003400
003500 FD  CsvFile.
003600 01  CsvRecord               PIC X(150).
003700
003800 WORKING-STORAGE SECTION.
003900 01  WS-File-Status          PIC XX.
004400     02  FILLER              PIC X VALUE ",".
004500     02  WS-Csv-UserName     PIC X(05).
004600     02  FILLER              PIC X VALUE ",".
004650     02  WS-Csv-GivenName    PIC X(30).
004700     02  FILLER              PIC X VALUE ",".
004750     02  WS-Csv-FamilyName   PIC X(30).
004800     02  FILLER              PIC X VALUE ",".
004900     02  WS-Csv-Email        PIC X(30).
005000     02  FILLER              PIC X VALUE ",".
005300     02  WS-Csv-CountryCode  PIC XX.
005400     02  FILLER              PIC X VALUE ",".
005500     02  WS-Csv-Status       PIC X.
005501     02  FILLER              PIC X VALUE ",".
005502     02  WS-Csv-Type         PIC X.
005503 01  WS-Extract-Mode         PIC X(01).
005504     88  WS-Mode-Pseudonymised   VALUE "P".
005505 01  WS-Psd-Token            PIC X(10).
005506 01  WS-Withheld-Count       PIC 9(09) COMP VALUE 0.
005507 01  WS-Psd-Line.
005508     02  WS-Psd-UserId       PIC 9(08).
005509     02  FILLER              PIC X VALUE ",".
005510     02  WS-Psd-UserName     PIC X(10).
005511     02  FILLER              PIC X VALUE ",".
005512     02  WS-Psd-GivenName    PIC X(10).
005513     02  FILLER              PIC X VALUE ",".
005514     02  WS-Psd-FamilyName   PIC X(10).
005515     02  FILLER              PIC X VALUE ",".
005516     02  WS-Psd-Email        PIC X(10).
005517     02  FILLER              PIC X VALUE ",".
005518     02  WS-Psd-LastLogin    PIC 9(08).
005519     02  FILLER              PIC X VALUE ",".
005520     02  WS-Psd-CountryCode  PIC XX.
005521     02  FILLER              PIC X VALUE ",".
005522     02  WS-Psd-Status       PIC X.
005523     02  FILLER              PIC X VALUE ",".
005524     02  WS-Psd-Type         PIC X.
005525 01  WS-Excp-Severity        PIC X(01).
005526 01  WS-Excp-Message         PIC X(60).
005527 01  WS-Disc-Request         PIC X(01).
005528 01  WS-Disc-Id              PIC 9(08).
005529 01  WS-Disc-File            PIC X(12) VALUE "USERS.CSV".
005530 01  WS-Disc-Recipient       PIC X(12) VALUE "BI".
005531 01  WS-Disc-Form            PIC X(01).
005532 01  WS-Disc-UserId          PIC 9(08).
005533 01  WS-Disc-Count           PIC 9(09).
005534 01  WS-Disc-Result          PIC X(01).
005535     88  WS-Disc-Failed          VALUE "F".
005536 01  WS-P-USRSNAP-DAT       PIC X(30) VALUE "USRSNAP.DAT".
005537 01  WS-P-USERS-CSV         PIC X(30) VALUE "USERS.CSV".
005538 01  WS-Eoj-Start-Time       PIC 9(08).
005539 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
005540 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
005541 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
005542 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
005544 01  WS-Parm-Request         PIC X(01) VALUE "G".
005546 01  WS-Parm-Name            PIC X(12).
005548 01  WS-Parm-Value           PIC X(20).
005550 01  WS-Program-Name         PIC X(20) VALUE "USEREXPORT".
005600
005700 PROCEDURE DIVISION.
006000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
006100     PERFORM 2000-EXPORT-USERS THRU 2000-EXPORT-USERS-EXIT
006200     DISPLAY "ACCOUNTS EXPORTED: " WS-Export-Count
006201     PERFORM 2800-CLOSE-DISCLOSURE
006202         THRU 2800-CLOSE-DISCLOSURE-EXIT
006203     IF WS-Withheld-Count > 0
006206         PERFORM 2900-REPORT-WITHHELD
006207             THRU 2900-REPORT-WITHHELD-EXIT
006209     END-IF
006212     MOVE WS-Export-Count TO WS-Eoj-Read-Count
006224     MOVE WS-Export-Count TO WS-Eoj-Written-Count
006236     CALL "EndMsg" USING WS-Program-Name,
006700     DISPLAY "======================"
006800     OPEN INPUT SnapshotFile
006900     OPEN OUTPUT CsvFile
007000     MOVE "UserId,UserName,GivenName,FamilyName,Email,"
007100         TO CsvRecord
007200     STRING CsvRecord DELIMITED BY SPACE
007275         "LastLoginDate,CountryCode,AccountStatus,AccountType"
007350             DELIMITED BY SIZE
007400         INTO CsvRecord
007410     END-STRING
007500     WRITE CsvRecord
007505     MOVE "EXTRACTMODE" TO WS-Parm-Name
007510     MOVE "P" TO WS-Parm-Value
007515     PERFORM 9700-GET-RUN-PARM THRU 9700-GET-RUN-PARM-EXIT
007520     MOVE WS-Parm-Value TO WS-Extract-Mode
007527     IF WS-Extract-Mode = "p"
007536         MOVE "P" TO WS-Extract-Mode
007545     END-IF
007554     IF WS-Mode-Pseudonymised
007563         DISPLAY "PSEUDONYMISED - PERSONAL COLUMNS TOKENISED"
007572     ELSE
007581         DISPLAY "EXTRACT IN CLEAR"
007590     END-IF
007592     MOVE WS-Extract-Mode TO WS-Disc-Form
007594     IF NOT WS-Mode-Pseudonymised
007596         MOVE "C" TO WS-Disc-Form
007597     END-IF
007598     MOVE "O" TO WS-Disc-Request
007599     PERFORM 9100-CALL-DISCLOG THRU 9100-CALL-DISCLOG-EXIT
007600     .
007700 1000-INITIALIZE-EXIT.
007800     EXIT.
008500         IF UserId NOT = WS-Trailer-Id
008600             PERFORM 2100-WRITE-CSV-LINE
008700                 THRU 2100-WRITE-CSV-LINE-EXIT
008900         END-IF
009000         READ SnapshotFile
009100             AT END SET EndOfUserDb TO TRUE
010000 2100-WRITE-CSV-LINE.
010100     MOVE UserId        TO WS-Csv-UserId
010200     MOVE UserName       TO WS-Csv-UserName
010266     MOVE GivenName TO WS-Csv-GivenName
010332     MOVE FamilyName TO WS-Csv-FamilyName
010400     MOVE Email          TO WS-Csv-Email
010500     MOVE LastLoginDate  TO WS-Csv-LastLogin
010600     MOVE CountryCode    TO WS-Csv-CountryCode
010700     MOVE AccountStatus  TO WS-Csv-Status
010710     IF AccountIsHuman
010720         MOVE "H"        TO WS-Csv-Type
010730     ELSE
010740         MOVE AccountType TO WS-Csv-Type
010750     END-IF
010800     MOVE WS-Csv-Line    TO CsvRecord
010807     IF WS-Mode-Pseudonymised
010814         CALL "PsdToken" USING UserId, WS-Psd-Token
010821         IF WS-Psd-Token = SPACES
010828             ADD 1 TO WS-Withheld-Count
010835             GO TO 2100-WRITE-CSV-LINE-EXIT
010842         END-IF
010849         MOVE WS-Csv-UserId TO WS-Psd-UserId
010856         MOVE WS-Psd-Token TO WS-Psd-UserName
010860         MOVE WS-Psd-Token TO WS-Psd-GivenName
010864         MOVE WS-Psd-Token TO WS-Psd-FamilyName
010870         MOVE WS-Psd-Token TO WS-Psd-Email
010877         MOVE WS-Csv-LastLogin TO WS-Psd-LastLogin
010878         MOVE WS-Csv-CountryCode TO WS-Psd-CountryCode
010879         MOVE WS-Csv-Status TO WS-Psd-Status
010880         MOVE WS-Csv-Type TO WS-Psd-Type
010884         MOVE WS-Psd-Line TO CsvRecord
010891     END-IF
010900     WRITE CsvRecord
010950     ADD 1 TO WS-Export-Count
010960     MOVE UserId TO WS-Disc-UserId
010970     MOVE "U" TO WS-Disc-Request
010980     PERFORM 9100-CALL-DISCLOG THRU 9100-CALL-DISCLOG-EXIT
011000     .
011100 2100-WRITE-CSV-LINE-EXIT.
011200     EXIT.
011210
011220*--------------------------------------------------------------
011230* The disclosure is closed with the rows written; an extract
011240* the log could not take went out unrecorded, so the run
011250* fails (DiscLog has already raised the exception).
011260*--------------------------------------------------------------
011270 2800-CLOSE-DISCLOSURE.
011275     MOVE WS-Export-Count TO WS-Disc-Count
011280     MOVE "C" TO WS-Disc-Request
011285     PERFORM 9100-CALL-DISCLOG THRU 9100-CALL-DISCLOG-EXIT
011290     IF WS-Disc-Failed
011292         DISPLAY "DISCLOG.DAT UNAVAILABLE - EXTRACT NOT LOGGED."
011294         MOVE 8 TO WS-Eoj-Return-Code
011296     END-IF
011297     .
011298 2800-CLOSE-DISCLOSURE-EXIT.
011299     EXIT.
011305
011410*--------------------------------------------------------------
011515* Rows the vault could not tokenise were held back rather than
011620* shipped in clear; the extract is short, so the run fails.
011725*--------------------------------------------------------------
011830 2900-REPORT-WITHHELD.
011935     DISPLAY "ROWS WITHHELD - NO PSEUDONYM TOKEN: "
012040         WS-Withheld-Count
012145     MOVE WS-Withheld-Count TO WS-Eoj-Rejected-Count
012250     MOVE "E" TO WS-Excp-Severity
012355     MOVE "PSDVAULT UNAVAILABLE - PSEUDONYMISED ROWS WITHHELD"
012460         TO WS-Excp-Message
012565     CALL "ExcpLog" USING WS-Program-Name,
012670         WS-Excp-Severity, WS-Excp-Message
012775     MOVE 8 TO WS-Eoj-Return-Code
012880     .
012985 2900-REPORT-WITHHELD-EXIT.
013090     EXIT.
013095
013100 9100-CALL-DISCLOG.
013200     CALL "DiscLog" USING WS-Disc-Request, WS-Disc-Id,
013300         WS-Disc-File, WS-Disc-Recipient, WS-Disc-Form,
013400         WS-Disc-UserId, WS-Disc-Count, WS-Program-Name,
013500         WS-Disc-Result
013600     .
013700 9100-CALL-DISCLOG-EXIT.
013800     EXIT.
013810
013820*--------------------------------------------------------------
013830* Standing run parameters come from the RUNPARM.DAT library;
013840* the caller primes WS-Parm-Value with the default.
013850*--------------------------------------------------------------
013860 9700-GET-RUN-PARM.
013870     CALL "ParmGet" USING WS-Parm-Request, WS-Program-Name,
013880         WS-Parm-Name, WS-Parm-Value
013890     .
013900 9700-GET-RUN-PARM-EXIT.
013910     EXIT.

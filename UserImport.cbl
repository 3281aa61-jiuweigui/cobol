000700*--------------------------------------------------------------
000800* CSV import - the inverse of UserExport. Reads USRIMP.CSV, a
000900* file in the same column layout UserExport writes (UserId,
001000* UserName,GivenName,FamilyName,Email,LastLoginDate,
001100* CountryCode,AccountStatus, and optionally the AccountEndDate
001101* of a fixed-term account as YYYYMMDD), runs each row through
001102* the same validations
001200* as interactive entry - CTRYTAB lookup, blank-field checks,
001300* duplicate UserId/UserName/Email checks - and loads the good
001400* rows into USERS.DATA. Bad rows are written to USRIMP.REJ
003560*                 (shared BusDate routine, system-date
003570*                 fallback), so a rerun past midnight keeps
003580*                 one business date.
003581* 2026-10-15 JWG  USERREC widened to 250 bytes. An optional eighth
003582*                 CSV column carries the end date of a fixed-term
003583*                 account (blank or 0 = none); a date not after
003584*                 the run date rejects the row with code 13.
003585* 2026-10-15 JWG  The UserId column takes the nine-digit keyed
003586*                 form, verified through the shared IdChk routine
003587*                 (reject 14 wrong check digit); the plain eight
003588*                 digits load only until the *IDPLAIN transition
003589*                 date (reject 15 after it).
003591* 2026-10-15 JWG  The RealName column gives way to GivenName and
003593*                 FamilyName, as UserExport now writes them; a
003595*                 blank family name rejects the row (code 04).
003597*--------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
005800     02  TR-Filler-1         PIC X(12).
005900     02  TR-Record-Count     PIC 9(09).
006000     02  TR-Run-Date         PIC 9(08).
006100     02  FILLER              PIC X(213).
006200
006300 FD  ImportFile.
006400 01  ImportRecord            PIC X(160).
006500
006600 FD  RejectFile.
006700 01  RejectRecord            PIC X(190).
006800
006900 WORKING-STORAGE SECTION.
007000 01  WS-File-Status          PIC XX.
007900 01  WS-Record-Count         PIC 9(09) VALUE 0.
008000 01  WS-Run-Date             PIC 9(08).
008100 01  WS-Csv-Fields.
008200     02  WS-Csv-UserId       PIC X(09).
008300     02  WS-Csv-UserName     PIC X(05).
008400     02  WS-Csv-Given-Name  PIC X(30).
008450     02  WS-Csv-Family-Name PIC X(30).
008500     02  WS-Csv-Email        PIC X(30).
008600     02  WS-Csv-LastLogin    PIC X(08).
008700     02  WS-Csv-Country      PIC X(02).
008800     02  WS-Csv-Status       PIC X(01).
008801     02  WS-Csv-End-Date     PIC X(08).
008802     02  WS-Csv-End-Num REDEFINES WS-Csv-End-Date
008803                             PIC 9(08).
008900 01  WS-Import-Id            PIC 9(08).
008925 01  WS-Id-Feed              PIC X(01) VALUE "F".
008950 01  WS-Id-Check             PIC X(01).
008975     88  WS-Id-Accepted          VALUE "Y" "P".
009000 01  WS-Reject-Reason        PIC X(24).
009100 01  WS-Row-Is-Good          PIC X.
009200     88  WS-Good-Row             VALUE "Y".
010040 01  WS-Feed-Granted         PIC X(01).
010041     88  WS-Feed-Was-Granted     VALUE "Y".
010042 01  WS-Jrnl-Action          PIC X(01).
010050 01  WS-Before-Image         PIC X(250).
010060 01  WS-After-Image          PIC X(250).
010100 01  WS-Loaded-Count         PIC 9(09) COMP VALUE 0.
010200 01  WS-Rejected-Count       PIC 9(09) COMP VALUE 0.
010300 01  WS-Count-Disp           PIC ZZZZZZZZ9.
022100     MOVE SPACES TO WS-Csv-Fields
022200     UNSTRING ImportRecord DELIMITED BY ","
022300         INTO WS-Csv-UserId, WS-Csv-UserName,
022400             WS-Csv-Given-Name, WS-Csv-Family-Name,
022450             WS-Csv-Email,
022500             WS-Csv-LastLogin, WS-Csv-Country,
022600             WS-Csv-Status, WS-Csv-End-Date
022700     END-UNSTRING
022800     PERFORM 2200-VALIDATE-ROW THRU 2200-VALIDATE-ROW-EXIT
022900     IF WS-Good-Row
023800     EXIT.
023900
024000 2200-VALIDATE-ROW.
024023     CALL "IdChk" USING WS-Id-Feed, WS-Csv-UserId, WS-Import-Id,
024046         WS-Id-Check
024069     IF NOT WS-Id-Accepted
024092         EVALUATE WS-Id-Check
024115             WHEN "C"
024138                 MOVE "14 USERID CHECK DIGIT" TO WS-Reject-Reason
024161             WHEN "X"
024184                 MOVE "15 USERID NO CHECK DIGIT"
024207                     TO WS-Reject-Reason
024230             WHEN OTHER
024253                 MOVE "01 USERID NOT NUMERIC" TO WS-Reject-Reason
024276         END-EVALUATE
024300         SET WS-Bad-Row TO TRUE
024400         GO TO 2200-VALIDATE-ROW-EXIT
024500     END-IF
024700     IF WS-Import-Id = ZERO OR WS-Import-Id = WS-Trailer-Id
024800         MOVE "02 USERID RESERVED" TO WS-Reject-Reason
024900         SET WS-Bad-Row TO TRUE
025400         SET WS-Bad-Row TO TRUE
025500         GO TO 2200-VALIDATE-ROW-EXIT
025600     END-IF
025700     IF WS-Csv-Family-Name = SPACES
025800         MOVE "04 BLANK FAMILYNAME" TO WS-Reject-Reason
025900         SET WS-Bad-Row TO TRUE
026000         GO TO 2200-VALIDATE-ROW-EXIT
026100     END-IF
031700         SET WS-Bad-Row TO TRUE
031800         GO TO 2200-VALIDATE-ROW-EXIT
031900     END-IF
031901     IF WS-Csv-End-Date = SPACES OR WS-Csv-End-Date = "0"
031902         MOVE ZERO TO WS-Csv-End-Num
031903     END-IF
031904     IF WS-Csv-End-Date IS NOT NUMERIC
031905             OR (WS-Csv-End-Num NOT = ZERO
031906             AND WS-Csv-End-Num NOT > WS-Run-Date)
031907         MOVE "13 BAD END DATE" TO WS-Reject-Reason
031908         SET WS-Bad-Row TO TRUE
031909         GO TO 2200-VALIDATE-ROW-EXIT
031910     END-IF
032000     .
032100 2200-VALIDATE-ROW-EXIT.
032200     EXIT.
032500     MOVE SPACES TO UserRecord
032600     MOVE WS-Import-Id TO UserId
032700     MOVE WS-Csv-UserName TO UserName
032800     MOVE WS-Csv-Given-Name TO GivenName
032850     MOVE WS-Csv-Family-Name TO FamilyName
032900     MOVE WS-Csv-Email TO Email
033000     IF WS-Csv-LastLogin IS NUMERIC
033100         MOVE WS-Csv-LastLogin TO LastLoginDate
034410     MOVE "2" TO HashVersion
034430     MOVE SPACES TO Hash
034450     MOVE WS-Run-Date TO PasswordSetDate
034451     MOVE WS-Csv-End-Num TO AccountEndDate
034500     CALL "TimeStamp" USING LastChangedStamp
034600     WRITE UserRecord
034700         INVALID KEY

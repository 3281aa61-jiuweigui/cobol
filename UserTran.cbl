001150*                           (H on the file-level header)
001200*   COL 02-09   USERID      9(08)
001300*   COL 10-14   USERNAME    X(05)
001400*   COL 15-24   (RETIRED)   X(10) - THE OLD REALNAME; SEE BELOW
001500*   COL 25-54   EMAIL       X(30)
001600*   COL 55-56   COUNTRYCODE X(02)
001610*   COL 57-64   EFFECTIVE DATE YYYYMMDD (zero or spaces =
001620*               apply tonight)
001640*   COL 65      USERID CHECK DIGIT (IdChk); blank is taken
001660*               as the plain eight-digit form, accepted only
001680*               while the *IDPLAIN transition lasts
001682*   COL 66-95   GIVENNAME   X(30)
001684*   COL 96-125  FAMILYNAME  X(30)
001686* A feed not yet sending the name columns may still carry the
001688* old name in columns 15-24: with FAMILYNAME blank it is taken
001690* as the family name and the account flagged for name review
001692* (NameReviewFlag), as UserNmCnv did for the stored accounts.
001694* A name arriving in the new columns clears the flag.
001700* Adds go through the duplicate-id check and the CTRYTAB and
001800* blank-field rules; changes update the matched record's
001900* non-blank fields; deletes set the account inactive, the
004460*                 (shared BusDate routine, system-date
004470*                 fallback), so a rerun past midnight keeps
004480*                 one business date.
004482* 2026-10-15 JWG  An applied delete now revokes the account's
004484*                 USRACCS.DAT application entitlements in the
004486*                 same run through the shared EntRevk routine
004488*                 (reason HRT, operator HRFEED).
004489* 2026-10-15 JWG  USERREC widened to 250 bytes; HR-feed adds carry
004490*                 no account end date (set one in UserMaint for a
004491*                 fixed-term account).
004500* 2026-10-15 JWG  Transactions carry the UserId check digit in
004509*                 column 65, verified through the shared IdChk
004518*                 routine (reasons 014 wrong digit, 015 plain
004527*                 id after the *IDPLAIN transition date); the
004536*                 response echoes an applied add's check digit.
004545* 2026-10-15 JWG  GIVENNAME and FAMILYNAME columns 66-125 replace
004554*                 REALNAME; an old-format row's name slot is
004563*                 taken as the family name, flagged for review.
004572*--------------------------------------------------------------
004581 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
006700     02  TR-Filler-1         PIC X(12).
006800     02  TR-Record-Count     PIC 9(09).
006900     02  TR-Run-Date         PIC 9(08).
007000     02  FILLER              PIC X(213).
007100
007200 FD  TransactionFile.
007300 01  TransactionRecord.
007710         88  UT-Is-Feed-Header   VALUE "H".
007800     02  UT-UserId           PIC X(08).
007900     02  UT-UserName         PIC X(05).
008000     02  UT-Old-Name         PIC X(10).
008100     02  UT-Email            PIC X(30).
008200     02  UT-CountryCode      PIC X(02).
008205     02  UT-Effective-Date   PIC X(08).
008207     02  UT-Check-Digit      PIC X(01).
008208     02  UT-Given-Name       PIC X(30).
008209     02  UT-Family-Name      PIC X(30).
008210 01  FeedHeaderRecord REDEFINES TransactionRecord.
008220     02  FILLER              PIC X(01).
008230     02  UTH-Feed-Id         PIC X(08).
008240     02  UTH-Sequence        PIC X(06).
008270     02  FILLER              PIC X(110).
008300
008400 FD  ExceptionFile.
008500 01  ExceptionRecord         PIC X(160).
008510
008520*--------------------------------------------------------------
008530* The response file HR's system ingests:
008560*      11 DISPOSITION A/R/H (H = held for its effective
008561*      date), 12-14 REASON CODE (000 = applied, 013 =
008562*      applied but received past its effective date),
008568*      15-22 ASSIGNED USERID (applied adds), 23 ITS
008574*      CHECK DIGIT
008580*   T: COL 01 "T", 02-10 INPUT COUNT, 11-19 APPLIED,
008590*      20-28 REJECTED, 29-37 HELD, 38-46 RELEASED
008591*      PENDINGS. Applied and rejected cover the whole run,
008596 01  ResponseRecord          PIC X(46).
008605
008614 FD  PendingFile.
008623 01  PendingRecord           PIC X(125).
008632
008641 FD  PendingOutFile.
008650 01  PendingOutRecord        PIC X(125).
008659
008668 FD  PipelineFile.
008677 01  PipelineRecord          PIC X(60).
009700 01  WS-Record-Count         PIC 9(09) VALUE 0.
009800 01  WS-Run-Date             PIC 9(08).
009900 01  WS-Tran-Id              PIC 9(08).
009912 01  WS-Keyed-UserId.
009924     02  WS-Keyed-Base       PIC X(08).
009936     02  WS-Keyed-Ninth      PIC X(01).
009948 01  WS-Id-Feed              PIC X(01) VALUE "F".
009960 01  WS-Id-Make              PIC X(01) VALUE "M".
009972 01  WS-Id-Check             PIC X(01).
009984     88  WS-Id-Accepted          VALUE "Y" "P".
010000 01  WS-Exception-Reason     PIC X(30).
010100 01  WS-Country-Ok           PIC X.
010200     88  WS-Country-Is-Valid     VALUE "Y".
010300     88  WS-Country-Is-Invalid   VALUE "N".
010400 01  WS-Lookup-Country       PIC XX.
010410 01  WS-Saved-Record         PIC X(250).
010500 01  WS-Dup-Switch           PIC X.
010600     88  WS-Is-Duplicate         VALUE "Y".
010700     88  WS-Is-Unique            VALUE "N".
010800 01  WS-Password-Plain       PIC X(20).
010803 01  WS-Feed-Operator        PIC X(10) VALUE "HRFEED".
010806 01  WS-Rename-Status        PIC S9(08) COMP-5 VALUE 0.
010809 01  WS-Pending-Status       PIC XX.
010812     88  WS-Pending-Missing      VALUE "35".
010815 01  WS-Pending-Eof          PIC X VALUE "N".
010818     88  WS-End-Of-Pending       VALUE "Y".
010821 01  WS-Effective-Date       PIC 9(08).
010824 01  WS-Late-Flag            PIC X(01).
010827 01  WS-Name-Source          PIC X(01).
010830     88  WS-Name-From-Old-Slot   VALUE "O".
010833     88  WS-Name-From-Columns    VALUE "N".
010836 01  WS-Held-Count           PIC 9(09) COMP VALUE 0.
010839 01  WS-Released-Count       PIC 9(09) COMP VALUE 0.
010842 01  WS-Pipe-Table.
010845     02  WS-Pipe-Entry OCCURS 62 TIMES.
010848         03  WS-Pipe-Date        PIC 9(08).
010851         03  WS-Pipe-Count       PIC 9(05) COMP.
010854 01  WS-Pipe-Used            PIC 9(03) COMP VALUE 0.
010857 01  WS-Pipe-Index           PIC 9(03) COMP.
010860 01  WS-Pipe-Found           PIC 9(03) COMP.
010863 01  WS-Pipe-Count-Disp      PIC ZZZZ9.
010866 01  WS-Email-Ok             PIC X(01).
010869 01  WS-FeedCtl-Request      PIC X(01).
010872 01  WS-Feed-Id              PIC X(08).
010875 01  WS-Feed-Sequence        PIC 9(06).
010878 01  WS-Feed-Count           PIC 9(09).
010881 01  WS-Feed-Disposition     PIC X(10).
010884 01  WS-Feed-Granted         PIC X(01).
010887     88  WS-Feed-Was-Granted     VALUE "Y".
010890 01  WS-Retire-Request       PIC X(01).
010893 01  WS-Retire-Source        PIC X(10) VALUE "USERTRAN".
010896 01  WS-Retire-Flag          PIC X(01).
010899 01  WS-Resp-Header.
010902     02  FILLER              PIC X(01) VALUE "H".
010905     02  WS-RH-Date          PIC 9(08).
010908 01  WS-Resp-Detail.
010911     02  FILLER              PIC X(01) VALUE "D".
010914     02  WS-RD-Action        PIC X(01).
010917     02  WS-RD-UserId        PIC X(08).
010920     02  WS-RD-Disposition   PIC X(01).
010923     02  WS-RD-Reason-Code   PIC X(03).
010927     02  WS-RD-Assigned-Id   PIC X(08).
010931     02  WS-RD-Assigned-Check
010935                             PIC X(01).
010941 01  WS-Resp-Trailer.
010942     02  FILLER              PIC X(01) VALUE "T".
010943     02  WS-RT-Input-Count   PIC 9(09).
010948 01  WS-Feed-Present         PIC X(01) VALUE "N".
010949 01  WS-Feed-Accepted        PIC X(01) VALUE "N".
010950 01  WS-Jrnl-Action          PIC X(01).
010951 01  WS-Before-Image         PIC X(250).
010960 01  WS-After-Image          PIC X(250).
010970 01  WS-Ent-Reason           PIC X(03) VALUE "HRT".
010980 01  WS-Ent-Revoked-Count    PIC 9(05).
011000 01  WS-Hist-Field-Name      PIC X(12).
011100 01  WS-Hist-Old-Value       PIC X(30).
011200 01  WS-Hist-New-Value       PIC X(30).
024700             THRU 2500-WRITE-EXCEPTION-EXIT
024800         GO TO 2100-APPLY-ONE-TRANSACTION-EXIT
024900     END-IF
024905     MOVE UT-UserId TO WS-Keyed-Base
024910     MOVE UT-Check-Digit TO WS-Keyed-Ninth
024915     CALL "IdChk" USING WS-Id-Feed, WS-Keyed-UserId, WS-Tran-Id,
024920         WS-Id-Check
024925     IF NOT WS-Id-Accepted
024930         IF WS-Id-Check = "C"
024935             MOVE "USERID CHECK DIGIT WRONG"
024940                 TO WS-Exception-Reason
024945         ELSE
024950             MOVE "USERID NEEDS CHECK DIGIT"
024955                 TO WS-Exception-Reason
024960         END-IF
024965         PERFORM 2500-WRITE-EXCEPTION
024970             THRU 2500-WRITE-EXCEPTION-EXIT
024975         GO TO 2100-APPLY-ONE-TRANSACTION-EXIT
024980     END-IF
025000     MOVE UT-UserId TO WS-Tran-Id
025100     IF WS-Tran-Id = ZERO OR WS-Tran-Id = WS-Trailer-Id
025200         MOVE "USERID RESERVED" TO WS-Exception-Reason
027491     MOVE "H" TO WS-RD-Disposition
027492     MOVE "000" TO WS-RD-Reason-Code
027493     MOVE SPACES TO WS-RD-Assigned-Id
027495     MOVE SPACES TO WS-RD-Assigned-Check
027497     MOVE WS-Resp-Detail TO ResponseRecord
027499     WRITE ResponseRecord
027501     .
027503 2050-HOLD-TRANSACTION-EXIT.
027505     EXIT.
027507
027509 2055-TALLY-PIPELINE.
027511     MOVE 0 TO WS-Pipe-Found
027513     PERFORM VARYING WS-Pipe-Index FROM 1 BY 1
027515             UNTIL WS-Pipe-Index > WS-Pipe-Used
027517             OR WS-Pipe-Found > 0
027519         IF WS-Pipe-Date(WS-Pipe-Index)
027521                 = WS-Effective-Date
027523             MOVE WS-Pipe-Index TO WS-Pipe-Found
027525         END-IF
027527     END-PERFORM
027529     IF WS-Pipe-Found = 0 AND WS-Pipe-Used < 62
027531         ADD 1 TO WS-Pipe-Used
027533         MOVE WS-Pipe-Used TO WS-Pipe-Found
027535         MOVE WS-Effective-Date
027537             TO WS-Pipe-Date(WS-Pipe-Found)
027539         MOVE 0 TO WS-Pipe-Count(WS-Pipe-Found)
027541     END-IF
027543     IF WS-Pipe-Found > 0
027545         ADD 1 TO WS-Pipe-Count(WS-Pipe-Found)
027547     END-IF
027549     .
027551 2055-TALLY-PIPELINE-EXIT.
027553     EXIT.
027561
027562*--------------------------------------------------------------
027563* Where the name on this transaction came from: the new name
027564* columns (N), the retired REALNAME slot of a feed not yet
027565* sending them (O - taken as the family name, for review), or
027566* nowhere (space).
027567*--------------------------------------------------------------
027568 2150-TAKE-NAME-FIELDS.
027569     MOVE SPACE TO WS-Name-Source
027570     IF UT-Given-Name NOT = SPACES OR UT-Family-Name NOT = SPACES
027571         SET WS-Name-From-Columns TO TRUE
027572     ELSE
027573         IF UT-Old-Name NOT = SPACES
027574             MOVE UT-Old-Name TO UT-Family-Name
027575             SET WS-Name-From-Old-Slot TO TRUE
027576         END-IF
027577     END-IF
027578     .
027579 2150-TAKE-NAME-FIELDS-EXIT.
027580     EXIT.
027581
027600 2200-APPLY-ADD.
027633     PERFORM 2150-TAKE-NAME-FIELDS
027666         THRU 2150-TAKE-NAME-FIELDS-EXIT
027700     IF UT-UserName = SPACES OR UT-Family-Name = SPACES
027800             OR UT-Email = SPACES
027900         MOVE "BLANK FIELD ON ADD" TO WS-Exception-Reason
028000         PERFORM 2500-WRITE-EXCEPTION
032200     MOVE SPACES TO UserRecord
032300     MOVE WS-Tran-Id TO UserId
032400     MOVE UT-UserName TO UserName
032500     MOVE UT-Given-Name TO GivenName
032520     MOVE UT-Family-Name TO FamilyName
032540     IF WS-Name-From-Old-Slot
032560         SET NameNeedsReview TO TRUE
032580     END-IF
032600     MOVE UT-Email TO Email
032700     MOVE WS-Run-Date TO LastLoginDate
032800     MOVE WS-Lookup-Country TO CountryCode
033310     MOVE "2" TO HashVersion
033330     MOVE SPACES TO Hash
033350     MOVE WS-Run-Date TO PasswordSetDate
033351     MOVE ZERO TO AccountEndDate
033400     CALL "TimeStamp" USING LastChangedStamp
033500     WRITE UserRecord
033600         INVALID KEY
034700     EXIT.
034800
034900 2300-APPLY-CHANGE.
034933     PERFORM 2150-TAKE-NAME-FIELDS
034966         THRU 2150-TAKE-NAME-FIELDS-EXIT
035000     MOVE WS-Tran-Id TO UserId
035100     READ UserDatabase
035200         INVALID KEY
037500         PERFORM 2700-WRITE-HISTORY
037600             THRU 2700-WRITE-HISTORY-EXIT
037700     END-IF
037730     IF UT-Given-Name NOT = SPACES
037760         MOVE "GIVENNAME" TO WS-Hist-Field-Name
037790         MOVE GivenName TO WS-Hist-Old-Value
037820         MOVE UT-Given-Name TO GivenName
037850         MOVE UT-Given-Name TO WS-Hist-New-Value
037880         PERFORM 2700-WRITE-HISTORY
037910             THRU 2700-WRITE-HISTORY-EXIT
037940     END-IF
037970     IF UT-Family-Name NOT = SPACES
038000         MOVE "FAMILYNAME" TO WS-Hist-Field-Name
038030         MOVE FamilyName TO WS-Hist-Old-Value
038060         MOVE UT-Family-Name TO FamilyName
038090         MOVE UT-Family-Name TO WS-Hist-New-Value
038120         PERFORM 2700-WRITE-HISTORY
038150             THRU 2700-WRITE-HISTORY-EXIT
038180     END-IF
038210     IF (WS-Name-From-Old-Slot AND NOT NameNeedsReview)
038240             OR (WS-Name-From-Columns AND NameNeedsReview)
038270         MOVE "NAMEREVIEW" TO WS-Hist-Field-Name
038300         MOVE NameReviewFlag TO WS-Hist-Old-Value
038330         IF WS-Name-From-Old-Slot
038360             SET NameNeedsReview TO TRUE
038390         ELSE
038420             MOVE SPACE TO NameReviewFlag
038450         END-IF
038480         MOVE NameReviewFlag TO WS-Hist-New-Value
038510         PERFORM 2700-WRITE-HISTORY
038540             THRU 2700-WRITE-HISTORY-EXIT
038570     END-IF
038600     IF UT-Email NOT = SPACES
038700         MOVE "EMAIL" TO WS-Hist-Field-Name
038800         MOVE Email TO WS-Hist-Old-Value
043033     PERFORM 2960-JOURNAL-REWRITE
043066         THRU 2960-JOURNAL-REWRITE-EXIT
043100     PERFORM 2700-WRITE-HISTORY THRU 2700-WRITE-HISTORY-EXIT
043110     CALL "EntRevk" USING UserId, WS-Feed-Operator,
043120         WS-Ent-Reason, WS-Program-Name, WS-Ent-Revoked-Count
043200     ADD 1 TO WS-Deleted-Count
043310     PERFORM 2850-RESPOND-APPLIED
043320         THRU 2850-RESPOND-APPLIED-EXIT
048460 2850-RESPOND-APPLIED.
048470     MOVE UT-Action TO WS-RD-Action
048480     MOVE UT-UserId TO WS-RD-UserId
048481     MOVE "A" TO WS-RD-Disposition
048482     IF WS-Late-Flag = "L"
048483         MOVE "013" TO WS-RD-Reason-Code
048484     ELSE
048485         MOVE "000" TO WS-RD-Reason-Code
048486     END-IF
048487     IF UT-Is-Add
048488         MOVE UT-UserId TO WS-RD-Assigned-Id
048489         CALL "IdChk" USING WS-Id-Make, WS-Keyed-UserId,
048490             WS-Tran-Id, WS-Id-Check
048491         MOVE WS-Keyed-Ninth TO WS-RD-Assigned-Check
048492     ELSE
048494         MOVE SPACES TO WS-RD-Assigned-Id
048495         MOVE SPACES TO WS-RD-Assigned-Check
048496     END-IF
048497     MOVE WS-Resp-Detail TO ResponseRecord
048498     WRITE ResponseRecord
048499     .
048500 2850-RESPOND-APPLIED-EXIT.
048501     EXIT.
048502
048503 2860-RESPOND-REJECTED.
048504     MOVE UT-Action TO WS-RD-Action
048505     MOVE UT-UserId TO WS-RD-UserId
048506     MOVE "R" TO WS-RD-Disposition
048507     EVALUATE WS-Exception-Reason
048508         WHEN "USERID NOT NUMERIC"
048509             MOVE "001" TO WS-RD-Reason-Code
048510         WHEN "USERID RESERVED"
048511             MOVE "002" TO WS-RD-Reason-Code
048512         WHEN "BLANK FIELD ON ADD"
048513             MOVE "003" TO WS-RD-Reason-Code
048514         WHEN "UNKNOWN COUNTRY"
048515             MOVE "004" TO WS-RD-Reason-Code
048516         WHEN "DUPLICATE USERNAME ON ADD"
048517         WHEN "DUPLICATE USERNAME ON CHANGE"
048518             MOVE "005" TO WS-RD-Reason-Code
048519         WHEN "DUPLICATE EMAIL ON ADD"
048520         WHEN "DUPLICATE EMAIL ON CHANGE"
048521             MOVE "006" TO WS-RD-Reason-Code
048522         WHEN "DUPLICATE USERID ON ADD"
048523             MOVE "007" TO WS-RD-Reason-Code
048524         WHEN "UNKNOWN USERID ON CHANGE"
048525         WHEN "UNKNOWN USERID ON DELETE"
048526             MOVE "008" TO WS-RD-Reason-Code
048527         WHEN "ALREADY INACTIVE"
048528             MOVE "009" TO WS-RD-Reason-Code
048529         WHEN "UNKNOWN ACTION CODE"
048530             MOVE "010" TO WS-RD-Reason-Code
048531         WHEN "USERID RETIRED"
048532             MOVE "011" TO WS-RD-Reason-Code
048533         WHEN "BAD EMAIL FORMAT"
048534             MOVE "012" TO WS-RD-Reason-Code
048535         WHEN "USERID CHECK DIGIT WRONG"
048536             MOVE "014" TO WS-RD-Reason-Code
048537         WHEN "USERID NEEDS CHECK DIGIT"
048538             MOVE "015" TO WS-RD-Reason-Code
048539         WHEN OTHER
048540             MOVE "999" TO WS-RD-Reason-Code
048541     END-EVALUATE
048542     MOVE SPACES TO WS-RD-Assigned-Id
048543     MOVE SPACES TO WS-RD-Assigned-Check
048544     MOVE WS-Resp-Detail TO ResponseRecord
048545     WRITE ResponseRecord
048546     .
048547 2860-RESPOND-REJECTED-EXIT.
048548     EXIT.
048549
048550*--------------------------------------------------------------
048551* The carried-forward pending file replaces the old one with
048552* the UserPurge rename-aside sequence.
048553*--------------------------------------------------------------
048554 3100-SETTLE-PENDING-FILE.
048560     CALL "CBL_DELETE_FILE" USING WS-P-PENDTRAN-OLD
048570         RETURNING WS-Rename-Status
048580     CALL "CBL_RENAME_FILE" USING WS-P-PENDTRAN-DAT,

001704*                 (shared BusDate routine, system-date
001705*                 fallback), so a rerun past midnight keeps
001706*                 one business date.
001707* 2026-10-15 JWG  USERREC widened to 250 bytes (UserExp2 converts
001708*                 an existing file). Interactive entry now asks
001709*                 for the account end date of a fixed-term account
001710*                 (0 = none), enforced by the nightly TermSweep;
001711*                 placeholders carry none.
001712* 2026-10-15 JWG  Interactive entry asks for the account type;
001713*                 anything but human must name a current owning
001714*                 employee (shared EmpVal), which also stamps the
001715*                 owner confirmation date. Placeholders are human.
001716*                 PwEdit is passed the type.
001723* 2026-10-15 JWG  The UserId is keyed in its nine-digit form and
001730*                 verified through the shared IdChk routine; a
001737*                 wrong check digit is refused before any read.
001744* 2026-10-15 JWG  Entry captures GivenName (may be blank) and
001751*                 FamilyName (required), thirty characters
001758*                 each, in place of the ten-character
001765*                 RealName; placeholders get family name
001772*                 PENDING.
001779*--------------------------------------------------------------
001786 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
002000     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
003870     02  TR-Filler-1         PIC X(12).
003880     02  TR-Record-Count     PIC 9(09).
003890     02  TR-Run-Date         PIC 9(08).
003895     02  FILLER              PIC X(213).
003896
003897 FD  SequenceFile.
003898 01  SequenceRecord          PIC X(10).
004160     02  WS-New-UserId       PIC 9(08).
004170     02  WS-New-UserNames.
004180         03  WS-New-UserName     PIC X(05).
004185         03  FILLER              PIC X(10).
004191         03  WS-New-Email        PIC X(30).
004192         03  WS-New-Last-Login   PIC 9(08).
004200     02  WS-New-UserPassword.
004240     02  WS-New-Hash-Version PIC X(01).
004241     02  WS-New-Hash-Ext     PIC X(10).
004242     02  WS-New-Owner-EmpId  PIC 9(05).
004243     02  WS-New-Reason-Code  PIC X(03).
004244     02  WS-New-Factor-Flag  PIC X(01).
004245     02  WS-New-End-Date     PIC 9(08).
004246     02  FILLER              PIC X(11).
004247     02  WS-New-Account-Type PIC X(01).
004248         88  WS-New-Type-Is-Human    VALUE "H".
004249         88  WS-New-Type-Is-Valid    VALUE "H" "S" "M" "P".
004250     02  WS-New-Owner-Confirm PIC 9(08).
004251     02  WS-New-Given-Name   PIC X(30).
004252     02  WS-New-Family-Name  PIC X(30).
004253     02  WS-New-Name-Review  PIC X(01).
004254     02  FILLER              PIC X(46).
004255
004256 01  WS-More-Users           PIC X VALUE "Y".
004260     88  WS-Add-Another-User        VALUE "Y" "y".
004270 01  WS-Password-Plain       PIC X(20).
004271 01  WS-Pw-Valid             PIC X(01).
004273 01  WS-Pw-Duplicate         PIC X(01).
004274 01  WS-PwHist-Request       PIC X(01).
004291 01  WS-Email-Ok             PIC X(01).
004292 01  WS-Owner-Ok             PIC X(01).
004293 01  WS-Owner-Name           PIC X(30).
004294 01  WS-Owner-Department     PIC X(15).
004308 01  WS-Jrnl-Action          PIC X(01).
004325 01  WS-Before-Image         PIC X(250).
004342 01  WS-After-Image          PIC X(250).
004360
004370 01  WS-Country-Ok           PIC X.
004380     88  WS-Country-Is-Valid     VALUE "Y".
004410 01  WS-Deactivate-More      PIC X VALUE "N".
004412     88  WS-Deactivate-Another   VALUE "Y" "y".
004414 01  WS-Deactivate-Id        PIC 9(08).
004415 01  WS-Keyed-UserId         PIC X(09).
004416 01  WS-Id-Verify            PIC X(01) VALUE "V".
004417 01  WS-Id-Check             PIC X(01).
004418     88  WS-Id-Accepted          VALUE "Y".
004419 01  WS-Operator-Initials    PIC X(10).
004420 01  WS-Note-Text            PIC X(60).
004421 01  WS-Reason-Code          PIC X(03).
004422 01  WS-Reason-Ok            PIC X(01).
004424 01  WS-Reason-Desc          PIC X(30).
004426 01  WS-Queue-Time           PIC 9(08).
006930     DISPLAY "Add another user (Y/N)? "
006940     ACCEPT WS-More-Users
006950     IF WS-Add-Another-User
006951         SET WS-Entry-Is-Invalid TO TRUE
006952         PERFORM UNTIL WS-Entry-Is-Valid
006953             DISPLAY "Enter UserId (9 digits, check digit last): "
006954             ACCEPT WS-Keyed-UserId
006955             CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
006956                 WS-New-UserId, WS-Id-Check
006957             IF NOT WS-Id-Accepted OR WS-New-UserId = ZERO
006958                     OR WS-New-UserId = WS-Trailer-Id
006959                 IF WS-Id-Accepted
006960                     DISPLAY "UserId must not be blank, zero, or "
006961                         "99999999 - re-enter."
006962                 END-IF
006963             ELSE
006964                 SET WS-Entry-Is-Valid TO TRUE
006965             END-IF
007002             END-IF
007003         END-PERFORM
007004         SET WS-Entry-Is-Invalid TO TRUE
007005         DISPLAY "Enter given name(s) (30 chars, blank if none): "
007006         ACCEPT WS-New-Given-Name
007007         PERFORM UNTIL WS-Entry-Is-Valid
007008             DISPLAY "Enter family name (30 chars): "
007009             ACCEPT WS-New-Family-Name
007010             IF WS-New-Family-Name = SPACES
007011                 DISPLAY "Family name must not be blank - "
007012                     "re-enter."
007013             ELSE
007014                 SET WS-Entry-Is-Valid TO TRUE
007015             END-IF
007054         END-PERFORM
007055         SET WS-Entry-Is-Invalid TO TRUE
007056         PERFORM UNTIL WS-Entry-Is-Valid
007057             DISPLAY "Enter account type (H = human, S = "
007058                 "service, M = shared, P = privileged): "
007059             ACCEPT WS-New-Account-Type
007060             MOVE FUNCTION UPPER-CASE(WS-New-Account-Type)
007061                 TO WS-New-Account-Type
007062             IF WS-New-Type-Is-Valid
007063                 SET WS-Entry-Is-Valid TO TRUE
007064             ELSE
007065                 DISPLAY "Account type must be H, S, M or P - "
007066                     "re-enter."
007067             END-IF
007068         END-PERFORM
007069         SET WS-Entry-Is-Invalid TO TRUE
007070         PERFORM UNTIL WS-Entry-Is-Valid
007071             PERFORM 2195-GET-OWNER THRU 2195-GET-OWNER-EXIT
007072         END-PERFORM
007073         SET WS-Entry-Is-Invalid TO TRUE
007074         PERFORM UNTIL WS-Entry-Is-Valid
007075             DISPLAY "Enter account end date (YYYYMMDD, 0 = "
007076                 "none): "
007077             ACCEPT WS-New-End-Date
007078             IF WS-New-End-Date IS NUMERIC
007079                     AND (WS-New-End-Date = ZERO
007080                     OR WS-New-End-Date > WS-Run-Date)
007081                 SET WS-Entry-Is-Valid TO TRUE
007082             ELSE
007083                 DISPLAY "End date must be 0 or a date after "
007084                     "today - re-enter."
007085             END-IF
007086         END-PERFORM
007087         MOVE "A" TO WS-New-Status
007088         MOVE ZERO TO WS-New-Failed-Count
007089         CALL "TimeStamp" USING WS-New-Changed-Stamp
007090         SET WS-Entry-Is-Invalid TO TRUE
007091         PERFORM UNTIL WS-Entry-Is-Valid
007092             DISPLAY "Enter password: "
007093             ACCEPT WS-Password-Plain
007094             CALL "PwEdit" USING WS-Password-Plain,
007095                 WS-New-UserId, WS-New-UserName,
007099                 WS-New-Given-Name, WS-New-Family-Name,
007103                 WS-Pw-Valid, WS-Pw-Reason,
007107                 WS-New-Account-Type
007111             IF WS-Pw-Valid = "Y"
007115                 SET WS-Entry-Is-Valid TO TRUE
007119             ELSE
007123                 DISPLAY FUNCTION TRIM(WS-Pw-Reason)
007127                     " - re-enter."
007131             END-IF
007135         END-PERFORM
007139         PERFORM 2110-GENERATE-SALT
007143             THRU 2110-GENERATE-SALT-EXIT
007147         PERFORM 2120-COMPUTE-HASH
007151             THRU 2120-COMPUTE-HASH-EXIT
007155         MOVE WS-Run-Date TO WS-New-Password-Set
007159         MOVE "R" TO WS-PwHist-Request
007163         CALL "PwHist" USING WS-PwHist-Request,
007167             WS-New-UserId, WS-Password-Plain, WS-New-Salt,
007171             WS-New-Hash, WS-New-Hash-Version,
007175             WS-New-Hash-Ext, WS-Pw-Duplicate
007179     END-IF
007200     .
007300 2100-GET-USER-RECORD-EXIT.
007400     EXIT.
007502                 SET WS-Id-Is-Duplicate TO TRUE
007510         END-READ
007520     END-IF
007521     .
007522 2150-CHECK-DUPLICATE-ID-EXIT.
007523     EXIT.
007524
007525 2160-WRITE-TRAILER.
007526     MOVE WS-Trailer-Id TO TR-UserId
007527     MOVE SPACES TO TR-Filler-1
007528     MOVE WS-Record-Count TO TR-Record-Count
007529     MOVE WS-Run-Date TO TR-Run-Date
007530     MOVE SPACES TO WS-Before-Image
007531     IF WS-Trailer-Was-Found
007532         REWRITE TrailerRecord
007533         MOVE "R" TO WS-Jrnl-Action
007534         MOVE UserRecord TO WS-After-Image
007535         CALL "UserJrnl" USING WS-Program-Name,
007536             WS-Jrnl-Action, WS-Before-Image, WS-After-Image
007537     ELSE
007538         WRITE TrailerRecord
007539         PERFORM 2955-JOURNAL-WRITE
007540             THRU 2955-JOURNAL-WRITE-EXIT
007541     END-IF
007542     .
007543 2160-WRITE-TRAILER-EXIT.
007544     EXIT.
007545
007546 2170-DEACTIVATE-ACCOUNTS.
007547     DISPLAY "Deactivate an existing account (Y/N)? "
007548     ACCEPT WS-Deactivate-More
007549     IF WS-Deactivate-Another
007550         DISPLAY "Enter your initials: "
007551         ACCEPT WS-Operator-Initials
007552         OPEN INPUT UserDatabase
007553         OPEN I-O DeactQueue
007554         IF WS-Deact-Queue-Missing
007555             OPEN OUTPUT DeactQueue
007556             CLOSE DeactQueue
007557             OPEN I-O DeactQueue
007558         END-IF
007559         PERFORM UNTIL NOT WS-Deactivate-Another
007560             DISPLAY "Enter UserId to deactivate (9 digits, "
007561                 "check digit last): "
007563             ACCEPT WS-Keyed-UserId
007565             CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
007567                 WS-Deactivate-Id, WS-Id-Check
007569             IF WS-Id-Accepted
007570                 MOVE WS-Deactivate-Id TO UserId
007571                 READ UserDatabase
007572                     INVALID KEY
007573                         DISPLAY "UserId ", WS-Deactivate-Id,
007574                             " not found on file."
007575                     NOT INVALID KEY
007576                         IF UserId = WS-Trailer-Id
007577                             DISPLAY "Cannot deactivate the "
007578                                 "trailer record."
007579                         ELSE
007580                             PERFORM 2175-QUEUE-DEACTIVATION
007581                                 THRU 2175-QUEUE-DEACTIVATION-EXIT
007582                         END-IF
007583                 END-READ
007584             END-IF
007585             DISPLAY "Deactivate another account (Y/N)? "
007586             ACCEPT WS-Deactivate-More
007587         END-PERFORM
007697     MOVE SPACES TO WS-New-User-Record
007698     COMPUTE WS-New-UserId = FUNCTION NUMVAL(SequenceRecord)
007699     MOVE "NEWID" TO WS-New-UserName
007700     MOVE "PENDING" TO WS-New-Family-Name
007701     MOVE "PENDING@EXAMPLE.COM" TO WS-New-Email
007702     MOVE WS-Run-Date TO WS-New-Last-Login
007703     MOVE "US" TO WS-New-CountryCode
007704     MOVE "P" TO WS-New-Status
007705     MOVE ZERO TO WS-New-Owner-EmpId
007706     MOVE ZERO TO WS-New-End-Date
007707     MOVE "H" TO WS-New-Account-Type
007708     MOVE ZERO TO WS-New-Owner-Confirm
007709     MOVE ZERO TO WS-New-Failed-Count
007710     CALL "TimeStamp" USING WS-New-Changed-Stamp
007711     MOVE "PENDING-RESET" TO WS-Password-Plain
007712     PERFORM 2110-GENERATE-SALT THRU 2110-GENERATE-SALT-EXIT
007713     PERFORM 2120-COMPUTE-HASH THRU 2120-COMPUTE-HASH-EXIT
007714     MOVE WS-Run-Date TO WS-New-Password-Set
007715     .
007716 2190-BUILD-PLACEHOLDER-USER-EXIT.
007717     EXIT.
007718
007719*--------------------------------------------------------------
007720* Owner capture. A human account may be left unassigned (0)
007721* as before; a service, shared or privileged account must
007722* name an employee the shared EmpVal routine finds current
007723* on CONTACT.DAT. Naming the owner at entry counts as the
007724* owner's first confirmation, so the date is stamped here.
007725*--------------------------------------------------------------
007726 2195-GET-OWNER.
007727     DISPLAY "Enter owning EmpId (5 digits, 0 = "
007728         "unassigned): "
007729     ACCEPT WS-New-Owner-EmpId
007730     IF WS-New-Owner-EmpId IS NOT NUMERIC
007731         DISPLAY "EmpId must be numeric - re-enter."
007732         GO TO 2195-GET-OWNER-EXIT
007733     END-IF
007734     MOVE ZERO TO WS-New-Owner-Confirm
007735     IF WS-New-Type-Is-Human
007736         SET WS-Entry-Is-Valid TO TRUE
007737         GO TO 2195-GET-OWNER-EXIT
007738     END-IF
007739     CALL "EmpVal" USING WS-New-Owner-EmpId, WS-Owner-Ok,
007740         WS-Owner-Name, WS-Owner-Department
007741     IF WS-Owner-Ok NOT = "Y"
007742         DISPLAY "A non-human account needs a current "
007743             "employee as owner - re-enter."
007744         GO TO 2195-GET-OWNER-EXIT
007745     END-IF
007746     DISPLAY "Owner: " FUNCTION TRIM(WS-Owner-Name)
007747     MOVE WS-Run-Date TO WS-New-Owner-Confirm
007748     SET WS-Entry-Is-Valid TO TRUE
007749     .
007750 2195-GET-OWNER-EXIT.
007751     EXIT.
007752
007753 3000-LIST-USERS.
007754     DISPLAY "Accounts per page (0 = list all): "
007755     ACCEPT WS-Page-Size
007756     MOVE 0 TO WS-Page-Line-Count
007757     SET WS-Keep-Listing TO TRUE
007758     OPEN INPUT UserDatabase
007800     READ UserDatabase NEXT RECORD
007900         AT END SET EndOfUserDb TO TRUE
008000     END-READ

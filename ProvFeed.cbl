000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ProvFeed.
000300 AUTHOR. jiuweigui.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* Nightly joiner provisioning step over the PROVREQ.DAT queue
000900* (ProvMnt keys, approves and rejects requests by hand):
001000*   - every approved request IdAlloc has given a UserId gets
001100*     its pending placeholder on USERS.DATA - the requested
001150*     UserName and country, the name from CONTACT.DAT (first
001200*     word as GivenName, the rest as FamilyName, flagged for
001250*     review until the holder confirms it at claim), the
001300*     OwnerEmpId already set, status "P" and the same
001400*     PENDING-RESET temporary password as the mode-2 load, so
001500*     UserClaim takes it from there. The write is journalled,
001600*     the trailer count moved and the request completed. An
001700*     owner who has left since the approval gets no account;
001800*     the request waits on the report for a supervisor
001900*   - every current CONTACT.DAT employee who owns no account
002000*     and has no request on file is queued as a pending
002100*     request (source F, requester NIGHTLY). The UserName
002200*     offered is the first word of the name; the country is
002300*     the run's default. A rejected request is not raised
002400*     again
002500*   - PROVRPT.TXT lists everything still waiting, with the
002600*     days since it was raised, and flags a requested
002700*     UserName already in use
002800* Run parameter (RUNPARM.DAT library, through ParmGet):
002900*   DEFCOUNTRY default CountryCode for fed requests (default US,
003000*   checked by CtryVal; an unknown code skips the feed and
003050*   ends the run RC 4)
003100*--------------------------------------------------------------
003200* MODIFICATION HISTORY
003300*--------------------------------------------------------------
003400* DATE       INIT DESCRIPTION
003500* ---------- ---- -------------------------------------------
003600* 2026-10-15 JWG  Original version.
003633* 2026-10-15 JWG  The placeholder takes the directory name as
003666*                 GivenName/FamilyName in place of RealName.
003674* 2026-10-15 JWG  Run parameters now come from the RUNPARM.DAT
003682*                 library through ParmGet instead of a SYSIN
003690*                 card.
003700*--------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS UserId
004500         ALTERNATE RECORD KEY IS UserName WITH DUPLICATES
004600         ALTERNATE RECORD KEY IS Email WITH DUPLICATES
004700         FILE STATUS IS WS-File-Status.
004800     SELECT ProvRequestFile ASSIGN TO DYNAMIC WS-P-PROVREQ-DAT
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS PRV-EmpId
005200         FILE STATUS IS WS-Prov-Status.
005300     SELECT ContactFile ASSIGN TO DYNAMIC WS-P-CONTACT-DAT
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS EmpId
005700         FILE STATUS IS WS-Contact-Status.
005800     SELECT ReportFile ASSIGN TO DYNAMIC WS-P-PROVRPT-TXT
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  UserDatabase.
006400     COPY "USERREC.CPY".
006500 01  TrailerRecord REDEFINES UserRecord.
006600     02  TR-UserId           PIC 9(08).
006700     02  TR-Filler-1         PIC X(12).
006800     02  TR-Record-Count     PIC 9(09).
006900     02  TR-Run-Date         PIC 9(08).
007000     02  FILLER              PIC X(213).
007100
007200 FD  ProvRequestFile.
007300     COPY "PROVREQ.CPY".
007400
007500 FD  ContactFile.
007600     COPY "EMPREC.CPY".
007700
007800 FD  ReportFile.
007900 01  ReportRecord            PIC X(80).
008000
008100 WORKING-STORAGE SECTION.
008200 01  WS-File-Status          PIC XX.
008300     88  WS-File-Not-Found   VALUE "35".
008400 01  WS-Prov-Status          PIC XX.
008500     88  WS-Prov-Missing         VALUE "35".
008600 01  WS-Contact-Status       PIC XX.
008700     88  WS-Contact-Missing      VALUE "35".
008800 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
008900 01  WS-Trailer-Exists       PIC X VALUE "N".
009000     88  WS-Trailer-Was-Found    VALUE "Y".
009100 01  WS-Record-Count         PIC 9(09) VALUE 0.
009200 01  WS-Run-Date             PIC 9(08).
009300 01  WS-Default-Country      PIC XX.
009400 01  WS-Country-Ok           PIC X.
009500     88  WS-Country-Is-Valid     VALUE "Y".
009600 01  WS-Ctry-Name            PIC X(30).
009700 01  WS-Ctry-Region          PIC X(15).
009800 01  WS-Prov-Eof             PIC X VALUE "N".
009900     88  WS-End-Of-Requests      VALUE "Y".
010000 01  WS-Contact-Eof          PIC X VALUE "N".
010100     88  WS-End-Of-Contacts      VALUE "Y".
010200 01  WS-Owned-Table.
010300     02  WS-Owned-Flag       PIC X OCCURS 99999 TIMES.
010400 01  WS-Contact-Open-Switch  PIC X VALUE "Y".
010500     88  WS-Contact-Is-Open      VALUE "Y".
010600 01  WS-Owner-Left-Switch    PIC X VALUE "N".
010700     88  WS-Owner-Has-Left       VALUE "Y".
010800 01  WS-Name-Switch          PIC X VALUE "N".
010900     88  WS-Name-In-Use          VALUE "Y".
011000 01  WS-First-Word           PIC X(30).
011050 01  WS-Name-Pointer         PIC 9(02) COMP.
011100 01  WS-Password-Plain       PIC X(20) VALUE "PENDING-RESET".
011200 01  WS-Days-Waiting         PIC 9(05).
011300 01  WS-Created-Count        PIC 9(05) COMP VALUE 0.
011400 01  WS-Fed-Count            PIC 9(05) COMP VALUE 0.
011500 01  WS-Waiting-Count        PIC 9(05) COMP VALUE 0.
011600 01  WS-Created-Count-Disp   PIC ZZZZ9.
011700 01  WS-Fed-Count-Disp       PIC ZZZZ9.
011800 01  WS-Waiting-Count-Disp   PIC ZZZZ9.
011900 01  WS-Feed-Requester       PIC X(10) VALUE "NIGHTLY".
012000 01  WS-Prov-Operator        PIC X(10) VALUE "PROVISION".
012100 01  WS-Jrnl-Action          PIC X(01).
012200 01  WS-Before-Image         PIC X(250).
012300 01  WS-After-Image          PIC X(250).
012400 01  WS-Hist-Field-Name      PIC X(12).
012500 01  WS-Hist-Old-Value       PIC X(30).
012600 01  WS-Hist-New-Value       PIC X(30).
012700 01  WS-Excp-Severity        PIC X(01).
012800 01  WS-Excp-Message         PIC X(60).
012900 01  WS-Lock-Request         PIC X.
013000 01  WS-Lock-Granted         PIC X.
013100     88  WS-Lock-Was-Granted     VALUE "Y".
013200 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
013300 01  WS-P-PROVREQ-DAT       PIC X(30) VALUE "PROVREQ.DAT".
013400 01  WS-P-CONTACT-DAT       PIC X(30) VALUE "CONTACT.DAT".
013500 01  WS-P-PROVRPT-TXT       PIC X(30) VALUE "PROVRPT.TXT".
013600 01  WS-Eoj-Start-Time       PIC 9(08).
013700 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
013800 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
013900 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
014000 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
014025 01  WS-Parm-Request         PIC X(01) VALUE "G".
014050 01  WS-Parm-Name            PIC X(12).
014075 01  WS-Parm-Value           PIC X(20).
014100 01  WS-Program-Name         PIC X(20) VALUE "PROVFEED".
014200
014300 PROCEDURE DIVISION.
014400
014500 0000-MAINLINE.
014600     CALL "PreDefMsg" USING WS-Program-Name
014700     ACCEPT WS-Eoj-Start-Time FROM TIME
014800     CALL "EnvName" USING WS-P-USERS-DATA
014900     CALL "EnvName" USING WS-P-PROVREQ-DAT
015000     CALL "EnvName" USING WS-P-CONTACT-DAT
015100     CALL "EnvName" USING WS-P-PROVRPT-TXT
015200     MOVE "C" TO WS-Lock-Request
015300     CALL "UserLock" USING WS-Lock-Request,
015400         WS-Program-Name, WS-Lock-Granted
015500     IF NOT WS-Lock-Was-Granted
015600         MOVE 8 TO RETURN-CODE
015700         STOP RUN
015800     END-IF
015900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
016000     PERFORM 2000-CREATE-APPROVED THRU 2000-CREATE-APPROVED-EXIT
016100     IF WS-Country-Is-Valid
016200         PERFORM 3000-FEED-UNOWNED THRU 3000-FEED-UNOWNED-EXIT
016300     END-IF
016400     PERFORM 4000-WRITE-REPORT THRU 4000-WRITE-REPORT-EXIT
016500     IF WS-Contact-Is-Open
016600         CLOSE ContactFile
016700     END-IF
016800     CLOSE ProvRequestFile
016900     CLOSE UserDatabase
017000     MOVE "R" TO WS-Lock-Request
017100     CALL "UserLock" USING WS-Lock-Request,
017200         WS-Program-Name, WS-Lock-Granted
017300     ADD WS-Created-Count WS-Fed-Count
017400         GIVING WS-Eoj-Written-Count
017500     CALL "EndMsg" USING WS-Program-Name,
017600         WS-Eoj-Start-Time, WS-Eoj-Read-Count,
017700         WS-Eoj-Written-Count, WS-Eoj-Rejected-Count,
017800         WS-Eoj-Return-Code
017900     MOVE WS-Eoj-Return-Code TO RETURN-CODE
018000     STOP RUN.
018100
018200 1000-INITIALIZE.
018300     DISPLAY "JOINER PROVISIONING"
018400     DISPLAY "==================="
018500     CALL "BusDate" USING WS-Run-Date
018560     MOVE "DEFCOUNTRY" TO WS-Parm-Name
018620     MOVE "US" TO WS-Parm-Value
018680     PERFORM 9700-GET-RUN-PARM THRU 9700-GET-RUN-PARM-EXIT
018740     MOVE WS-Parm-Value TO WS-Default-Country
018800     MOVE FUNCTION UPPER-CASE(WS-Default-Country)
018900         TO WS-Default-Country
019000     CALL "CtryVal" USING WS-Default-Country, WS-Country-Ok,
019100         WS-Ctry-Name, WS-Ctry-Region
019200     IF NOT WS-Country-Is-Valid
019300         MOVE "W" TO WS-Excp-Severity
019400         MOVE "DEFAULT COUNTRY NOT VALID - NO REQUESTS FED"
019500             TO WS-Excp-Message
019600         CALL "ExcpLog" USING WS-Program-Name,
019700             WS-Excp-Severity, WS-Excp-Message
019800         DISPLAY "CountryCode " WS-Default-Country " is unknown "
019900             "or retired - the nightly feed is skipped."
020000         MOVE 4 TO WS-Eoj-Return-Code
020100     END-IF
020200     OPEN I-O ProvRequestFile
020300     IF WS-Prov-Missing
020400         OPEN OUTPUT ProvRequestFile
020500         CLOSE ProvRequestFile
020600         OPEN I-O ProvRequestFile
020700     END-IF
020800     OPEN INPUT ContactFile
020900     IF WS-Contact-Missing
021000         DISPLAY "CONTACT.DAT NOT FOUND - NOTHING TO FEED."
021100         MOVE "N" TO WS-Country-Ok
021200         MOVE "N" TO WS-Contact-Open-Switch
021300     END-IF
021400     OPEN I-O UserDatabase
021500     IF WS-File-Not-Found
021600         OPEN OUTPUT UserDatabase
021700         CLOSE UserDatabase
021800         OPEN I-O UserDatabase
021900     ELSE
022000         MOVE WS-Trailer-Id TO UserId
022100         READ UserDatabase
022200             INVALID KEY
022300                 MOVE "N" TO WS-Trailer-Exists
022400             NOT INVALID KEY
022500                 SET WS-Trailer-Was-Found TO TRUE
022600                 MOVE TR-Record-Count TO WS-Record-Count
022700         END-READ
022800     END-IF
022900     .
023000 1000-INITIALIZE-EXIT.
023100     EXIT.
023200
023300 2000-CREATE-APPROVED.
023400     MOVE "N" TO WS-Prov-Eof
023500     READ ProvRequestFile NEXT RECORD
023600         AT END SET WS-End-Of-Requests TO TRUE
023700     END-READ
023800     PERFORM UNTIL WS-End-Of-Requests
023900         ADD 1 TO WS-Eoj-Read-Count
024000         IF PRV-Approved AND PRV-UserId NOT = ZERO
024100             PERFORM 2100-CREATE-PLACEHOLDER
024200                 THRU 2100-CREATE-PLACEHOLDER-EXIT
024300         END-IF
024400         READ ProvRequestFile NEXT RECORD
024500             AT END SET WS-End-Of-Requests TO TRUE
024600         END-READ
024700     END-PERFORM
024800     IF WS-Created-Count > 0
024900         PERFORM 2500-UPDATE-TRAILER THRU 2500-UPDATE-TRAILER-EXIT
025000     END-IF
025100     .
025200 2000-CREATE-APPROVED-EXIT.
025300     EXIT.
025400
025500 2100-CREATE-PLACEHOLDER.
025600     MOVE "N" TO WS-Owner-Left-Switch
025700     IF NOT WS-Contact-Is-Open
025800         GO TO 2100-CREATE-PLACEHOLDER-EXIT
025900     END-IF
026000     MOVE SPACES TO EmpName
026100     MOVE PRV-EmpId TO EmpId
026200     READ ContactFile
026300         INVALID KEY
026400             SET WS-Owner-Has-Left TO TRUE
026500         NOT INVALID KEY
026600             IF NOT EmpIsCurrent
026700                 SET WS-Owner-Has-Left TO TRUE
026800             END-IF
026900     END-READ
027000     IF WS-Owner-Has-Left
027100         DISPLAY "EMPLOYEE " PRV-EmpId " HAS LEFT - NO ACCOUNT "
027200             "CREATED FOR USERID " PRV-UserId
027300         ADD 1 TO WS-Eoj-Rejected-Count
027400         GO TO 2100-CREATE-PLACEHOLDER-EXIT
027500     END-IF
027600     MOVE SPACES TO UserRecord
027700     MOVE PRV-UserId TO UserId
027800     MOVE PRV-UserName TO UserName
027815     MOVE 1 TO WS-Name-Pointer
027830     UNSTRING EmpName DELIMITED BY ALL SPACE
027845         INTO GivenName WITH POINTER WS-Name-Pointer
027860     END-UNSTRING
027875     IF WS-Name-Pointer > 30
027890             OR EmpName(WS-Name-Pointer:) = SPACES
027905         MOVE GivenName TO FamilyName
027920         MOVE SPACES TO GivenName
027935     ELSE
027950         MOVE EmpName(WS-Name-Pointer:) TO FamilyName
027965     END-IF
027980     MOVE "R" TO NameReviewFlag
028000     MOVE "PENDING@EXAMPLE.COM" TO Email
028100     MOVE WS-Run-Date TO LastLoginDate
028200     MOVE PRV-Country TO CountryCode
028300     SET AccountIsPending TO TRUE
028400     MOVE ZERO TO FailedLoginCount
028500     CALL "TimeStamp" USING LastChangedStamp
028600     CALL "SaltGen" USING Salt
028700     CALL "PassHash2" USING WS-Password-Plain, Salt, HashExt
028800     MOVE "2" TO HashVersion
028900     MOVE WS-Run-Date TO PasswordSetDate
029000     MOVE PRV-EmpId TO OwnerEmpId
029100     MOVE ZERO TO AccountEndDate
029200     WRITE UserRecord
029300         INVALID KEY
029400             DISPLAY "USERID " PRV-UserId " IS ALREADY ON FILE "
029500                 "- NO ACCOUNT CREATED FOR EMPLOYEE " PRV-EmpId
029600             MOVE "W" TO WS-Excp-Severity
029700             MOVE "PROVISIONING USERID ALREADY ON FILE"
029800                 TO WS-Excp-Message
029900             CALL "ExcpLog" USING WS-Program-Name,
030000                 WS-Excp-Severity, WS-Excp-Message
030100             ADD 1 TO WS-Eoj-Rejected-Count
030200             IF WS-Eoj-Return-Code < 4
030300                 MOVE 4 TO WS-Eoj-Return-Code
030400             END-IF
030500             GO TO 2100-CREATE-PLACEHOLDER-EXIT
030600     END-WRITE
030700     PERFORM 2900-JOURNAL-WRITE THRU 2900-JOURNAL-WRITE-EXIT
030800     MOVE "OWNEREMPID" TO WS-Hist-Field-Name
030900     MOVE SPACES TO WS-Hist-Old-Value
031000     MOVE PRV-EmpId TO WS-Hist-New-Value
031100     CALL "HistWrite" USING UserId, WS-Hist-Field-Name,
031200         WS-Hist-Old-Value, WS-Hist-New-Value,
031300         WS-Prov-Operator
031400     ADD 1 TO WS-Record-Count
031500     ADD 1 TO WS-Created-Count
031600     SET PRV-Completed TO TRUE
031700     MOVE WS-Run-Date TO PRV-Completed-Date
031800     REWRITE ProvRequestRecord
031900     DISPLAY "CREATED PENDING ACCOUNT " UserId " FOR EMPLOYEE "
032000         PRV-EmpId
032100     .
032200 2100-CREATE-PLACEHOLDER-EXIT.
032300     EXIT.
032400
032500 2500-UPDATE-TRAILER.
032600     MOVE SPACES TO UserRecord
032700     MOVE WS-Trailer-Id TO TR-UserId
032800     MOVE SPACES TO TR-Filler-1
032900     MOVE WS-Record-Count TO TR-Record-Count
033000     MOVE WS-Run-Date TO TR-Run-Date
033100     MOVE SPACES TO WS-Before-Image
033200     IF WS-Trailer-Was-Found
033300         REWRITE UserRecord
033400         MOVE "R" TO WS-Jrnl-Action
033500         MOVE UserRecord TO WS-After-Image
033600         CALL "UserJrnl" USING WS-Program-Name,
033700             WS-Jrnl-Action, WS-Before-Image, WS-After-Image
033800     ELSE
033900         WRITE UserRecord
034000         PERFORM 2900-JOURNAL-WRITE THRU 2900-JOURNAL-WRITE-EXIT
034100     END-IF
034200     .
034300 2500-UPDATE-TRAILER-EXIT.
034400     EXIT.
034500
034600*--------------------------------------------------------------
034700* After image to the USRJRNL.DAT update journal for the
034800* UserFwd forward recovery; a WRITE has no before image.
034900*--------------------------------------------------------------
035000 2900-JOURNAL-WRITE.
035100     MOVE "W" TO WS-Jrnl-Action
035200     MOVE SPACES TO WS-Before-Image
035300     MOVE UserRecord TO WS-After-Image
035400     CALL "UserJrnl" USING WS-Program-Name, WS-Jrnl-Action,
035500         WS-Before-Image, WS-After-Image
035600     .
035700 2900-JOURNAL-WRITE-EXIT.
035800     EXIT.
035900
036000*--------------------------------------------------------------
036100* OwnerEmpId carries no index, so the owners on file are
036200* flagged in a table by EmpId first - one pass of USERS.DATA,
036300* then one of CONTACT.DAT. A closed account still counts as
036400* owned: a returning leaver is a reinstatement, not a joiner.
036500*--------------------------------------------------------------
036600 3000-FEED-UNOWNED.
036700     MOVE ALL "N" TO WS-Owned-Table
036800     MOVE LOW-VALUES TO UserId
036900     START UserDatabase KEY IS >= UserId
037000         INVALID KEY
037100             SET EndOfUserDb TO TRUE
037200     END-START
037300     IF NOT EndOfUserDb
037400         READ UserDatabase NEXT RECORD
037500             AT END SET EndOfUserDb TO TRUE
037600         END-READ
037700     END-IF
037800     PERFORM UNTIL EndOfUserDb
037900         IF UserId NOT = WS-Trailer-Id
038000                 AND OwnerEmpId IS NUMERIC
038100                 AND OwnerEmpId > ZERO
038200             MOVE "Y" TO WS-Owned-Flag(OwnerEmpId)
038300         END-IF
038400         READ UserDatabase NEXT RECORD
038500             AT END SET EndOfUserDb TO TRUE
038600         END-READ
038700     END-PERFORM
038800     MOVE "N" TO WS-Contact-Eof
038900     READ ContactFile NEXT RECORD
039000         AT END SET WS-End-Of-Contacts TO TRUE
039100     END-READ
039200     PERFORM UNTIL WS-End-Of-Contacts
039300         IF EmpIsCurrent AND EmpId > ZERO
039400                 AND WS-Owned-Flag(EmpId) = "N"
039500             PERFORM 3100-QUEUE-JOINER
039600                 THRU 3100-QUEUE-JOINER-EXIT
039700         END-IF
039800         READ ContactFile NEXT RECORD
039900             AT END SET WS-End-Of-Contacts TO TRUE
040000         END-READ
040100     END-PERFORM
040200     .
040300 3000-FEED-UNOWNED-EXIT.
040400     EXIT.
040500
040600 3100-QUEUE-JOINER.
040700     MOVE EmpId TO PRV-EmpId
040800     READ ProvRequestFile
040900         INVALID KEY
041000             CONTINUE
041100         NOT INVALID KEY
041200             GO TO 3100-QUEUE-JOINER-EXIT
041300     END-READ
041400     MOVE SPACES TO WS-First-Word
041500     UNSTRING EmpName DELIMITED BY ALL SPACE
041600         INTO WS-First-Word
041700     END-UNSTRING
041800     MOVE SPACES TO ProvRequestRecord
041900     MOVE EmpId TO PRV-EmpId
042000     MOVE FUNCTION UPPER-CASE(WS-First-Word) TO PRV-UserName
042100     MOVE WS-Default-Country TO PRV-Country
042200     MOVE WS-Feed-Requester TO PRV-Requested-By
042300     MOVE WS-Run-Date TO PRV-Request-Date
042400     SET PRV-From-Feed TO TRUE
042500     SET PRV-Pending TO TRUE
042600     MOVE ZERO TO PRV-Decided-EmpId
042700     MOVE ZERO TO PRV-Decision-Date
042800     MOVE ZERO TO PRV-UserId
042900     MOVE ZERO TO PRV-Completed-Date
043000     WRITE ProvRequestRecord
043100         INVALID KEY
043200             GO TO 3100-QUEUE-JOINER-EXIT
043300     END-WRITE
043400     ADD 1 TO WS-Fed-Count
043500     .
043600 3100-QUEUE-JOINER-EXIT.
043700     EXIT.
043800
043900*--------------------------------------------------------------
044000* Pending (awaiting a supervisor) and approved (awaiting an id
044100* or, for a leaver, a decision) requests, oldest first within
044200* EmpId order, with the days since each was raised.
044300*--------------------------------------------------------------
044400 4000-WRITE-REPORT.
044500     OPEN OUTPUT ReportFile
044600     MOVE SPACES TO ReportRecord
044700     STRING "JOINER PROVISIONING QUEUE - RUN " WS-Run-Date
044800         DELIMITED BY SIZE INTO ReportRecord
044900     WRITE ReportRecord
045000     MOVE "EMPID USERN CT ST SRC REQUESTED  RAISED   DAYS"
045100         TO ReportRecord
045200     WRITE ReportRecord
045300     MOVE "N" TO WS-Prov-Eof
045400     MOVE LOW-VALUES TO PRV-EmpId
045500     START ProvRequestFile KEY IS >= PRV-EmpId
045600         INVALID KEY
045700             SET WS-End-Of-Requests TO TRUE
045800     END-START
045900     PERFORM UNTIL WS-End-Of-Requests
046000         READ ProvRequestFile NEXT RECORD
046100             AT END SET WS-End-Of-Requests TO TRUE
046200         END-READ
046300         IF NOT WS-End-Of-Requests
046400                 AND (PRV-Pending OR PRV-Approved)
046500             PERFORM 4100-REPORT-WAITING
046600                 THRU 4100-REPORT-WAITING-EXIT
046700         END-IF
046800     END-PERFORM
046900     MOVE WS-Created-Count TO WS-Created-Count-Disp
047000     MOVE WS-Fed-Count TO WS-Fed-Count-Disp
047100     MOVE WS-Waiting-Count TO WS-Waiting-Count-Disp
047200     MOVE SPACES TO ReportRecord
047300     STRING "ACCOUNTS CREATED " WS-Created-Count-Disp
047400         "  REQUESTS FED " WS-Fed-Count-Disp
047500         "  STILL WAITING " WS-Waiting-Count-Disp
047600         DELIMITED BY SIZE INTO ReportRecord
047700     WRITE ReportRecord
047800     CLOSE ReportFile
047900     DISPLAY "PENDING ACCOUNTS CREATED: " WS-Created-Count-Disp
048000     DISPLAY "REQUESTS FED:             " WS-Fed-Count-Disp
048100     DISPLAY "REQUESTS STILL WAITING:   " WS-Waiting-Count-Disp
048200     .
048300 4000-WRITE-REPORT-EXIT.
048400     EXIT.
048500
048600 4100-REPORT-WAITING.
048700     ADD 1 TO WS-Waiting-Count
048800     COMPUTE WS-Days-Waiting =
048900         FUNCTION INTEGER-OF-DATE(WS-Run-Date)
049000         - FUNCTION INTEGER-OF-DATE(PRV-Request-Date)
049100     MOVE "N" TO WS-Name-Switch
049200     IF PRV-Pending
049300         MOVE PRV-UserName TO UserName
049400         READ UserDatabase KEY IS UserName
049500             INVALID KEY
049600                 CONTINUE
049700             NOT INVALID KEY
049800                 SET WS-Name-In-Use TO TRUE
049900         END-READ
050000     END-IF
050100     MOVE SPACES TO ReportRecord
050200     STRING PRV-EmpId " " PRV-UserName " " PRV-Country " "
050300         PRV-Status "  " PRV-Source "   " PRV-Requested-By " "
050400         PRV-Request-Date " " WS-Days-Waiting
050500         DELIMITED BY SIZE INTO ReportRecord
050600     IF WS-Name-In-Use
050700         MOVE "NAME IN USE" TO ReportRecord(63:11)
050800     END-IF
050900     WRITE ReportRecord
051000     .
051100 4100-REPORT-WAITING-EXIT.
051200     EXIT.
051210
051220*--------------------------------------------------------------
051230* Standing run parameters come from the RUNPARM.DAT library;
051240* the caller primes WS-Parm-Value with the default.
051250*--------------------------------------------------------------
051260 9700-GET-RUN-PARM.
051270     CALL "ParmGet" USING WS-Parm-Request, WS-Program-Name,
051280         WS-Parm-Name, WS-Parm-Value
051290     .
051300 9700-GET-RUN-PARM-EXIT.
051310     EXIT.

001600* placeholders (status "P") are left alone: they cannot sign
001700* on, so their LastLoginDate never moves, and deactivating
001800* them would make them unclaimable through UserClaim.
001810* Service accounts (AccountType "S") are left alone too: a
001820* program's identity may sign on rarely by design, and they
001830* are kept honest by SvcConf's yearly owner re-confirmation
001840* instead.
001900* Run parameters (RUNPARM.DAT): DORMANTDAYS (default 180) and
002000* RUNMODE 1 = report only, 2 = report and deactivate (default)
002100*--------------------------------------------------------------
002200* MODIFICATION HISTORY
002300*--------------------------------------------------------------
002787*                 entering the window since the prior mode-2
002788*                 sweep (date kept in DORMCTL.DAT) - the
002789*                 exact-edge match skipped no-run nights.
002790* 2026-10-15 JWG  A mode-2 deactivation now revokes the
002791*                 account's USRACCS.DAT application
002792*                 entitlements in the same run through the
002793*                 shared EntRevk routine (reason DOR).
002794* 2026-10-15 JWG  NotifyQ calls pass the new (blank) event
002795*                 detail.
002796* 2026-10-15 JWG  USERREC widened to 250 bytes for the account end
002797*                 date; the full-record images and trailer layout
002798*                 here are sized to match.
002815* 2026-10-15 JWG  Service accounts are exempt from the sweep;
002832*                 they are on the yearly SvcConf owner
002849*                 re-confirmation instead.
002854* 2026-10-15 JWG  Accounts suspended for a leave of absence
002859*                 are skipped: the absence is not dormancy.
002860* 2026-10-15 JWG  Report lines show the holder's name through
002861*                 the shared NameFmt routine in place of the
002862*                 retired RealName.
002863* 2026-10-15 JWG  Run parameters now come from the RUNPARM.DAT
002864*                 library through ParmGet instead of a SYSIN
002865*                 card.
002866*--------------------------------------------------------------
002883 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
005736 01  WS-Prior-Sweep-Date     PIC 9(08) VALUE 0.
005738 01  WS-Prior-Warn-Cutoff    PIC 9(08) VALUE 0.
005740 01  WS-Notify-Event         PIC X(12).
005745 01  WS-Notify-Detail        PIC X(10) VALUE SPACES.
005751 01  WS-Jrnl-Action          PIC X(01).
005752 01  WS-Before-Image         PIC X(250).
005753 01  WS-After-Image          PIC X(250).
005800 01  WS-Dormant-Count        PIC 9(05) COMP VALUE 0.
005900 01  WS-Disabled-Count       PIC 9(05) COMP VALUE 0.
005910 01  WS-Warned-Count         PIC 9(05) COMP VALUE 0.
006100 01  WS-Disabled-Count-Disp  PIC ZZZZ9.
006110 01  WS-Warned-Count-Disp    PIC ZZZZ9.
006200 01  WS-Policy-Operator      PIC X(10) VALUE "POLICY".
006210 01  WS-Ent-Reason           PIC X(03) VALUE "DOR".
006220 01  WS-Ent-Revoked-Count    PIC 9(05).
006300 01  WS-Hist-Field-Name      PIC X(12).
006400 01  WS-Hist-Old-Value       PIC X(30).
006500 01  WS-Hist-New-Value       PIC X(30).
007300 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
007400 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
007500 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
007550 01  WS-Full-Name            PIC X(61).
007562 01  WS-Parm-Request         PIC X(01) VALUE "G".
007574 01  WS-Parm-Name            PIC X(12).
007586 01  WS-Parm-Value           PIC X(20).
007600 01  WS-Program-Name         PIC X(20) VALUE "USERDORM".
007700
007800 PROCEDURE DIVISION.
010800     DISPLAY "DORMANT-ACCOUNT SWEEP"
010900     DISPLAY "====================="
011000     CALL "BusDate" USING WS-Run-Date
011077     MOVE "DORMANTDAYS" TO WS-Parm-Name
011154     MOVE "00180" TO WS-Parm-Value
011231     PERFORM 9700-GET-RUN-PARM THRU 9700-GET-RUN-PARM-EXIT
011308     COMPUTE WS-Dormant-Days = FUNCTION NUMVAL(WS-Parm-Value)
011385     MOVE "RUNMODE" TO WS-Parm-Name
011462     MOVE "2" TO WS-Parm-Value
011539     PERFORM 9700-GET-RUN-PARM THRU 9700-GET-RUN-PARM-EXIT
011616     COMPUTE WS-Run-Mode = FUNCTION NUMVAL(WS-Parm-Value)
011700     COMPUTE WS-Cutoff-Integer =
011800         FUNCTION INTEGER-OF-DATE(WS-Run-Date)
011900         - WS-Dormant-Days
014500                 AND NOT AccountIsInactive
014600                 AND NOT AccountIsLocked
014700                 AND NOT AccountIsPending
014710                 AND NOT AccountIsService
014730                 AND NOT AccountIsSuspended
014750             IF LastLoginDate < WS-Cutoff-Date
014900                 PERFORM 2100-HANDLE-DORMANT-ACCOUNT
015000                     THRU 2100-HANDLE-DORMANT-ACCOUNT-EXIT
016250     MOVE UserRecord TO WS-Before-Image
016300     ADD 1 TO WS-Dormant-Count
016400     MOVE SPACES TO ReportRecord
016450     CALL "NameFmt" USING GivenName, FamilyName, WS-Full-Name
016500     STRING UserId " " UserName " " WS-Full-Name(1:30)
016550         " LAST LOGIN "
016600         LastLoginDate " STATUS " AccountStatus
016700         DELIMITED BY SIZE INTO ReportRecord
016800     WRITE ReportRecord
017804         CALL "HistWrite" USING UserId, WS-Hist-Field-Name,
017805             WS-Hist-Old-Value, WS-Hist-New-Value,
017806             WS-Policy-Operator
017807         CALL "EntRevk" USING UserId, WS-Policy-Operator,
017808             WS-Ent-Reason, WS-Program-Name,
017809             WS-Ent-Revoked-Count
017810         MOVE "DEACTIVATED" TO WS-Notify-Event
017820         CALL "NotifyQ" USING UserId, WS-Notify-Event,
017825             WS-Notify-Detail
017900         ADD 1 TO WS-Disabled-Count
018000     END-IF
018100     .
018370     IF LastLoginDate >= WS-Prior-Warn-Cutoff
018371             AND WS-Report-And-Disable
018372         MOVE "DORM-WARNING" TO WS-Notify-Event
018373         CALL "NotifyQ" USING UserId, WS-Notify-Event,
018374             WS-Notify-Detail
018375     END-IF
018376     .
018379 2200-WARN-APPROACHING-EXIT.
018380     EXIT.
018381
019409     .
019509 2900-JOURNAL-REWRITE-EXIT.
019609     EXIT.
019619
019629*--------------------------------------------------------------
019639* Standing run parameters come from the RUNPARM.DAT library;
019649* the caller primes WS-Parm-Value with the default.
019659*--------------------------------------------------------------
019669 9700-GET-RUN-PARM.
019679     CALL "ParmGet" USING WS-Parm-Request, WS-Program-Name,
019689         WS-Parm-Name, WS-Parm-Value
019699     .
019709 9700-GET-RUN-PARM-EXIT.
019719     EXIT.

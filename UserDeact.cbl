002320*                 before/after images to USRJRNL.DAT through
002340*                 the shared UserJrnl routine, feeding the
002360*                 UserFwd forward recovery.
002361* 2026-10-15 JWG  An approval now revokes the account's
002362*                 USRACCS.DAT application entitlements in the
002363*                 same run through the shared EntRevk routine,
002364*                 under the request's reason code.
002365* 2026-10-15 JWG  USERREC widened to 250 bytes for the account end
002366*                 date; the full-record images and trailer layout
002367*                 here are sized to match.
002368* 2026-10-15 JWG  The run holds the suite lock shared instead
002369*                 of exclusive, and each approval reserves
002370*                 just its account through UserResv, so the
002371*                 review no longer shuts out the other
002372*                 single-account updaters.
002380* 2026-10-15 JWG  NoteWrite now takes the helpdesk ticket the
002382*                 note is written under; the approval note is
002384*                 written under none.
002386* 2026-10-15 JWG  Each request now names the account owner's
002388*                 manager from the CONTACT.DAT reporting line
002390*                 (shared MgrLook routine) before the decision.
002392*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
006600 01  WS-Supervisor-Initials  PIC X(10).
006601 01  WS-Note-Category        PIC X(01) VALUE "I".
006602 01  WS-Note-Followup        PIC 9(08) VALUE 0.
006603 01  WS-Note-Ticket          PIC 9(08) VALUE 0.
006604 01  WS-Jrnl-Action          PIC X(01).
006606 01  WS-Before-Image         PIC X(250).
006608 01  WS-After-Image          PIC X(250).
006610 01  WS-Auth-EmpId           PIC 9(05).
006620 01  WS-Auth-Role            PIC X(01).
006630 01  WS-Auth-Granted         PIC X(01).
006640     88  WS-Auth-Was-Granted     VALUE "Y".
006650 01  WS-Ent-Revoked-Count    PIC 9(05).
006662 01  WS-Mgr-EmpId            PIC 9(05).
006674 01  WS-Mgr-Name             PIC X(30).
006686 01  WS-Mgr-Result           PIC X(01).
006700 01  WS-Run-Date             PIC 9(08).
006800 01  WS-Run-Time             PIC 9(08).
006900 01  WS-Approved-Count       PIC 9(05) COMP VALUE 0.
007400 01  WS-Lock-Request         PIC X.
007500 01  WS-Lock-Granted         PIC X.
007600     88  WS-Lock-Was-Granted     VALUE "Y".
007610 01  WS-Resv-Request         PIC X.
007620 01  WS-Resv-Granted         PIC X.
007630     88  WS-Resv-Was-Granted     VALUE "Y".
007700 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
007800 01  WS-P-DEACTQ-DAT        PIC X(30) VALUE "DEACTQ.DAT".
007900 01  WS-P-DEACTDEC-LOG      PIC X(30) VALUE "DEACTDEC.LOG".
009200     CALL "EnvName" USING WS-P-USERS-DATA
009300     CALL "EnvName" USING WS-P-DEACTQ-DAT
009400     CALL "EnvName" USING WS-P-DEACTDEC-LOG
009500     MOVE "S" TO WS-Lock-Request
009600     CALL "UserLock" USING WS-Lock-Request,
009700         WS-Program-Name, WS-Lock-Granted
009800     IF NOT WS-Lock-Was-Granted
015100     DISPLAY "REQUESTED BY " DQ-Requested-By " ON "
015200         DQ-Request-Date " " DQ-Request-Time
015300     DISPLAY "REASON: " DQ-Reason
015350     PERFORM 2150-SHOW-MANAGER THRU 2150-SHOW-MANAGER-EXIT
015400     DISPLAY "Approve, Reject, or Skip (A/R/S)? "
015500     ACCEPT WS-Decision
015600     EVALUATE TRUE
017100 2100-REVIEW-ONE-REQUEST-EXIT.
017200     EXIT.
017300
017302*--------------------------------------------------------------
017304* The account owner's manager off the reporting line, so the
017306* supervisor knows who to ask before deciding. The approval
017308* re-reads the account, so this read changes nothing.
017310*--------------------------------------------------------------
017312 2150-SHOW-MANAGER.
017314     MOVE DQ-UserId TO UserId
017316     READ UserDatabase
017318         INVALID KEY
017320             DISPLAY "ACCOUNT NO LONGER ON FILE."
017322             GO TO 2150-SHOW-MANAGER-EXIT
017324     END-READ
017326     IF OwnerEmpId = ZERO
017328         DISPLAY "NO OWNER ON RECORD - NO MANAGER TO NAME."
017330         GO TO 2150-SHOW-MANAGER-EXIT
017332     END-IF
017334     CALL "MgrLook" USING OwnerEmpId, WS-Mgr-EmpId,
017336         WS-Mgr-Name, WS-Mgr-Result
017338     EVALUATE WS-Mgr-Result
017340         WHEN "Y"
017342             DISPLAY "OWNER " OwnerEmpId " - MANAGER: "
017344                 WS-Mgr-EmpId " " WS-Mgr-Name
017346         WHEN "N"
017348             DISPLAY "OWNER " OwnerEmpId
017350                 " HAS NO MANAGER ON RECORD."
017352         WHEN "M"
017354             DISPLAY "OWNER " OwnerEmpId " - MANAGER "
017356                 WS-Mgr-EmpId " IS NOT IN THE DIRECTORY."
017358         WHEN "L"
017360             DISPLAY "OWNER " OwnerEmpId " - MANAGER "
017362                 WS-Mgr-EmpId " " FUNCTION TRIM(WS-Mgr-Name)
017364                 " HAS LEFT."
017366         WHEN "E"
017368             DISPLAY "OWNER " OwnerEmpId
017370                 " IS NOT IN THE DIRECTORY."
017372         WHEN OTHER
017374             DISPLAY "NO EMPLOYEE DIRECTORY - MANAGER UNKNOWN."
017376     END-EVALUATE
017378     .
017380 2150-SHOW-MANAGER-EXIT.
017382     EXIT.
017384
017400 2200-APPLY-DEACTIVATION.
017410     MOVE "A" TO WS-Resv-Request
017420     CALL "UserResv" USING WS-Resv-Request, DQ-UserId,
017430         WS-Program-Name, WS-Supervisor-Initials,
017440         WS-Resv-Granted
017450     IF NOT WS-Resv-Was-Granted
017460         DISPLAY "Request left on the queue."
017470         ADD 1 TO WS-Eoj-Rejected-Count
017480         GO TO 2200-APPLY-DEACTIVATION-EXIT
017490     END-IF
017500     MOVE DQ-UserId TO UserId
017600     READ UserDatabase
017700         INVALID KEY
019340             CALL "HistWrite" USING UserId,
019350                 WS-Hist-Field-Name, WS-Hist-Old-Value,
019360                 WS-Hist-New-Value, WS-Supervisor-Initials
019370             CALL "EntRevk" USING UserId,
019380                 WS-Supervisor-Initials, DQ-Reason-Code,
019390                 WS-Program-Name, WS-Ent-Revoked-Count
019400             IF DQ-Reason NOT = SPACES
019500                 CALL "NoteWrite" USING DQ-UserId, DQ-Reason,
019600                     WS-Supervisor-Initials,
019610                     WS-Note-Category, WS-Note-Followup,
019620                     WS-Note-Ticket
019700             END-IF
019800             MOVE "APPROVED" TO WS-Decision-Text
019900             PERFORM 2300-LOG-DECISION
020100             DELETE DeactQueue
020200             ADD 1 TO WS-Approved-Count
020300             DISPLAY "UserId ", DQ-UserId, " marked inactive."
020310             IF WS-Ent-Revoked-Count > 0
020320                 DISPLAY "  ENTITLEMENTS REVOKED: "
020330                     WS-Ent-Revoked-Count
020340             END-IF
020400     END-READ
020410     MOVE "R" TO WS-Resv-Request
020420     CALL "UserResv" USING WS-Resv-Request, DQ-UserId,
020430         WS-Program-Name, WS-Supervisor-Initials,
020440         WS-Resv-Granted
020500     .
020600 2200-APPLY-DEACTIVATION-EXIT.
020700     EXIT.

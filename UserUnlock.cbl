002220*                 before/after images to USRJRNL.DAT through
002240*                 the shared UserJrnl routine, feeding the
002260*                 UserFwd forward recovery.
002261* 2026-10-15 JWG  USERREC widened to 250 bytes for the account end
002262*                 date; the full-record images and trailer layout
002263*                 here are sized to match.
002264* 2026-10-15 JWG  The run holds the suite lock shared instead
002265*                 of exclusive, and each unlock reserves just
002266*                 its account through UserResv. The record is
002267*                 read again after the reason is keyed; if its
002268*                 LastChangedStamp has moved the unlock is
002269*                 refused rather than overwrite the change.
002270* 2026-10-15 JWG  Each unlock can be made under a TICKET.DAT
002271*                 helpdesk ticket about the account: it is
002272*                 checked before the unlock and the unlock
002273*                 recorded against it after, through the shared
002274*                 TktLink routine, and the ticket is carried on
002275*                 the USRUNLK.LOG line (widened to 120).
002276* 2026-10-15 JWG  The UserId is keyed in its nine-digit form and
002277*                 verified through the shared IdChk routine; a
002278*                 wrong check digit is refused before any read.
002282* 2026-10-15 JWG  Shows the holder's name through the shared
002286*                 NameFmt routine in place of the retired
002290*                 RealName.
002294*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
003800     COPY "USERREC.CPY".
003900
004000 FD  UnlockLogFile.
004100 01  UnlockLogRecord         PIC X(120).
004200
004300 WORKING-STORAGE SECTION.
004400 01  WS-File-Status          PIC XX.
004800 01  WS-Trailer-Id           PIC 9(08) VALUE 99999999.
004900 01  WS-Locked-Count         PIC 9(05) COMP VALUE 0.
005000 01  WS-Unlock-Id            PIC 9(08).
005020 01  WS-Keyed-UserId         PIC X(09).
005040 01  WS-Id-Verify            PIC X(01) VALUE "V".
005060 01  WS-Id-Check             PIC X(01).
005080     88  WS-Id-Accepted          VALUE "Y".
005100 01  WS-Unlock-Reason        PIC X(40).
005200 01  WS-Operator-Initials    PIC X(10).
005201 01  WS-Jrnl-Action          PIC X(01).
005202 01  WS-Before-Image         PIC X(250).
005203 01  WS-After-Image          PIC X(250).
005210 01  WS-Auth-EmpId           PIC 9(05).
005220 01  WS-Auth-Role            PIC X(01).
005230 01  WS-Auth-Granted         PIC X(01).
006000 01  WS-Lock-Request         PIC X.
006100 01  WS-Lock-Granted         PIC X.
006200     88  WS-Lock-Was-Granted     VALUE "Y".
006210 01  WS-Resv-Request         PIC X.
006220 01  WS-Resv-Granted         PIC X.
006230     88  WS-Resv-Was-Granted     VALUE "Y".
006240 01  WS-Read-Stamp           PIC X(14).
006250 01  WS-Stamp-State          PIC X(01).
006260     88  WS-Stamp-Unmoved        VALUE "Y".
006270 01  WS-Tkt-Request          PIC X(01).
006275 01  WS-Tkt-Id               PIC 9(08).
006280 01  WS-Tkt-Action           PIC X(30) VALUE "ACCOUNT UNLOCKED".
006285 01  WS-Tkt-Result           PIC X(01).
006290     88  WS-Tkt-Ok               VALUE "Y".
006295 01  WS-Tkt-Log-Text         PIC X(16).
006300 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
006400 01  WS-P-USRUNLK-LOG       PIC X(30) VALUE "USRUNLK.LOG".
006500 01  WS-Eoj-Start-Time       PIC 9(08).
006700 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
006800 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
006900 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
006950 01  WS-Full-Name            PIC X(61).
007000 01  WS-Program-Name         PIC X(20) VALUE "USERUNLOCK".
007100
007200 PROCEDURE DIVISION.
007600     ACCEPT WS-Eoj-Start-Time FROM TIME
007700     CALL "EnvName" USING WS-P-USERS-DATA
007800     CALL "EnvName" USING WS-P-USRUNLK-LOG
007900     MOVE "S" TO WS-Lock-Request
008000     CALL "UserLock" USING WS-Lock-Request,
008100         WS-Program-Name, WS-Lock-Granted
008200     IF NOT WS-Lock-Was-Granted
011900     END-READ
012000     PERFORM UNTIL EndOfUserDb
012100         IF UserId NOT = WS-Trailer-Id AND AccountIsLocked
012140             CALL "NameFmt" USING GivenName, FamilyName,
012180                 WS-Full-Name
012220             DISPLAY UserId SPACE UserName SPACE
012260                 WS-Full-Name(1:30)
012300                 SPACE "FAILED=" FailedLoginCount
012400             ADD 1 TO WS-Locked-Count
012500         END-IF
013500     EXIT.
013600
013700 3000-UNLOCK-ACCOUNT.
013721     DISPLAY "Enter UserId to unlock (9 digits, check digit "
013742         "last): "
013763     ACCEPT WS-Keyed-UserId
013784     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
013805         WS-Unlock-Id, WS-Id-Check
013826     IF NOT WS-Id-Accepted
013847         ADD 1 TO WS-Eoj-Rejected-Count
013868         GO TO 3000-UNLOCK-ACCOUNT-NEXT
013889     END-IF
013910     MOVE "A" TO WS-Resv-Request
013920     CALL "UserResv" USING WS-Resv-Request, WS-Unlock-Id,
013930         WS-Program-Name, WS-Operator-Initials,
013940         WS-Resv-Granted
013950     IF NOT WS-Resv-Was-Granted
013960         ADD 1 TO WS-Eoj-Rejected-Count
013970         GO TO 3000-UNLOCK-ACCOUNT-NEXT
013980     END-IF
014000     MOVE WS-Unlock-Id TO UserId
014100     READ UserDatabase
014200         INVALID KEY
014400                 " not found on file."
014500         NOT INVALID KEY
014550             MOVE UserRecord TO WS-Before-Image
014560             MOVE LastChangedStamp TO WS-Read-Stamp
014600             IF AccountIsLocked
014700                 DISPLAY "Reason for unlock: "
014800                 ACCEPT WS-Unlock-Reason
014802                 PERFORM 3020-TAKE-TICKET
014804                     THRU 3020-TAKE-TICKET-EXIT
014806                 MOVE "N" TO WS-Stamp-State
014808                 IF WS-Tkt-Id = ZERO OR WS-Tkt-Ok
014810                     PERFORM 3050-RECHECK-STAMP
014820                         THRU 3050-RECHECK-STAMP-EXIT
014825                 END-IF
014830                 IF WS-Stamp-Unmoved
014840                     PERFORM 3060-APPLY-UNLOCK
014850                         THRU 3060-APPLY-UNLOCK-EXIT
014860                 END-IF
016200             ELSE
016300                 DISPLAY "UserId ", WS-Unlock-Id,
016400                     " is not locked - left unchanged."
016500             END-IF
016600     END-READ
016610     MOVE "R" TO WS-Resv-Request
016620     CALL "UserResv" USING WS-Resv-Request, WS-Unlock-Id,
016630         WS-Program-Name, WS-Operator-Initials,
016640         WS-Resv-Granted
016650     .
016660 3000-UNLOCK-ACCOUNT-NEXT.
016700     DISPLAY "Unlock another account (Y/N)? "
016800     ACCEPT WS-More-Unlocks
016900     .
017000 3000-UNLOCK-ACCOUNT-EXIT.
017100     EXIT.
017102
017104*--------------------------------------------------------------
017106* The helpdesk ticket the unlock is made under (zero = none)
017108* must be open and about this account, or nothing is changed.
017110*--------------------------------------------------------------
017112 3020-TAKE-TICKET.
017114     DISPLAY "Helpdesk ticket (8 digits, 0 = none): "
017116     ACCEPT WS-Tkt-Id
017118     IF WS-Tkt-Id = ZERO
017120         GO TO 3020-TAKE-TICKET-EXIT
017122     END-IF
017124     MOVE "V" TO WS-Tkt-Request
017126     PERFORM 3030-TICKET-CALL THRU 3030-TICKET-CALL-EXIT
017128     IF NOT WS-Tkt-Ok
017130         DISPLAY "UserId ", WS-Unlock-Id, " left locked."
017132         ADD 1 TO WS-Eoj-Rejected-Count
017134     END-IF
017136     .
017138 3020-TAKE-TICKET-EXIT.
017140     EXIT.
017142
017144*--------------------------------------------------------------
017146* Validates the ticket before the unlock (V) and records the
017148* unlock against it after (R), through the shared TktLink
017150* routine.
017152*--------------------------------------------------------------
017154 3030-TICKET-CALL.
017156     CALL "TktLink" USING WS-Tkt-Request, WS-Tkt-Id,
017158         WS-Unlock-Id, WS-Tkt-Action, WS-Program-Name,
017160         WS-Tkt-Result
017162     EVALUATE WS-Tkt-Result
017164         WHEN "Y"
017166             CONTINUE
017168         WHEN "N"
017170             DISPLAY "TICKET " WS-Tkt-Id " IS NOT ON TICKET.DAT."
017172         WHEN "X"
017174             DISPLAY "TICKET " WS-Tkt-Id " IS NO LONGER OPEN."
017176         WHEN "U"
017178             DISPLAY "TICKET " WS-Tkt-Id
017180                 " IS ABOUT ANOTHER USERID."
017182         WHEN OTHER
017184             DISPLAY "TICKET.DAT WILL NOT OPEN - TICKET NOT "
017186                 "RECORDED."
017188     END-EVALUATE
017190     .
017192 3030-TICKET-CALL-EXIT.
017194     EXIT.
017196
017197*--------------------------------------------------------------
017198* The reason prompt can sit unanswered past the reservation
017199* timeout, so the record is read again before it is touched:
017200* a moved LastChangedStamp means another updater has been in
017201* since, and the unlock is refused rather than overwrite them.
017202*--------------------------------------------------------------
017203 3050-RECHECK-STAMP.
017204     MOVE "N" TO WS-Stamp-State
017205     READ UserDatabase
017210         INVALID KEY
017220             DISPLAY "UserId ", WS-Unlock-Id,
017230                 " is no longer on file - nothing changed."
017240             GO TO 3050-RECHECK-STAMP-EXIT
017250     END-READ
017260     IF LastChangedStamp NOT = WS-Read-Stamp
017270         DISPLAY "UserId ", WS-Unlock-Id, " was changed by "
017280             "another updater since it was read - unlock "
017290             "refused, please try again."
017300         ADD 1 TO WS-Eoj-Rejected-Count
017310         GO TO 3050-RECHECK-STAMP-EXIT
017320     END-IF
017330     SET WS-Stamp-Unmoved TO TRUE
017340     .
017350 3050-RECHECK-STAMP-EXIT.
017360     EXIT.
017370
017380 3060-APPLY-UNLOCK.
017390     MOVE "STATUS" TO WS-Hist-Field-Name
017400     MOVE AccountStatus TO WS-Hist-Old-Value
017410     SET AccountIsActive TO TRUE
017420     MOVE AccountStatus TO WS-Hist-New-Value
017430     MOVE ZERO TO FailedLoginCount
017440     CALL "TimeStamp" USING LastChangedStamp
017450     REWRITE UserRecord
017460     PERFORM 3900-JOURNAL-REWRITE
017470         THRU 3900-JOURNAL-REWRITE-EXIT
017480     CALL "HistWrite" USING UserId,
017490         WS-Hist-Field-Name, WS-Hist-Old-Value,
017500         WS-Hist-New-Value, WS-Operator-Initials
017510     PERFORM 3100-LOG-UNLOCK
017520         THRU 3100-LOG-UNLOCK-EXIT
017522     IF WS-Tkt-Id NOT = ZERO
017524         MOVE "R" TO WS-Tkt-Request
017526         PERFORM 3030-TICKET-CALL THRU 3030-TICKET-CALL-EXIT
017528     END-IF
017530     DISPLAY "UserId ", WS-Unlock-Id, " unlocked."
017540     .
017550 3060-APPLY-UNLOCK-EXIT.
017560     EXIT.
017568
017576 3100-LOG-UNLOCK.
017584     ACCEPT WS-Run-Time FROM TIME
017592     OPEN EXTEND UnlockLogFile
017600     IF WS-Unlock-Log-Missing
017700         OPEN OUTPUT UnlockLogFile
017800     END-IF
017900     MOVE SPACES TO UnlockLogRecord
017910     MOVE SPACES TO WS-Tkt-Log-Text
017920     IF WS-Tkt-Id NOT = ZERO
017930         STRING " TICKET " WS-Tkt-Id DELIMITED BY SIZE
017940             INTO WS-Tkt-Log-Text
017950     END-IF
018000     STRING "UNLOCKED " WS-Unlock-Id " BY " WS-Operator-Initials
018100         " ON " WS-Run-Date " " WS-Run-Time " REASON: "
018200         WS-Unlock-Reason WS-Tkt-Log-Text DELIMITED BY SIZE
018300         INTO UnlockLogRecord
018400     WRITE UnlockLogRecord
018500     CLOSE UnlockLogFile

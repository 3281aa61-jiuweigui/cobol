002400* DATE       INIT DESCRIPTION
002500* ---------- ---- -------------------------------------------
002600* 2026-09-01 JWG  Original version.
002610* 2026-10-15 JWG  A token can be issued or cancelled under a
002620*                 TICKET.DAT helpdesk ticket about the account:
002630*                 it is checked first and the issue or
002640*                 cancellation recorded against it after,
002650*                 through the shared TktLink routine.
002662* 2026-10-15 JWG  The UserId is keyed in its nine-digit form and
002674*                 verified through the shared IdChk routine; a
002686*                 wrong check digit is refused before any read.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
005900 01  WS-Run-Time             PIC 9(08).
006000 01  WS-Mode-Choice          PIC 9.
006100 01  WS-Reset-Id             PIC 9(08).
006120 01  WS-Keyed-UserId         PIC X(09).
006140 01  WS-Id-Verify            PIC X(01) VALUE "V".
006160 01  WS-Id-Check             PIC X(01).
006180     88  WS-Id-Accepted          VALUE "Y".
006200 01  WS-Valid-Days           PIC 9(02).
006300 01  WS-Expiry-Integer       PIC 9(09) COMP.
006400 01  WS-New-Token            PIC X(08).
007200 01  WS-Hist-New-Value       PIC X(30).
007300 01  WS-More-Requests        PIC X VALUE "Y".
007400     88  WS-Another-Request      VALUE "Y" "y".
007410 01  WS-Tkt-Request          PIC X(01).
007420 01  WS-Tkt-Id               PIC 9(08).
007430 01  WS-Tkt-Action           PIC X(30).
007440 01  WS-Tkt-Result           PIC X(01).
007450     88  WS-Tkt-Ok               VALUE "Y".
007500 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
007600 01  WS-P-RSTTOKEN-DAT      PIC X(30) VALUE "RSTTOKEN.DAT".
007700 01  WS-Eoj-Start-Time       PIC 9(08).
013600     EXIT.
013700
013800 2100-ISSUE-TOKEN.
013837     DISPLAY "Enter UserId (9 digits, check digit last): "
013874     ACCEPT WS-Keyed-UserId
013911     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
013948         WS-Reset-Id, WS-Id-Check
013985     IF NOT WS-Id-Accepted
014022         GO TO 2100-ISSUE-TOKEN-EXIT
014059     END-IF
014100     IF WS-Reset-Id = ZERO OR WS-Reset-Id = WS-Trailer-Id
014200         DISPLAY "UserId must not be blank, zero, or 99999999."
014300         GO TO 2100-ISSUE-TOKEN-EXIT
016000         DISPLAY "Account is inactive - no token issued."
016100         GO TO 2100-ISSUE-TOKEN-EXIT
016200     END-IF
016210     PERFORM 2900-TAKE-TICKET THRU 2900-TAKE-TICKET-EXIT
016220     IF WS-Tkt-Id NOT = ZERO AND NOT WS-Tkt-Ok
016230         DISPLAY "No token issued."
016240         GO TO 2100-ISSUE-TOKEN-EXIT
016250     END-IF
016300     DISPLAY "Token valid for how many days (1-7)? "
016400     ACCEPT WS-Valid-Days
016500     IF WS-Valid-Days = ZERO OR WS-Valid-Days > 7
019100         " (EXPIRES " RST-Expiry-Date ")"
019200     DISPLAY "Read it to the caller - it works exactly once, "
019300         "in place of the password at sign-on."
019310     IF WS-Tkt-Id NOT = ZERO
019320         MOVE "RESET TOKEN ISSUED" TO WS-Tkt-Action
019330         MOVE "R" TO WS-Tkt-Request
019340         PERFORM 2950-TICKET-CALL THRU 2950-TICKET-CALL-EXIT
019350     END-IF
019400     .
019500 2100-ISSUE-TOKEN-EXIT.
019600     EXIT.
021500     EXIT.
021600
021700 2200-CANCEL-TOKEN.
021737     DISPLAY "Enter UserId (9 digits, check digit last): "
021774     ACCEPT WS-Keyed-UserId
021811     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
021848         WS-Reset-Id, WS-Id-Check
021885     IF NOT WS-Id-Accepted
021922         GO TO 2200-CANCEL-TOKEN-EXIT
021959     END-IF
022000     MOVE WS-Reset-Id TO RST-UserId
022100     READ TokenFile
022200         INVALID KEY
022400                 WS-Reset-Id "."
022500             GO TO 2200-CANCEL-TOKEN-EXIT
022600     END-READ
022610     PERFORM 2900-TAKE-TICKET THRU 2900-TAKE-TICKET-EXIT
022620     IF WS-Tkt-Id NOT = ZERO AND NOT WS-Tkt-Ok
022630         DISPLAY "Token left outstanding."
022640         GO TO 2200-CANCEL-TOKEN-EXIT
022650     END-IF
022700     DELETE TokenFile
022800     MOVE "RESETTOKEN" TO WS-Hist-Field-Name
022900     MOVE "********" TO WS-Hist-Old-Value
023200         WS-Hist-Old-Value, WS-Hist-New-Value,
023300         WS-Operator-Initials
023400     DISPLAY "Token for UserId " WS-Reset-Id " cancelled."
023410     IF WS-Tkt-Id NOT = ZERO
023420         MOVE "RESET TOKEN CANCELLED" TO WS-Tkt-Action
023430         MOVE "R" TO WS-Tkt-Request
023440         PERFORM 2950-TICKET-CALL THRU 2950-TICKET-CALL-EXIT
023450     END-IF
023500     .
023600 2200-CANCEL-TOKEN-EXIT.
023700     EXIT.
028600     .
028700 2350-RETIRE-EXPIRED-TOKEN-EXIT.
028800     EXIT.
028900
029000*--------------------------------------------------------------
029100* The helpdesk ticket the request is made under (zero = none)
029200* must be open and about this account, or nothing is done.
029300*--------------------------------------------------------------
029400 2900-TAKE-TICKET.
029500     DISPLAY "Helpdesk ticket (8 digits, 0 = none): "
029600     ACCEPT WS-Tkt-Id
029700     IF WS-Tkt-Id = ZERO
029800         GO TO 2900-TAKE-TICKET-EXIT
029900     END-IF
030000     MOVE "V" TO WS-Tkt-Request
030100     PERFORM 2950-TICKET-CALL THRU 2950-TICKET-CALL-EXIT
030200     IF NOT WS-Tkt-Ok
030300         ADD 1 TO WS-Eoj-Rejected-Count
030400     END-IF
030500     .
030600 2900-TAKE-TICKET-EXIT.
030700     EXIT.
030800
030900*--------------------------------------------------------------
031000* Validates the ticket before the request (V) and records it
031100* against the ticket after (R), through the shared TktLink
031200* routine.
031300*--------------------------------------------------------------
031400 2950-TICKET-CALL.
031500     CALL "TktLink" USING WS-Tkt-Request, WS-Tkt-Id,
031600         WS-Reset-Id, WS-Tkt-Action, WS-Program-Name,
031700         WS-Tkt-Result
031800     EVALUATE WS-Tkt-Result
031900         WHEN "Y"
032000             CONTINUE
032100         WHEN "N"
032200             DISPLAY "TICKET " WS-Tkt-Id " IS NOT ON TICKET.DAT."
032300         WHEN "X"
032400             DISPLAY "TICKET " WS-Tkt-Id " IS NO LONGER OPEN."
032500         WHEN "U"
032600             DISPLAY "TICKET " WS-Tkt-Id
032700                 " IS ABOUT ANOTHER USERID."
032800         WHEN OTHER
032900             DISPLAY "TICKET.DAT WILL NOT OPEN - TICKET NOT "
033000                 "RECORDED."
033100     END-EVALUATE
033200     .
033300 2950-TICKET-CALL-EXIT.
033400     EXIT.

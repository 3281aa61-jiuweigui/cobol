001840*                 attach time and shown on the listing; the
001850*                 NoteTickl morning report works the notes
001860*                 whose follow-up date has arrived.
001870* 2026-10-15 JWG  The operator now signs on with their EmpId
001875*                 (AuthChk, operator level), and the account's
001880*                 CountryCode is read from USERS.DATA so an
001885*                 account outside the operator's region scope
001890*                 is refused and logged through the shared
001895*                 ScopeChk check before its notes are touched.
001896* 2026-10-15 JWG  Each notes listing is journalled to
001897*                 READJRNL.DAT through ReadJrnl.
001898* 2026-10-15 JWG  A note can be written under a TICKET.DAT
001899*                 helpdesk ticket about the account, checked
001911*                 and recorded on the ticket through the
001923*                 shared TktLink routine; the listing shows
001935*                 the ticket.
001947* 2026-10-15 JWG  The UserId is keyed in its nine-digit form and
001959*                 verified through the shared IdChk routine; a
001971*                 wrong check digit is refused before any read.
001983*--------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002500         ACCESS MODE IS DYNAMIC
002600         RECORD KEY IS NoteKey
002700         FILE STATUS IS WS-Notes-Status.
002710     SELECT UserDatabase ASSIGN TO DYNAMIC WS-P-USERS-DATA
002720         ORGANIZATION IS INDEXED
002730         ACCESS MODE IS DYNAMIC
002740         RECORD KEY IS UserId
002750         FILE STATUS IS WS-File-Status.
002800
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  NotesFile.
003200     COPY "USRNOTES.CPY".
003210
003220 FD  UserDatabase.
003230     COPY "USERREC.CPY".
003300
003400 WORKING-STORAGE SECTION.
003500 01  WS-Notes-Status         PIC XX.
003600     88  WS-Notes-Not-Found      VALUE "35".
003610 01  WS-File-Status          PIC XX.
003620 01  WS-Auth-EmpId           PIC 9(05).
003630 01  WS-Auth-Role            PIC X(01) VALUE "O".
003640 01  WS-Auth-Granted         PIC X(01).
003650     88  WS-Auth-Was-Granted     VALUE "Y".
003660 01  WS-Scope-Country        PIC X(02).
003670 01  WS-Scope-Mode           PIC X(01) VALUE "C".
003680 01  WS-Scope-Result         PIC X(01).
003690     88  WS-Scope-Ok             VALUE "Y".
003700 01  WS-Eof-Switch           PIC X VALUE "N".
003800     88  WS-End-Of-Notes         VALUE "Y".
003900 01  WS-Mode-Choice          PIC 9.
004000 01  WS-Note-Id              PIC 9(08).
004020 01  WS-Keyed-UserId         PIC X(09).
004040 01  WS-Id-Verify            PIC X(01) VALUE "V".
004060 01  WS-Id-Check             PIC X(01).
004080     88  WS-Id-Accepted          VALUE "Y".
004100 01  WS-Note-Text            PIC X(60).
004110 01  WS-Note-Category        PIC X(01).
004120 01  WS-Followup-Reply       PIC X(08).
004130 01  WS-Note-Followup        PIC 9(08).
004140 01  WS-Note-Ticket          PIC 9(08).
004150 01  WS-Tkt-Request          PIC X(01).
004160 01  WS-Tkt-Action           PIC X(30) VALUE "NOTE ADDED".
004170 01  WS-Tkt-Result           PIC X(01).
004180     88  WS-Tkt-Ok               VALUE "Y".
004200 01  WS-Operator-Initials    PIC X(10).
004300 01  WS-Note-Count           PIC 9(05) COMP VALUE 0.
004400 01  WS-More-Notes           PIC X VALUE "Y".
004500     88  WS-Another-Note         VALUE "Y" "y".
004600 01  WS-P-USRNOTES-DAT      PIC X(30) VALUE "USRNOTES.DAT".
004610 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
004700 01  WS-Eoj-Start-Time       PIC 9(08).
004800 01  WS-Eoj-Read-Count       PIC 9(09) VALUE 0.
004900 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
005700     CALL "PreDefMsg" USING WS-Program-Name
005800     ACCEPT WS-Eoj-Start-Time FROM TIME
005900     CALL "EnvName" USING WS-P-USRNOTES-DAT
005910     CALL "EnvName" USING WS-P-USERS-DATA
005920     DISPLAY "Enter your employee id (5 digits): "
005930     ACCEPT WS-Auth-EmpId
005940     CALL "AuthChk" USING WS-Auth-EmpId, WS-Auth-Role,
005950         WS-Program-Name, WS-Auth-Granted
005960     IF NOT WS-Auth-Was-Granted
005970         MOVE 8 TO RETURN-CODE
005980         STOP RUN
005990     END-IF
006000     DISPLAY "Enter your initials: "
006100     ACCEPT WS-Operator-Initials
006200     PERFORM 2000-PROCESS-REQUEST
007400     DISPLAY "2. List the notes for an account"
007500     DISPLAY "Enter choice: "
007600     ACCEPT WS-Mode-Choice
007623     DISPLAY "Enter UserId (9 digits, check digit last): "
007646     ACCEPT WS-Keyed-UserId
007669     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
007692         WS-Note-Id, WS-Id-Check
007715     IF NOT WS-Id-Accepted
007738         ADD 1 TO WS-Eoj-Rejected-Count
007761         GO TO 2000-PROCESS-REQUEST-NEXT
007784     END-IF
007810     PERFORM 2050-CHECK-SCOPE THRU 2050-CHECK-SCOPE-EXIT
007820     IF NOT WS-Scope-Ok
007830         ADD 1 TO WS-Eoj-Rejected-Count
007840         GO TO 2000-PROCESS-REQUEST-NEXT
007850     END-IF
007900     EVALUATE WS-Mode-Choice
008000         WHEN 1
008100             PERFORM 2100-ATTACH-NOTE
008600         WHEN OTHER
008700             DISPLAY "Invalid choice - nothing done."
008800     END-EVALUATE
008810     .
008820 2000-PROCESS-REQUEST-NEXT.
008900     DISPLAY "Another note request (Y/N)? "
009000     ACCEPT WS-More-Notes
009100     .
009200 2000-PROCESS-REQUEST-EXIT.
009300     EXIT.
009310
009320*--------------------------------------------------------------
009330* The account's CountryCode decides whose region it is in. An
009340* account no longer on USERS.DATA has no country, and only an
009350* operator scoped to every region may work its notes.
009360*--------------------------------------------------------------
009370 2050-CHECK-SCOPE.
009380     MOVE SPACES TO WS-Scope-Country
009390     OPEN INPUT UserDatabase
009400     IF WS-File-Status = "00"
009410         MOVE WS-Note-Id TO UserId
009420         READ UserDatabase
009430             NOT INVALID KEY
009440                 MOVE CountryCode TO WS-Scope-Country
009450         END-READ
009460         CLOSE UserDatabase
009470     END-IF
009480     CALL "ScopeChk" USING WS-Auth-EmpId, WS-Note-Id,
009490         WS-Scope-Country, WS-Program-Name, WS-Scope-Mode,
009500         WS-Scope-Result
009510     .
009520 2050-CHECK-SCOPE-EXIT.
009530     EXIT.
009553
009576 2100-ATTACH-NOTE.
009600     DISPLAY "Enter note text (60 chars): "
009700     ACCEPT WS-Note-Text
009800     IF WS-Note-Text = SPACES
010094             MOVE WS-Followup-Reply TO WS-Note-Followup
010095         END-IF
010096     END-IF
010097     DISPLAY "Helpdesk ticket (8 digits, 0 = none): "
010098     ACCEPT WS-Note-Ticket
010099     IF WS-Note-Ticket NOT = ZERO
010100         MOVE "V" TO WS-Tkt-Request
010110         PERFORM 2150-TICKET-CALL THRU 2150-TICKET-CALL-EXIT
010120         IF NOT WS-Tkt-Ok
010130             DISPLAY "Nothing written."
010140             ADD 1 TO WS-Eoj-Rejected-Count
010150             GO TO 2100-ATTACH-NOTE-EXIT
010160         END-IF
010170     END-IF
010200     CALL "NoteWrite" USING WS-Note-Id, WS-Note-Text,
010300         WS-Operator-Initials, WS-Note-Category,
010310         WS-Note-Followup, WS-Note-Ticket
010400     DISPLAY "Note attached to UserId ", WS-Note-Id, "."
010410     IF WS-Note-Ticket NOT = ZERO
010420         MOVE "R" TO WS-Tkt-Request
010430         PERFORM 2150-TICKET-CALL THRU 2150-TICKET-CALL-EXIT
010440     END-IF
010600     .
010700 2100-ATTACH-NOTE-EXIT.
010800     EXIT.
010810
010815*--------------------------------------------------------------
010820* Validates the helpdesk ticket before the note is written (V)
010825* and records the note against it after (R), through the
010830* shared TktLink routine.
010835*--------------------------------------------------------------
010840 2150-TICKET-CALL.
010845     CALL "TktLink" USING WS-Tkt-Request, WS-Note-Ticket,
010850         WS-Note-Id, WS-Tkt-Action, WS-Program-Name,
010855         WS-Tkt-Result
010860     EVALUATE WS-Tkt-Result
010865         WHEN "Y"
010870             CONTINUE
010875         WHEN "N"
010880             DISPLAY "TICKET " WS-Note-Ticket
010885                 " IS NOT ON TICKET.DAT."
010890         WHEN "X"
010895             DISPLAY "TICKET " WS-Note-Ticket
010897                 " IS NO LONGER OPEN."
010900         WHEN "U"
010905             DISPLAY "TICKET " WS-Note-Ticket
010910                 " IS ABOUT ANOTHER USERID."
010915         WHEN OTHER
010920             DISPLAY "TICKET.DAT WILL NOT OPEN - TICKET NOT "
010925                 "RECORDED."
010930     END-EVALUATE
010935     .
010940 2150-TICKET-CALL-EXIT.
010945     EXIT.
010972
011000 2200-LIST-NOTES.
011100     MOVE 0 TO WS-Note-Count
011200     MOVE "N" TO WS-Eof-Switch
011700         GO TO 2200-LIST-NOTES-EXIT
011800     END-IF
011900     DISPLAY "NOTES FOR USERID " WS-Note-Id
011910     CALL "ReadJrnl" USING WS-Auth-EmpId, WS-Note-Id,
011920         WS-Program-Name
012000     DISPLAY "------------------------"
012100     MOVE WS-Note-Id TO NOTE-UserId
012200     MOVE ZERO TO NOTE-Seq
013430                     DISPLAY "    FOLLOW UP "
013440                         NOTE-Followup-Date
013450                 END-IF
013460                 IF NOTE-Ticket-Id IS NUMERIC
013470                         AND NOTE-Ticket-Id > 0
013480                     DISPLAY "    TICKET " NOTE-Ticket-Id
013490                 END-IF
013500                 DISPLAY "    " NOTE-Text
013600                 ADD 1 TO WS-Note-Count
013700             ELSE

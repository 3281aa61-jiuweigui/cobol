002800* DATE       INIT DESCRIPTION
002900* ---------- ---- -------------------------------------------
003000* 2026-09-01 JWG  Original version.
003001* 2026-10-15 JWG  USERREC widened to 250 bytes for the account end
003002*                 date; the full-record images and trailer layout
003003*                 here are sized to match.
003022* 2026-10-15 JWG  A duplicate under an active legal hold on
003041*                 LGLHOLD.DAT (shared LglChk routine) is not
003060*                 merged away: the skip is an I exception and a
003079*                 LGLSKIP.DAT line, and the run ends RC 4.
003083* 2026-10-15 JWG  USRNOTES widened to 134 bytes for the
003087*                 helpdesk ticket reference; the moved-note image
003091*                 is sized to match. The merge notes are written
003095*                 under no ticket.
003096* 2026-10-15 JWG  The UserId is keyed in its nine-digit form and
003097*                 verified through the shared IdChk routine; a
003098*                 wrong check digit is refused before any read.
003118* 2026-10-15 JWG  Shows the holder's name through the shared
003138*                 NameFmt routine in place of the retired
003158*                 RealName.
003178*--------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
006000     02  TR-Filler-1         PIC X(12).
006100     02  TR-Record-Count     PIC 9(09).
006200     02  TR-Run-Date         PIC 9(08).
006300     02  FILLER              PIC X(213).
006400
006500 FD  NotesFile.
006600     COPY "USRNOTES.CPY".
008600 01  WS-Run-Date             PIC 9(08).
008700 01  WS-Survivor-Id          PIC 9(08).
008800 01  WS-Duplicate-Id         PIC 9(08).
008820 01  WS-Keyed-UserId         PIC X(09).
008840 01  WS-Id-Verify            PIC X(01) VALUE "V".
008860 01  WS-Id-Check             PIC X(01).
008880     88  WS-Id-Accepted          VALUE "Y".
008900 01  WS-Survivor-Login       PIC 9(08).
009000 01  WS-Duplicate-Login      PIC 9(08).
009100 01  WS-Duplicate-Image      PIC X(250).
009200 01  WS-Next-Note-Seq        PIC 9(03).
009300 01  WS-Next-Hist-Seq        PIC 9(05).
009400 01  WS-Moved-Note           PIC X(134).
009500 01  WS-Moved-Hist           PIC X(111).
009600 01  WS-Notes-Moved          PIC 9(05) COMP VALUE 0.
009700 01  WS-Hist-Moved           PIC 9(05) COMP VALUE 0.
010500 01  WS-Note-Text            PIC X(60).
010600 01  WS-Note-Category        PIC X(01) VALUE "I".
010700 01  WS-Note-Followup        PIC 9(08) VALUE 0.
010750 01  WS-Note-Ticket          PIC 9(08) VALUE 0.
010800 01  WS-Jrnl-Action          PIC X(01).
010900 01  WS-Before-Image         PIC X(250).
011000 01  WS-After-Image          PIC X(250).
011100 01  WS-Retire-Request       PIC X(01).
011200 01  WS-Retire-Source        PIC X(10) VALUE "USERMERGE".
011300 01  WS-Retire-Flag          PIC X(01).
011800 01  WS-Lock-Request         PIC X.
011900 01  WS-Lock-Granted         PIC X.
012000     88  WS-Lock-Was-Granted     VALUE "Y".
012020 01  WS-Lgl-Request          PIC X(01).
012040 01  WS-Lgl-Held             PIC X(01).
012060     88  WS-Lgl-Is-Held          VALUE "Y".
012080 01  WS-Lgl-Case-Ref         PIC X(12).
012100 01  WS-P-USERS-DATA        PIC X(30) VALUE "USERS.DATA".
012200 01  WS-P-USRNOTES-DAT      PIC X(30) VALUE "USRNOTES.DAT".
012300 01  WS-P-USRHIST-DAT       PIC X(30) VALUE "USRHIST.DAT".
012700 01  WS-Eoj-Written-Count    PIC 9(09) VALUE 0.
012800 01  WS-Eoj-Rejected-Count   PIC 9(09) VALUE 0.
012900 01  WS-Eoj-Return-Code      PIC 9(04) VALUE 0.
012950 01  WS-Full-Name            PIC X(61).
013000 01  WS-Program-Name         PIC X(20) VALUE "USERMERGE".
013100
013200 PROCEDURE DIVISION.
017700         MOVE 8 TO WS-Eoj-Return-Code
017800         GO TO 2000-RUN-THE-MERGE-EXIT
017900     END-IF
017923     DISPLAY "Enter the SURVIVOR UserId (9 digits, check digit "
017946         "last): "
017969     ACCEPT WS-Keyed-UserId
017992     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
018015         WS-Survivor-Id, WS-Id-Check
018038     IF NOT WS-Id-Accepted
018061         MOVE 8 TO WS-Eoj-Return-Code
018084         CLOSE UserDatabase
018107         GO TO 2000-RUN-THE-MERGE-EXIT
018130     END-IF
018153     DISPLAY "Enter the DUPLICATE UserId (9 digits, check digit "
018176         "last): "
018199     ACCEPT WS-Keyed-UserId
018222     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
018245         WS-Duplicate-Id, WS-Id-Check
018268     IF NOT WS-Id-Accepted
018291         MOVE 8 TO WS-Eoj-Return-Code
018314         CLOSE UserDatabase
018337         GO TO 2000-RUN-THE-MERGE-EXIT
018360     END-IF
018400     IF WS-Survivor-Id = WS-Duplicate-Id
018500             OR WS-Survivor-Id = ZERO
018600             OR WS-Duplicate-Id = ZERO
020000             GO TO 2000-RUN-THE-MERGE-EXIT
020100     END-READ
020200     MOVE LastLoginDate TO WS-Survivor-Login
020250     CALL "NameFmt" USING GivenName, FamilyName, WS-Full-Name
020300     DISPLAY "SURVIVOR:  " UserId " " UserName " "
020400         FUNCTION TRIM(WS-Full-Name) " " Email
020500     MOVE WS-Duplicate-Id TO UserId
020600     READ UserDatabase
020700         INVALID KEY
021000             CLOSE UserDatabase
021100             GO TO 2000-RUN-THE-MERGE-EXIT
021200     END-READ
021208     MOVE "S" TO WS-Lgl-Request
021216     CALL "LglChk" USING WS-Lgl-Request, WS-Duplicate-Id,
021224         WS-Program-Name, WS-Lgl-Held, WS-Lgl-Case-Ref
021232     IF WS-Lgl-Is-Held
021240         DISPLAY "DUPLICATE " WS-Duplicate-Id " IS UNDER LEGAL "
021248             "HOLD (CASE " WS-Lgl-Case-Ref ") - NOTHING MERGED."
021256         ADD 1 TO WS-Eoj-Rejected-Count
021264         MOVE 4 TO WS-Eoj-Return-Code
021272         CLOSE UserDatabase
021280         GO TO 2000-RUN-THE-MERGE-EXIT
021288     END-IF
021300     MOVE LastLoginDate TO WS-Duplicate-Login
021400     MOVE UserRecord TO WS-Duplicate-Image
021450     CALL "NameFmt" USING GivenName, FamilyName, WS-Full-Name
021500     DISPLAY "DUPLICATE: " UserId " " UserName " "
021600         FUNCTION TRIM(WS-Full-Name) " " Email
021700     DISPLAY "Confirm the merge of " WS-Duplicate-Id
021800         " into " WS-Survivor-Id " (Y/N)? "
021900     ACCEPT WS-Confirm-Reply
044900         DELIMITED BY SIZE INTO WS-Note-Text
045000     CALL "NoteWrite" USING WS-Survivor-Id, WS-Note-Text,
045100         WS-Operator-Initials, WS-Note-Category,
045200         WS-Note-Followup, WS-Note-Ticket
045300     MOVE SPACES TO WS-Note-Text
045400     STRING "MERGED INTO SURVIVOR " WS-Survivor-Id
045500         DELIMITED BY SIZE INTO WS-Note-Text
045600     CALL "NoteWrite" USING WS-Duplicate-Id, WS-Note-Text,
045700         WS-Operator-Initials, WS-Note-Category,
045800         WS-Note-Followup, WS-Note-Ticket
045900     .
046000 5000-CROSS-REFERENCE-EXIT.
046100     EXIT.

001000* through this one routine, so the rules cannot drift apart.
001100* A candidate is refused when it is blank, shorter than the
001200* PwPolicy minimum, equal to the account's UserId, UserName
001266* or either part of its name, GivenName or FamilyName (case
001332* folded), equal to the "PENDING-RESET"
001400* temporary value, or missing the basic composition rule of
001500* at least one letter and one digit. The refusal reason is
001600* returned so the caller can tell the operator what to fix.
001700* Reuse against prior passwords is the separate PwHist check.
001710* A privileged account (AccountType "P") is held to the
001720* PwPolicy privileged minimum length instead of the general.
001800*--------------------------------------------------------------
001900* MODIFICATION HISTORY
002000*--------------------------------------------------------------
002100* DATE       INIT DESCRIPTION
002200* ---------- ---- -------------------------------------------
002300* 2026-09-01 JWG  Original version.
002310* 2026-10-15 JWG  Account type parameter added: privileged
002320*                 accounts are held to the privileged minimum
002330*                 length.
002347* 2026-10-15 JWG  The name parameter is now the pair
002364*                 GivenName/FamilyName (thirty characters
002381*                 each); the password may equal neither.
002400*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 DATA DIVISION.
003300 01  WS-Letter-Count         PIC 9(02) COMP.
003400 01  WS-Digit-Count          PIC 9(02) COMP.
003500 01  WS-Content-Length       PIC 9(02) COMP.
003510 01  WS-Required-Length      PIC 9(02).
003600     COPY "PWPOLICY.CPY".
003700
003800 LINKAGE SECTION.
003900 01  LK-Password             PIC X(20).
004000 01  LK-UserId               PIC 9(08).
004100 01  LK-UserName             PIC X(05).
004166 01  LK-Given-Name           PIC X(30).
004232 01  LK-Family-Name          PIC X(30).
004300 01  LK-Valid-Flag           PIC X(01).
004400 01  LK-Reason               PIC X(40).
004410 01  LK-Account-Type         PIC X(01).
004500
004600 PROCEDURE DIVISION USING LK-Password, LK-UserId,
004636     LK-UserName, LK-Given-Name, LK-Family-Name, LK-Valid-Flag,
004672     LK-Reason,
004710     LK-Account-Type.
004800
004900 0000-MAINLINE.
005000     CALL "PwPolicy" USING PasswordPolicy
005100     MOVE "Y" TO LK-Valid-Flag
005200     MOVE SPACES TO LK-Reason
005210     IF LK-Account-Type = "P"
005220         MOVE POL-Priv-Min-Length TO WS-Required-Length
005230     ELSE
005240         MOVE POL-Min-Length TO WS-Required-Length
005250     END-IF
005300     IF LK-Password = SPACES
005400         MOVE "N" TO LK-Valid-Flag
005500         MOVE "PASSWORD MUST NOT BE BLANK" TO LK-Reason
005700     END-IF
005800     PERFORM 2000-SCAN-CHARACTERS
005900         THRU 2000-SCAN-CHARACTERS-EXIT
006000     IF WS-Content-Length < WS-Required-Length
006100         MOVE "N" TO LK-Valid-Flag
006200         MOVE "SHORTER THAN THE POLICY MINIMUM"
006300             TO LK-Reason
008700         MOVE "MUST NOT EQUAL THE USERNAME" TO LK-Reason
008800         GOBACK
008900     END-IF
009050     MOVE FUNCTION UPPER-CASE(LK-Given-Name)
009200         TO WS-Compare-Value
009300     IF WS-Compare-Value NOT = SPACES
009400             AND WS-Compare-Value(21:10) = SPACES
009500             AND WS-Pw-Folded = WS-Compare-Value(1:20)
009600         MOVE "N" TO LK-Valid-Flag
009700         MOVE "MUST NOT EQUAL THE GIVEN NAME" TO LK-Reason
009800         GOBACK
009900     END-IF
009910     MOVE FUNCTION UPPER-CASE(LK-Family-Name)
009920         TO WS-Compare-Value
009930     IF WS-Compare-Value NOT = SPACES
009940             AND WS-Compare-Value(21:10) = SPACES
009950             AND WS-Pw-Folded = WS-Compare-Value(1:20)
009960         MOVE "N" TO LK-Valid-Flag
009970         MOVE "MUST NOT EQUAL THE FAMILY NAME" TO LK-Reason
009980         GOBACK
009990     END-IF
010000     IF WS-Letter-Count = 0 OR WS-Digit-Count = 0
010100         MOVE "N" TO LK-Valid-Flag
010200         MOVE "NEEDS AT LEAST ONE LETTER AND ONE DIGIT"

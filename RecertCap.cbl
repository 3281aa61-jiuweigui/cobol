002250*                 create-on-missing open follows the
002260*                 OPEN OUTPUT / CLOSE / OPEN I-O sequence
002270*                 the rest of the suite uses.
002277* 2026-10-15 JWG  Each account now names its owner's manager
002284*                 from the CONTACT.DAT reporting line (shared
002291*                 MgrLook routine) before the decision is taken.
002293* 2026-10-15 JWG  The UserId is keyed in its nine-digit form and
002295*                 verified through the shared IdChk routine; a
002297*                 wrong check digit is refused before any read.
002298* 2026-10-15 JWG  Shows the holder's FamilyName in place of
002299*                 the retired RealName.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
005700 01  WS-Auth-Granted         PIC X(01).
005800     88  WS-Auth-Was-Granted     VALUE "Y".
005900 01  WS-Pick-Id              PIC 9(08).
005920 01  WS-Keyed-UserId         PIC X(09).
005940 01  WS-Id-Verify            PIC X(01) VALUE "V".
005960 01  WS-Id-Check             PIC X(01).
005980     88  WS-Id-Accepted          VALUE "Y".
006000 01  WS-Decision             PIC X(01).
006100 01  WS-Done-Switch          PIC X VALUE "N".
006200     88  WS-Capture-Done         VALUE "Y".
006620     88  WS-Queue-Took-It        VALUE "Y".
006700 01  WS-P-RECERT-DAT        PIC X(30) VALUE "RECERT.DAT".
006800 01  WS-P-DEACTQ-DAT        PIC X(30) VALUE "DEACTQ.DAT".
006825 01  WS-Mgr-EmpId            PIC 9(05).
006850 01  WS-Mgr-Name             PIC X(30).
006875 01  WS-Mgr-Result           PIC X(01).
006900 01  WS-Program-Name         PIC X(20) VALUE "RECERTCAP".
007000
007100 PROCEDURE DIVISION.
010200     STOP RUN.
010300
010400 1000-CAPTURE-ONE.
010433     DISPLAY "Enter UserId to attest (9 digits, check digit "
010466         "last; 0 to finish): "
010499     ACCEPT WS-Keyed-UserId
010532     CALL "IdChk" USING WS-Id-Verify, WS-Keyed-UserId,
010565         WS-Pick-Id, WS-Id-Check
010598     IF NOT WS-Id-Accepted
010631         GO TO 1000-CAPTURE-ONE-EXIT
010664     END-IF
010700     IF WS-Pick-Id = ZERO
010800         SET WS-Capture-Done TO TRUE
010900         GO TO 1000-CAPTURE-ONE-EXIT
011400             DISPLAY "THAT ACCOUNT IS NOT ON THE CAMPAIGN."
011500             GO TO 1000-CAPTURE-ONE-EXIT
011600     END-READ
011700     DISPLAY "  " RC-UserName " / " RC-Family-Name
011800         "  DEPT " RC-Department
011850     PERFORM 1100-SHOW-MANAGER THRU 1100-SHOW-MANAGER-EXIT
011900     IF NOT RC-Is-Open
012000         DISPLAY "  ALREADY DECIDED (" RC-Decision ") BY "
012100             RC-Decision-By " ON " RC-Decision-Date
013900     .
014000 1000-CAPTURE-ONE-EXIT.
014100     EXIT.
014102
014104*--------------------------------------------------------------
014106* The owner's manager off the reporting line - the person who
014108* actually knows whether the owner still needs the account.
014110*--------------------------------------------------------------
014112 1100-SHOW-MANAGER.
014114     IF RC-OwnerEmpId = ZERO
014116         DISPLAY "  NO OWNER ON RECORD - NO MANAGER TO NAME."
014118         GO TO 1100-SHOW-MANAGER-EXIT
014120     END-IF
014122     CALL "MgrLook" USING RC-OwnerEmpId, WS-Mgr-EmpId,
014124         WS-Mgr-Name, WS-Mgr-Result
014126     EVALUATE WS-Mgr-Result
014128         WHEN "Y"
014130             DISPLAY "  OWNER'S MANAGER: " WS-Mgr-EmpId " "
014132                 WS-Mgr-Name
014134         WHEN "N"
014136             DISPLAY "  OWNER HAS NO MANAGER ON RECORD."
014138         WHEN "M"
014140             DISPLAY "  OWNER'S MANAGER " WS-Mgr-EmpId
014142                 " IS NOT IN THE DIRECTORY."
014144         WHEN "L"
014146             DISPLAY "  OWNER'S MANAGER " WS-Mgr-EmpId " "
014148                 FUNCTION TRIM(WS-Mgr-Name) " HAS LEFT."
014150         WHEN "E"
014152             DISPLAY "  OWNER " RC-OwnerEmpId
014154                 " IS NOT IN THE DIRECTORY."
014156         WHEN OTHER
014158             DISPLAY "  NO EMPLOYEE DIRECTORY - MANAGER UNKNOWN."
014160     END-EVALUATE
014162     .
014164 1100-SHOW-MANAGER-EXIT.
014166     EXIT.
014200
014300*--------------------------------------------------------------
014400* A revoke joins the pending-deactivation queue exactly as a

002300* DATE       INIT DESCRIPTION
002400* ---------- ---- -------------------------------------------
002500* 2026-09-01 JWG  Original version.
002533* 2026-10-15 JWG  The campaign row and worksheet carry the
002566*                 holder's FamilyName in place of RealName.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
021700     MOVE UserId TO RC-UserId
021800     MOVE WS-Run-Date TO RC-Campaign-Date
021900     MOVE UserName TO RC-UserName
022000     MOVE FamilyName TO RC-Family-Name
022100     MOVE OwnerEmpId TO RC-OwnerEmpId
022200     MOVE SPACES TO RC-Decision
022300     MOVE SPACES TO RC-Decision-By
031600         IF RC-Department = WS-Dpt-Name(WS-Sweep-Index)
031700             MOVE SPACES TO WorksheetRecord
031800             STRING "  " RC-UserId "  " RC-UserName
031900                 "    " RC-Family-Name "  " RC-EmpName
032000                 DELIMITED BY SIZE INTO WorksheetRecord
032100             WRITE WorksheetRecord
032200         END-IF

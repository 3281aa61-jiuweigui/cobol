002400* DATE       INIT DESCRIPTION
002500* ---------- ---- -------------------------------------------
002600* 2026-09-01 JWG  Original version.
002633* 2026-10-15 JWG  Old name slot goes to FamilyName, flagged
002666*                 for review as UserNmCnv does.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
015500             MOVE SPACES TO UserRecord
015600             MOVE OLD-UserId TO UserId
015700             MOVE OLD-UserName TO UserName
015800             MOVE OLD-RealName TO FamilyName
015850             SET NameNeedsReview TO TRUE
015900             MOVE OLD-Email TO Email
016000             MOVE OLD-LastLogin TO LastLoginDate
016100             MOVE OLD-Salt TO Salt

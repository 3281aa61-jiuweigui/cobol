002795* 2026-09-01 JWG  The rebuilt history is now the indexed
002796*                 USRHIST layout (UserId plus sequence);
002797*                 rows are numbered in their original order.
002798* 2026-10-15 JWG  USERREC widened to 250 bytes for the account end
002799*                 date; the full-record images and trailer layout
002800*                 here are sized to match.
002825* 2026-10-15 JWG  Old name slot goes to FamilyName, flagged
002850*                 for review as UserNmCnv does.
002875*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
010000     02  TR-Filler-1         PIC X(12).
010100     02  TR-Record-Count     PIC 9(09).
010200     02  TR-Run-Date         PIC 9(08).
010300     02  FILLER              PIC X(213).
010400
010500 FD  OldHistFile.
010600 01  OldHistRecord.
025900             MOVE SPACES TO UserRecord
026000             MOVE OLD-UserId TO UserId
026100             MOVE OLD-UserName TO UserName
026200             MOVE OLD-RealName TO FamilyName
026250             SET NameNeedsReview TO TRUE
026300             MOVE OLD-Email TO Email
026400             MOVE OLD-LastLogin TO LastLoginDate
026500             MOVE OLD-Salt TO Salt

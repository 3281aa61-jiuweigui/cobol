001900* DATE       INIT DESCRIPTION
002000* ---------- ---- -------------------------------------------
002100* 2026-09-01 JWG  Original version.
002101* 2026-10-15 JWG  USERREC widened to 250 bytes for the account end
002102*                 date; the full-record images and trailer layout
002103*                 here are sized to match.
002200*--------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
004100 LINKAGE SECTION.
004200 01  LK-Program-Name         PIC X(20).
004300 01  LK-Action               PIC X(01).
004400 01  LK-Before               PIC X(250).
004500 01  LK-After                PIC X(250).
004600
004700 PROCEDURE DIVISION USING LK-Program-Name, LK-Action,
004800     LK-Before, LK-After.

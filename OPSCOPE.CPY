000100*--------------------------------------------------------------
000200* OPSCOPE - OPSCOPE.DAT record layout: the operator scope
000300* register that goes with the CONTACT.DAT directory, one row
000400* per employee and COUNTRY.DAT region (CTY-Region) that person
000500* may work accounts in; region "*ALL" grants every region.
000600* Maintained from EmpMaint (security-admin role through
000700* AuthChk); read by the shared ScopeChk routine, which the
000800* account programs (UserInq, UserCons, UserFind, UserMaint,
000900* UserNote, UserSar) call before showing or changing an
001000* account, and by the nightly ScopeRpt access-review report.
001100* Kept apart from CONTACT.DAT so the directory record keeps
001200* its length. While the file does not exist scoping is not
001300* in force; once it does, an employee without a row works no
001400* accounts at all.
001500*--------------------------------------------------------------
001600 01  OpScopeRecord.
001700     02  OpScopeKey.
001800         03  OS-EmpId        PIC 9(05).
001900         03  OS-Region       PIC X(15).
002000             88  OS-All-Regions  VALUE "*ALL".
002100     02  OS-Granted-Date     PIC 9(08).
002200     02  OS-Granted-By       PIC X(10).
002300     02  OS-Granted-EmpId    PIC 9(05).
002400     02  FILLER              PIC X(20).

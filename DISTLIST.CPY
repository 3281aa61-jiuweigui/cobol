000100*--------------------------------------------------------------
000200* DISTLIST - DISTLIST.DAT record layout: the report
000300* distribution list, one row per recipient per slice of a
000400* report they receive. DL-Key-Type says which way the report
000500* is cut for that row:
000600*   D - owning department (EmpDepartment on CONTACT.DAT of
000700*       the account's OwnerEmpId)
000800*   C - the account's CountryCode
000900*   R - the region of that country on COUNTRY.DAT
001000* and DL-Key-Value is the department, code or region taken.
001100* A recipient may hold several rows for one report (two
001200* departments, say); they get one copy with a subtotal for
001300* each. Keyed recipient-within-report so a recipient's rows
001400* read together. Maintained by DistMnt; RptBurst cuts the
001500* nightly copies from it.
001600*--------------------------------------------------------------
001700 01  DistListRecord.
001800     02  DistListKey.
001900         03  DL-Report           PIC X(13).
002000         03  DL-Recipient        PIC 9(05).
002100         03  DL-Key-Type         PIC X(01).
002200             88  DL-By-Department    VALUE "D".
002300             88  DL-By-Country       VALUE "C".
002400             88  DL-By-Region        VALUE "R".
002500         03  DL-Key-Value        PIC X(15).
002600     02  DL-Added-Date       PIC 9(08).
002700     02  DL-Added-By         PIC X(10).

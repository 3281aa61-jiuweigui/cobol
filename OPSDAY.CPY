000100*--------------------------------------------------------------
000200* OPSDAY - OPSDAY.DAT record layout: one business date's
000300* operations checklist, one record per task, keyed on the
000400* business date, the task's day type and its number. Built
000500* once per date by the shared ChkBuild routine from the
000600* OPSCHK.DAT tasks that apply to the date's class, so a
000700* later change to the master never rewrites a day already
000800* begun. Signed through ChkSign by a directory-verified
000900* employee; listed by ChkOpen. Kept per business date as the
001000* record of who signed what, and when.
001100* OPD-Day-Class is the date's own class (N/P/Q), the same on
001200* every task of the date.
001300* Status:    O = open, not yet signed
001400*            S = signed off
001500*--------------------------------------------------------------
001600 01  DayTaskRecord.
001700     02  OPD-Key.
001800         03  OPD-Business-Date   PIC 9(08).
001900         03  OPD-Day-Type        PIC X(01).
002000         03  OPD-Task-No         PIC 9(03).
002100     02  OPD-Day-Class       PIC X(01).
002200     02  OPD-Task-Text       PIC X(40).
002300     02  OPD-Due-Date        PIC 9(08).
002400     02  OPD-Due-Time        PIC 9(04).
002500     02  OPD-Status          PIC X(01).
002600         88  OPD-Is-Open         VALUE "O".
002700         88  OPD-Is-Signed       VALUE "S".
002800     02  OPD-Signed-EmpId    PIC 9(05).
002900     02  OPD-Signed-Name     PIC X(30).
003000     02  OPD-Signed-Initials PIC X(10).
003100     02  OPD-Signed-Date     PIC 9(08).
003200     02  OPD-Signed-Time     PIC 9(08).
003300     02  FILLER              PIC X(20).

000100*--------------------------------------------------------------
000200* OPSCHK - OPSCHK.DAT record layout: the operations morning
000300* checklist, one task per record, keyed on the business-day
000400* type the task belongs to and its number within that type.
000500* Maintained by ChkMnt. A day's checklist is built from it
000600* by the shared ChkBuild routine and kept on OPSDAY.DAT.
000700* Day types (per OPSCAL.DAT, the CalGate calendar):
000800*            N = every business day
000900*            P = period-end days (OPSCAL type E), in addition
001000*                to the N tasks
001100*            Q = quarter-end days (a period-end in March,
001200*                June, September or December), in addition
001300*                to the N and P tasks
001400* CHK-Due-Day says which calendar day CHK-Due-Time (HHMM)
001500* falls on: 0 = the business date itself, 1 = the morning
001600* after, when the night's output is worked.
001700*--------------------------------------------------------------
001800 01  ChecklistTask.
001900     02  CHK-Key.
002000         03  CHK-Day-Type        PIC X(01).
002100             88  CHK-Type-Is-Valid   VALUE "N" "P" "Q".
002200         03  CHK-Task-No         PIC 9(03).
002300     02  CHK-Task-Text       PIC X(40).
002400     02  CHK-Due-Day         PIC 9(01).
002500     02  CHK-Due-Time        PIC 9(04).
002600     02  CHK-Set-By          PIC X(10).
002700     02  CHK-Set-EmpId       PIC 9(05).
002800     02  CHK-Set-Date        PIC 9(08).
002900     02  FILLER              PIC X(20).

000100*--------------------------------------------------------------
000200* SLATAB - SLATAB.DAT record layout: the nightly chain's SLA
000300* table, one row per milestone step per business-day type,
000400* maintained by SlaMnt and read by the SlaWatch watchdog.
000500* Day types are DayClass's: N = normal, P = period-end,
000600* Q = quarter-end. The most particular row for the night
000700* applies - a quarter-end uses its Q row for a milestone if
000800* there is one, else the P row, else the N row.
000900* SLA-Milestone is the JCL step name (as RunCtl records it
001000* on RUNCKPT.DAT); SLA-Program the program that step runs,
001100* as EndMsg names it on RUNSTATS.DAT, for the steps that
001200* carry no checkpoint. The deadline is SLA-Deadline-Time
001300* (HHMM) on the business date (day 0) or the morning after
001400* (day 1); a completion within SLA-Margin-Mins minutes of
001500* it is a warning, after it a miss.
001600*--------------------------------------------------------------
001700 01  SlaRecord.
001800     02  SLA-Key.
001900         03  SLA-Day-Type        PIC X(01).
002000             88  SLA-Type-Is-Valid   VALUE "N" "P" "Q".
002100         03  SLA-Milestone       PIC X(08).
002200     02  SLA-Program         PIC X(20).
002300     02  SLA-Description     PIC X(30).
002400     02  SLA-Deadline-Day    PIC 9(01).
002500     02  SLA-Deadline-Time   PIC 9(04).
002600     02  SLA-Margin-Mins     PIC 9(03).
002700     02  SLA-Set-By          PIC X(10).
002800     02  SLA-Set-EmpId       PIC 9(05).
002900     02  SLA-Set-Date        PIC 9(08).
003000     02  FILLER              PIC X(20).

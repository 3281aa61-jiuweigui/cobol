000100*--------------------------------------------------------------
000200* OPSCAL - OPSCAL.DAT record layout: the processing calendar
000300* operations keep, one line per dated exception to the rule
000400* that weekdays run and weekends do not. Read by CalGate (the
000500* nightly gate), DayClass, StoGen and SignRpt; maintained by
000600* CalMnt, looked ahead by CalFwd. Kept in date order.
000700*   COL 01-08  DATE         YYYYMMDD
000800*   COL 09     TYPE         H = holiday (skip the chain)
000900*                           B = forced business day (run even
001000*                               on a weekend)
001100*                           E = period-end (run the period-end
001200*                               variants; a quarter-closing
001300*                               month makes it a quarter-end,
001400*                               December a year-end)
001500*   COL 10-39  DESCRIPTION
001600*--------------------------------------------------------------
001700 01  CalendarRecord.
001800     02  CAL-Date            PIC 9(08).
001900     02  CAL-Type            PIC X(01).
002000         88  CAL-Holiday         VALUE "H".
002100         88  CAL-Forced-Business VALUE "B".
002200         88  CAL-Period-End      VALUE "E".
002300         88  CAL-Type-Is-Valid   VALUE "H" "B" "E".
002400     02  CAL-Description     PIC X(30).

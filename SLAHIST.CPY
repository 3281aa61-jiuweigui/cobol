000100*--------------------------------------------------------------
000200* SLAHIST - SLAHIST.DAT record layout: SlaWatch's verdict on
000300* each SLA milestone each night, indexed on the business date
000400* and milestone (a rerun's watchdog replaces the night's
000500* row). SlaRpt reads it for the monthly attainment report.
000600* Times are HHMM with a day offset from the business date
000700* (0 = the date itself, 1 = the morning after).
000800* SH-Source: C = RUNCKPT.DAT checkpoint, S = RUNSTATS.DAT
000900*            end-of-job figures, space = not complete
001000* SH-Outcome: M = met, W = met but inside the warning margin,
001100*            X = missed, O = not complete and not yet due
001200*            when the watchdog ran
001300* SH-Slack-Mins is deadline less completion, in minutes
001400* (negative when missed); zero when not complete.
001500*--------------------------------------------------------------
001600 01  SlaHistRecord.
001700     02  SH-Key.
001800         03  SH-Business-Date    PIC 9(08).
001900         03  SH-Milestone        PIC X(08).
002000     02  SH-Day-Class        PIC X(01).
002100     02  SH-Program          PIC X(20).
002200     02  SH-Deadline-Day     PIC 9(01).
002300     02  SH-Deadline-Time    PIC 9(04).
002400     02  SH-Margin-Mins      PIC 9(03).
002500     02  SH-Source           PIC X(01).
002600     02  SH-Done-Day         PIC 9(01).
002700     02  SH-Done-Time        PIC 9(04).
002800     02  SH-Outcome          PIC X(01).
002900         88  SH-Was-Met          VALUE "M".
003000         88  SH-Was-Warned       VALUE "W".
003100         88  SH-Was-Missed       VALUE "X".
003200         88  SH-Was-Open         VALUE "O".
003300     02  SH-Slack-Mins       PIC S9(05).
003400     02  SH-Checked-Date     PIC 9(08).
003500     02  SH-Checked-Time     PIC 9(08).
003600     02  FILLER              PIC X(20).

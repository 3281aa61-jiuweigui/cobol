000100*--------------------------------------------------------------
000200* BGLOG - BGLOG.DAT record layout: the break-glass usage
000300* log, one line per register event, appended by BrkGlass
000400* and BgSweep and summarised each night by BgSweep on the
000500* BGRPT.TXT daily usage report. Times are HHMM.
000600* Events: DESIGNAT=account put on the register (sealed)
000700*         CHECKOUT=checked out for an incident
000800*         CHECKIN =checked back in and resealed
000900*         EXPIRED =window ran out, resealed by BgSweep
001000*         REMOVED =taken off the register
001100*--------------------------------------------------------------
001200 01  BgLogRecord.
001300     02  BL-Date             PIC 9(08).
001400     02  BL-Time             PIC 9(04).
001500     02  BL-UserId           PIC 9(08).
001600     02  BL-Event            PIC X(08).
001700         88  BL-Designated       VALUE "DESIGNAT".
001800         88  BL-Checked-Out      VALUE "CHECKOUT".
001900         88  BL-Checked-In       VALUE "CHECKIN".
002000         88  BL-Expired          VALUE "EXPIRED".
002100         88  BL-Removed          VALUE "REMOVED".
002200     02  BL-EmpId            PIC 9(05).
002300     02  BL-Operator         PIC X(10).
002400     02  BL-Incident-Ref     PIC X(12).
002500     02  BL-Expiry-Date      PIC 9(08).
002600     02  BL-Expiry-Time      PIC 9(04).
002700     02  BL-Reason           PIC X(40).

000100*--------------------------------------------------------------
000200* BRKGLASS - BRKGLASS.DAT record layout: the break-glass
000300* register, one row per emergency admin account, keyed on
000400* its UserId. Maintained by BrkGlass (designate, check out,
000500* check in, remove) and BgSweep (reseals a checkout whose
000600* window has run out); read by UserSignon, which refuses a
000700* registered account unless it is checked out and inside
000800* its window. A sealed account's password was last set by
000900* PwGen and shown to nobody. A checkout records who took it
001000* (a CONTACT.DAT EmpId proved as supervisor through
001100* AuthChk), why, under which incident, and until when; the
001200* reseal records when and by whom (EXPIRY when BgSweep did
001300* it). Every event is also appended to BGLOG.DAT.
001400*--------------------------------------------------------------
001500 01  BrkGlassRecord.
001600     02  BG-UserId           PIC 9(08).
001700     02  BG-State            PIC X(01).
001800         88  BG-Is-Sealed        VALUE "S".
001900         88  BG-Is-Checked-Out   VALUE "O".
002000     02  BG-Designated-EmpId PIC 9(05).
002100     02  BG-Designated-Date  PIC 9(08).
002200     02  BG-Out-EmpId        PIC 9(05).
002300     02  BG-Out-By           PIC X(10).
002400     02  BG-Out-Reason       PIC X(40).
002500     02  BG-Incident-Ref     PIC X(12).
002600     02  BG-Out-Date         PIC 9(08).
002700     02  BG-Out-Time         PIC 9(04).
002800     02  BG-Window-Mins      PIC 9(03).
002900     02  BG-Expiry-Date      PIC 9(08).
003000     02  BG-Expiry-Time      PIC 9(04).
003100     02  BG-Sealed-Date      PIC 9(08).
003200     02  BG-Sealed-Time      PIC 9(04).
003300     02  BG-Sealed-By        PIC X(10).
003400     02  BG-Checkout-Count   PIC 9(05).
003500     02  FILLER              PIC X(20).

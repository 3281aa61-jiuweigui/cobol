000100*--------------------------------------------------------------
000200* USRRESV - USRRESV.DAT record layout: the account reservation
000300* file, indexed on RV-UserId. An updater that works on one
000400* account at a time reserves just that UserId through the
000500* shared UserResv routine instead of taking the suite-wide
000600* USERS.DATA lock, so one operator on a UserMaint panel no
000700* longer shuts out every other updater. RV-Holder is the
000800* reserving program and RV-Operator the person at it; the
000900* date/time is when the reservation was taken, from which
001000* UserResv times it out. LockShow lists and force-releases
001100* reservations.
001200*--------------------------------------------------------------
001300 01  UserResvRecord.
001400     02  RV-UserId           PIC 9(08).
001500     02  RV-Holder           PIC X(20).
001600     02  RV-Operator         PIC X(10).
001700     02  RV-Date             PIC 9(08).
001800     02  RV-Time             PIC 9(08).
001900     02  FILLER              PIC X(20).

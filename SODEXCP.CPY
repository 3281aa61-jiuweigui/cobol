000100*--------------------------------------------------------------
000200* SODEXCP - SODEXCP.DAT record layout: the register of
000300* segregation-of-duties exceptions, one row per account per
000400* SODRULE.DAT rule it is allowed to breach. Keyed on UserId
000500* plus the rule's own key. Recorded in EntMnt at grant time,
000600* only by a security admin (EmpRole "A" proved through
000700* AuthChk), with a reason and an expiry date; SodRpt lists
000800* an excepted conflict as such until the expiry passes, and
000900* as a violation from the day after.
001000*--------------------------------------------------------------
001100 01  SodExceptionRecord.
001200     02  SodExceptionKey.
001300         03  SXC-UserId      PIC 9(08).
001400         03  SXC-Rule-Key    PIC X(24).
001500     02  SXC-Reason          PIC X(40).
001600     02  SXC-Expiry-Date     PIC 9(08).
001700     02  SXC-Approved-EmpId  PIC 9(05).
001800     02  SXC-Approved-By     PIC X(10).
001900     02  SXC-Recorded-Date   PIC 9(08).

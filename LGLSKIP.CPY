000100*--------------------------------------------------------------
000200* LGLSKIP - LGLSKIP.DAT record layout: one line each time a
000300* destructive program left an account alone because it is on
000400* the LGLHOLD.DAT legal-hold register, appended by the shared
000500* LglChk routine and listed under its hold by the nightly
000600* LglRpt report. Times are HHMMSSHH from ACCEPT ... FROM TIME.
000700*--------------------------------------------------------------
000800 01  LglSkipRecord.
000900     02  LS-Date             PIC 9(08).
001000     02  LS-Time             PIC 9(08).
001100     02  LS-UserId           PIC 9(08).
001200     02  LS-Program          PIC X(20).
001300     02  LS-Case-Ref         PIC X(12).

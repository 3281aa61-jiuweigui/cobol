000700* generation up to a chosen time, so a mid-day corruption
000800* costs minutes instead of everything written since the
000900* backup. LogRoll rolls the journal nightly with the other
001000* logs. The images are full USERREC records (250 bytes);
001100* adjust with USERREC.CPY.
001200*--------------------------------------------------------------
001300 01  UserJrnlRecord.
001800         88  JRN-Is-Rewrite      VALUE "R".
001900         88  JRN-Is-Delete       VALUE "D".
002000     02  JRN-Key             PIC 9(08).
002100     02  JRN-Before          PIC X(250).
002200     02  JRN-After           PIC X(250).

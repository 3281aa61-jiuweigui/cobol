000600* is captured. Conventional seed entries: DOR dormancy
000700* policy, LVR owning employee left, HRT HR termination feed,
000800* SEC security action, REQ user request, RCT recertification
000900* revoke, END fixed-term end date reached (TermSweep), MOV
000910* revoked on a department-move review (MovRvw) - but
000950* the file, not the code, is the authority.
001000*--------------------------------------------------------------
001100 01  ReasonCodeRecord.
001200     02  RSN-Code            PIC X(03).

000100*--------------------------------------------------------------
000200* HOLDLIM - HOLDLIM.DAT record layout: Multip's large-value
000300* hold threshold for one operation code (A/S/M/D/C), keyed on
000400* the code. Maintained by LimMnt. A detail carrying an
000500* operand (for C, the amount) whose size exceeds its
000600* operation's threshold is held on MULTHOLD.DAT for a
000700* supervisor instead of being calculated. A code with no
000800* record, or a threshold of zero, is never held.
000900* LIM-Set-By / LIM-Set-Date say who last set the figure.
001000*--------------------------------------------------------------
001100 01  HoldLimitRecord.
001200     02  LIM-Op-Code         PIC X(01).
001300     02  LIM-Threshold       PIC 9(09)V99.
001400     02  LIM-Set-By          PIC X(10).
001500     02  LIM-Set-EmpId       PIC 9(05).
001600     02  LIM-Set-Date        PIC 9(08).

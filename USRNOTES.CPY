002500         88  NOTE-Is-Followup    VALUE "U".
002600         88  NOTE-Is-Info        VALUE "I" " ".
002700     02  NOTE-Followup-Date  PIC 9(08).
002800     02  NOTE-Ticket-Id      PIC 9(08).
002900     02  FILLER              PIC X(20).

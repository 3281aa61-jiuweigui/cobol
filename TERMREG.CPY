000100*--------------------------------------------------------------
000200* TERMREG - TERMREG.DAT record layout: the known-terminal
000300* register, one record per account and terminal (or
000400* workstation) id the account has signed on from
000500* successfully. Kept by UserSignon on every good sign-on:
000600* a terminal already on the register has its last-used
000700* stamp and use count moved on; one the account has never
000800* used is added and, when the account already had other
000900* terminals, a NEW-TERMINAL notice is queued through NotifyQ
001000* and the journal record flagged for SignRpt. An account's
001100* first terminal is learned without a notice - there is no
001200* normal desk to compare it with yet. TRM-Terminal is the
001300* TERMID the session runs under ("UNKNOWN" when none is
001400* set, so a blanked id cannot slip past the register).
001500*--------------------------------------------------------------
001600 01  TermRegRecord.
001700     02  TRM-Key.
001800         03  TRM-UserId          PIC 9(08).
001900         03  TRM-Terminal        PIC X(08).
002000     02  TRM-First-Date      PIC 9(08).
002100     02  TRM-First-Time      PIC 9(08).
002200     02  TRM-Last-Date       PIC 9(08).
002300     02  TRM-Last-Time       PIC 9(08).
002400     02  TRM-Use-Count       PIC 9(07).

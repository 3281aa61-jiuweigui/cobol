000100*--------------------------------------------------------------
000200* NOTIFTYP - the outbound message types queued through NotifyQ
000300* and their class:
000400*   S - security-critical (lockout, password reset, second-
000500*       factor passcode, the SecStmt monthly security
000510*       activity statement, a sign-on from a terminal new to
000520*       the account): always sent, never opted out of
000600*   I - informational: the account holder may opt out on the
000700*       CONTPREF.DAT register
000800* A type not listed here cannot be given a preference and is
000900* always sent. Add a new NotifyQ event here when it is added.
001000*--------------------------------------------------------------
001100 01  WS-Notify-Type-Values.
001200     02  FILLER PIC X(13) VALUE "DEACTIVATED I".
001300     02  FILLER PIC X(13) VALUE "DORM-WARNINGI".
001400     02  FILLER PIC X(13) VALUE "END-WARNING I".
001500     02  FILLER PIC X(13) VALUE "LOCKED      S".
001600     02  FILLER PIC X(13) VALUE "PASSCODE    S".
001700     02  FILLER PIC X(13) VALUE "PW-RESET    S".
001710     02  FILLER PIC X(13) VALUE "SEC-STATEMNTS".
001755     02  FILLER PIC X(13) VALUE "NEW-TERMINALS".
001800 01  WS-Notify-Type-Table REDEFINES WS-Notify-Type-Values.
001900     02  WS-Notify-Type-Entry OCCURS 8 TIMES
002000             INDEXED BY WS-Ntype-Idx.
002100         03  WS-Ntype-Event      PIC X(12).
002200         03  WS-Ntype-Class      PIC X(01).
002300             88  WS-Ntype-Is-Security    VALUE "S".
002400             88  WS-Ntype-Is-Info        VALUE "I".

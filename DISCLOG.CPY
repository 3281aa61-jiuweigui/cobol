000100*--------------------------------------------------------------
000200* DISCLOG - DISCLOG.DAT record layout: the disclosure log, one
000300* header row per outbound extract and one row per account the
000400* extract carried, written only through the shared DiscLog
000500* routine the extract programs call. Keyed on the disclosure
000600* number and UserId, the header row of each disclosure taking
000700* UserId 99999999 so it files after its accounts; the UserId
000800* is also an alternate key (with duplicates) so every
000900* disclosure that carried an account can be found from it.
001000* Disclosure 00000000 / UserId 00000000 is the control row
001100* holding the last number issued. Every row carries the file,
001200* business date and recipient, so an account row answers "what
001300* went where, when" on its own. The RetnSweep DISCLOSE rule
001400* retires rows past the retention period.
001500*--------------------------------------------------------------
001600 01  DiscLogRecord.
001700     02  DiscLogKey.
001800         03  DL-Disc-Id      PIC 9(08).
001900         03  DL-UserId       PIC 9(08).
002000             88  DL-Is-Header        VALUE 99999999.
002100     02  DL-Bus-Date         PIC 9(08).
002200     02  DL-File-Name        PIC X(12).
002300     02  DL-Recipient        PIC X(12).
002400     02  DL-Form             PIC X(01).
002500         88  DL-In-Clear         VALUE "C".
002600         88  DL-Pseudonymised    VALUE "P".
002700     02  DL-Header-Part.
002800         03  DL-Program      PIC X(20).
002900         03  DL-Run-Time     PIC 9(08).
003000         03  DL-Record-Count PIC 9(09).
003100         03  DL-Acct-Count   PIC 9(09).
003200         03  DL-State        PIC X(01).
003300             88  DL-Is-Open          VALUE "O".
003400             88  DL-Is-Complete      VALUE "C".
003500     02  DL-Control-Part REDEFINES DL-Header-Part.
003600         03  DL-Last-Disc-Id PIC 9(08).
003700         03  FILLER          PIC X(39).
003800     02  FILLER              PIC X(20).

000100*--------------------------------------------------------------
000200* SECHIST - SECHIST.DAT record layout: one row per calendar
000300* month of security metrics, written by the SecMetr
000400* period-end step and keyed on the month (a rerun replaces
000500* the month's row). SecMetr's SECMETR.TXT report sets the
000600* last twelve rows side by side.
000700*   Sign-ons / failures - SIGNJRNL.DAT A/T accepted;
000800*       B/K bad password, W/V wrong passcode
000900*   Lockouts - SIGNJRNL.DAT K/V
001000*   Cleared by cooling-off / by UserUnlock - USRHIST.DAT
001100*       STATUS rows from L back to A, by the POLICY operator
001200*       (UserSignon's cooling-off expiry) or anyone else
001300*   Tokens issued / used - USRHIST.DAT RESETTOKEN rows
001400*       ISSUED / USED
001500*   Forced changes - USRHIST.DAT PASSWORD rows written by
001600*       the SIGNON operator (UserSignon's forced change)
001700*   Legacy hash - accounts on USERS.DATA not yet on the
001800*       current HashVersion when the row was built
001900*   Unknown-id probes - SIGNJRNL.DAT U attempts
002000*   Probe alerts - SignRpt's "SIGN-ON PROBES" warnings on
002100*       EXCEPTS.DAT in the month
002200*--------------------------------------------------------------
002300 01  SecHistRecord.
002400     02  SEH-Month           PIC 9(06).
002500     02  SEH-Signons         PIC 9(09).
002600     02  SEH-Failures        PIC 9(09).
002700     02  SEH-Lockouts        PIC 9(07).
002800     02  SEH-Cleared-Cooloff PIC 9(07).
002900     02  SEH-Cleared-Unlock  PIC 9(07).
003000     02  SEH-Tokens-Issued   PIC 9(07).
003100     02  SEH-Tokens-Used     PIC 9(07).
003200     02  SEH-Forced-Changes  PIC 9(07).
003300     02  SEH-Legacy-Hash     PIC 9(07).
003400     02  SEH-Unknown-Probes  PIC 9(07).
003500     02  SEH-Probe-Alerts    PIC 9(05).
003600     02  SEH-Built-Date      PIC 9(08).
003700     02  SEH-Built-Time      PIC 9(08).
003800     02  FILLER              PIC X(20).

000100*--------------------------------------------------------------
000200* SIEMEVT - SIEMFEED.DAT record layout: one security event per
000300* line in the fixed format the SIEM collector reads, written
000400* by SiemFeed from the suite's three security sources:
000500*   AUD  the central SUITEAUD.LOG audit trail (AuditLog)
000600*   SGN  the SIGNJRNL.DAT sign-on journal (SignJrnl)
000700*   EXC  E and W exceptions on EXCEPTS.DAT (ExcpLog)
000800* SIE-Severity follows the syslog scale the SIEM ranks on:
000900*   2=critical 3=error 4=warning 5=notice 6=informational
001000* SIE-Audit-Seq is the SUITEAUD chain sequence (AUD lines
001100* only - zeros elsewhere and on records from before the
001200* chain). It runs 1, 2, 3 ... with no gaps on each log and
001300* starts again at 1 when LogRoll rolls the log, so the
001400* receiving side can spot a missing event the way AudVerify
001500* does. SIE-UserId is the account for SGN lines, zeros
001600* otherwise. SIE-Sent-Date/Time stamp the extract run.
001700*--------------------------------------------------------------
001800 01  SiemEventRecord.
001900     02  SIE-Source          PIC X(03).
002000         88  SIE-From-Audit      VALUE "AUD".
002100         88  SIE-From-Signon     VALUE "SGN".
002200         88  SIE-From-Exception  VALUE "EXC".
002300     02  SIE-Date            PIC 9(08).
002400     02  SIE-Time            PIC 9(08).
002500     02  SIE-Severity        PIC 9(01).
002600         88  SIE-Sev-Critical    VALUE 2.
002700         88  SIE-Sev-Error       VALUE 3.
002800         88  SIE-Sev-Warning     VALUE 4.
002900         88  SIE-Sev-Notice      VALUE 5.
003000         88  SIE-Sev-Info        VALUE 6.
003100     02  SIE-Program         PIC X(20).
003200     02  SIE-Event           PIC X(12).
003300     02  SIE-Audit-Seq       PIC 9(09).
003400     02  SIE-UserId          PIC 9(08).
003500     02  SIE-Detail          PIC X(60).
003600     02  SIE-Sent-Date       PIC 9(08).
003700     02  SIE-Sent-Time       PIC 9(08).

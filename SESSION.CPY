000100*--------------------------------------------------------------
000200* SESSION - SESSION.DAT record layout: the signed-on session
000300* register. One record per good sign-on, written by
000400* UserSignon and ended through the shared SessReg routine -
000500* by the holder's sign-off (SessOff), by the idle timeout
000600* (PwPolicy idle minutes), by an operator (SessShow) or by
000700* the SignCtl quiesce for the batch window. Keyed on the
000800* UserId and the sign-on date and time, so one account's
000900* sessions sit together. Ended sessions stay on file as the
001000* record of who was on and when.
001100* SES-Account-Type is the account's AccountType at sign-on;
001200* SES-Concurrent marks a session opened while another for
001300* the same UserId was still open (allowed for service and
001400* shared accounts only).
001500*--------------------------------------------------------------
001600 01  SessionRecord.
001700     02  SES-Key.
001800         03  SES-UserId          PIC 9(08).
001900         03  SES-Start-Date      PIC 9(08).
002000         03  SES-Start-Time      PIC 9(08).
002100     02  SES-Status          PIC X(01).
002200         88  SES-Is-Open         VALUE "O".
002300         88  SES-Signed-Off      VALUE "F".
002400         88  SES-Idle-Expired    VALUE "X".
002500         88  SES-Cut-Off         VALUE "Q".
002600     02  SES-Account-Type    PIC X(01).
002700     02  SES-Concurrent      PIC X(01).
002800         88  SES-Was-Concurrent  VALUE "Y".
002900     02  SES-End-Date        PIC 9(08).
003000     02  SES-End-Time        PIC 9(08).
003100     02  SES-Ended-By        PIC X(20).
003200     02  FILLER              PIC X(20).

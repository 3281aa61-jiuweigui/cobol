000100*--------------------------------------------------------------
000200* SUSPEND - SUSPEND.DAT record layout: the leave-of-absence
000300* register, keyed on the owning EmpId (CONTACT.DAT) and a
000400* UserId. The row with UserId zero is the suspension itself -
000500* start date, expected return date and reason, keyed in
000600* SuspMnt; the nightly SuspSwp adds one row per USERS.DATA
000700* account it suspended, holding the AccountStatus the
000800* account had before, so the return puts back exactly that.
000900* One suspension per employee at a time: a returned or
001000* cancelled one is replaced when the next leave is keyed
001100* (every flip is on USRHIST.DAT and USRJRNL.DAT regardless).
001200* State:  S = scheduled, start date not yet reached
001300*         A = active, the accounts are suspended
001400*         R = returned, the accounts reinstated
001500*         C = cancelled before it started
001600* Account row outcome:
001700*         S = suspended, awaiting the return date
001800*         R = reinstated to LV-Prior-Status
001900*         X = not reinstated - the account was changed by
002000*             someone else while suspended, left as found
002100*--------------------------------------------------------------
002200 01  SuspendRecord.
002300     02  LV-Key.
002400         03  LV-EmpId        PIC 9(05).
002500         03  LV-UserId       PIC 9(08).
002600             88  LV-Is-Header    VALUE ZERO.
002700     02  LV-Header-Part.
002800         03  LV-Start-Date   PIC 9(08).
002900         03  LV-Return-Date  PIC 9(08).
003000         03  LV-Reason       PIC X(40).
003100         03  LV-State        PIC X(01).
003200             88  LV-Is-Scheduled VALUE "S".
003300             88  LV-Is-Active    VALUE "A".
003400             88  LV-Is-Returned  VALUE "R".
003500             88  LV-Is-Cancelled VALUE "C".
003600             88  LV-Is-Current   VALUE "S" "A".
003700         03  LV-Set-By       PIC X(10).
003800         03  LV-Set-Date     PIC 9(08).
003900         03  LV-Closed-By    PIC X(10).
004000         03  LV-Closed-Date  PIC 9(08).
004100         03  LV-Account-Count
004200                             PIC 9(03).
004300     02  LV-Account-Part REDEFINES LV-Header-Part.
004400         03  LV-Prior-Status PIC X(01).
004500         03  LV-Suspended-Date
004600                             PIC 9(08).
004700         03  LV-Reinstated-Date
004800                             PIC 9(08).
004900         03  LV-Outcome      PIC X(01).
005000             88  LV-Acct-Suspended   VALUE "S".
005100             88  LV-Acct-Reinstated  VALUE "R".
005200             88  LV-Acct-Left-As-Found VALUE "X".
005300         03  FILLER          PIC X(78).
005400     02  FILLER              PIC X(20).

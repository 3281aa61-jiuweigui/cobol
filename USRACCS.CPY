000100*--------------------------------------------------------------
000200* USRACCS - USRACCS.DAT record layout: the application
000300* entitlement register, one row per account per application
000400* role it has been granted, indexed on UserId plus the
000500* application and role codes so one account carries its whole
000600* access profile in key order. Granted and revoked through
000700* EntMnt (supervisor, through AuthChk); the shared EntRevk
000800* routine revokes everything an account holds when UserDeact
000900* approves a deactivation, UserDorm mode 2 disables it, or
001000* the HR-feed delete applies. A revoke keeps the row with
001100* status R and who/when/why, so an access review sees what
001200* a leaver used to hold, not just that the account is shut.
001300* ENT-Revoke-Reason carries the RSNCODE.DAT code behind a
001400* revoke (the account's deactivation reason, or what the
001500* supervisor keyed).
001600*--------------------------------------------------------------
001700 01  EntitlementRecord.
001800     02  EntitlementKey.
001900         03  ENT-UserId      PIC 9(08).
002000         03  ENT-Code.
002100             04  ENT-App-Code    PIC X(06).
002200             04  ENT-Role-Code   PIC X(06).
002300     02  ENT-Status          PIC X(01).
002400         88  ENT-Is-Active       VALUE "A".
002500         88  ENT-Is-Revoked      VALUE "R".
002600     02  ENT-Granted-Date    PIC 9(08).
002700     02  ENT-Granted-By      PIC X(10).
002800     02  ENT-Revoked-Date    PIC 9(08).
002900     02  ENT-Revoked-By      PIC X(10).
003000     02  ENT-Revoke-Reason   PIC X(03).

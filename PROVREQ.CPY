000100*--------------------------------------------------------------
000200* PROVREQ - PROVREQ.DAT record layout: the joiner provisioning
000300* queue, one request per employee, indexed on the OwnerEmpId
000400* the account is for. Fed each night by ProvFeed with current
000500* CONTACT.DAT employees who own no account (source F) and
000600* keyed by hand in ProvMnt (source M). A supervisor approves
000700* or rejects in ProvMnt (EmpRole "S" proved through AuthChk);
000800* IdAlloc gives each approved request the next UserId ahead
000900* of the nightly load block, and ProvFeed then creates the
001000* pending placeholder on USERS.DATA, linked to its owner and
001100* ready for UserClaim, and marks the request completed.
001200* A rejected request stays on file, so the nightly feed does
001300* not raise it again.
001400*--------------------------------------------------------------
001500 01  ProvRequestRecord.
001600     02  PRV-EmpId           PIC 9(05).
001700     02  PRV-UserName        PIC X(05).
001800     02  PRV-Country         PIC XX.
001900     02  PRV-Requested-By    PIC X(10).
002000     02  PRV-Request-Date    PIC 9(08).
002100     02  PRV-Source          PIC X.
002200         88  PRV-From-Feed       VALUE "F".
002300         88  PRV-Keyed-By-Hand   VALUE "M".
002400     02  PRV-Status          PIC X.
002500         88  PRV-Pending         VALUE "P".
002600         88  PRV-Approved        VALUE "A".
002700         88  PRV-Rejected        VALUE "R".
002800         88  PRV-Completed       VALUE "C".
002900     02  PRV-Decided-EmpId   PIC 9(05).
003000     02  PRV-Decision-Date   PIC 9(08).
003100     02  PRV-UserId          PIC 9(08).
003200     02  PRV-Reject-Reason   PIC X(30).
003300     02  PRV-Completed-Date  PIC 9(08).

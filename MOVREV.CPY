000100*--------------------------------------------------------------
000200* MOVREV - MOVREV.DAT record layout: the mover-review list,
000300* one row per account whose owner changed department,
000400* indexed on MVR-UserId. Raised by EmpMaint when a department
000500* change is saved, for every account the EmpId owns that is
000600* not inactive; a second move before the first is decided
000700* keeps the original old department, so the reviewer sees the
000800* whole trail. Decided in MovRvw by a supervisor of the new
000900* department (confirm, or revoke through DEACTQ.DAT with
001000* reason code MOV) and chased nightly by MovChase, which logs
001100* anything still open past the review deadline.
001200*--------------------------------------------------------------
001300 01  MoverReviewRecord.
001400     02  MVR-UserId          PIC 9(08).
001500     02  MVR-OwnerEmpId      PIC 9(05).
001600     02  MVR-Old-Department  PIC X(15).
001700     02  MVR-New-Department  PIC X(15).
001800     02  MVR-Raised-Date     PIC 9(08).
001900     02  MVR-Decision        PIC X(01).
002000         88  MVR-Is-Open         VALUE " ".
002100         88  MVR-Is-Confirmed    VALUE "C".
002200         88  MVR-Is-Revoked      VALUE "R".
002300     02  MVR-Decision-By     PIC X(10).
002400     02  MVR-Decision-Date   PIC 9(08).

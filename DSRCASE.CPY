000100*--------------------------------------------------------------
000200* DSRCASE - DSRCASE.DAT record layout: the data-subject request
000300* case register, one row per access, erasure or rectification
000400* request, keyed on a case number DsrMnt allocates. A case is
000500* received (R) until the requester's identity is verified (V),
000600* and closed (C) with an evidence reference per UserId - the
000700* SARPACK.TXT run for access (UserSar), the USRERASE.TXT
000800* deletion certificate for erasure (UserErase), an operator's
000900* reference for rectification - or withdrawn (W) with the
001000* reason. The due date is one calendar month from receipt,
001100* restarted from the day identity was verified when that came
001200* later. Written by DsrMnt and the shared DsrCase routine;
001300* aged nightly by DsrAge.
001400*--------------------------------------------------------------
001500 01  DsrCaseRecord.
001600     02  DC-Case-Id          PIC 9(06).
001700     02  DC-Type             PIC X(01).
001800         88  DC-Is-Access        VALUE "A".
001900         88  DC-Is-Erasure       VALUE "E".
002000         88  DC-Is-Rectify       VALUE "R".
002100         88  DC-Type-Is-Valid    VALUE "A" "E" "R".
002200     02  DC-Status           PIC X(01).
002300         88  DC-Is-Received      VALUE "R".
002400         88  DC-Is-Verified      VALUE "V".
002500         88  DC-Is-Closed        VALUE "C".
002600         88  DC-Is-Withdrawn     VALUE "W".
002700         88  DC-Is-Open          VALUE "R" "V".
002800     02  DC-Received-Date    PIC 9(08).
002900     02  DC-Verified-Date    PIC 9(08).
003000     02  DC-Due-Date         PIC 9(08).
003100     02  DC-Subject-Count    PIC 9(01).
003200     02  DC-Subject OCCURS 3 TIMES.
003300         03  DC-UserId       PIC 9(08).
003400         03  DC-Subject-Done PIC X(01).
003500             88  DC-Subject-Is-Done  VALUE "Y".
003600         03  DC-Subject-Ref  PIC X(30).
003700     02  DC-Summary          PIC X(40).
003800     02  DC-Opened-By        PIC X(10).
003900     02  DC-Closed-Date      PIC 9(08).
004000     02  DC-Closed-By        PIC X(10).
004100     02  DC-Close-Ref        PIC X(30).
004200     02  FILLER              PIC X(20).

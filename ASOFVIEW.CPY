000100*--------------------------------------------------------------
000200* ASOFVIEW - the as-of account view block the shared AsOfBld
000300* routine fills. Callers COPY this into WORKING-STORAGE, set
000400* AV-UserId and AV-Stamp (YYYYMMDDHHMMSS) and CALL "AsOfBld"
000500* USING AsOfView; AsOfBld COPYs it into its LINKAGE SECTION.
000600* AV-Result:
000700*   E - the account existed then; AV-Image is the record
000800*   N - the account had not yet been written
000900*   P - the account had already been dropped from USERS.DATA;
001000*       AV-Image is the record as it stood when dropped
001100*   U - nothing on USERS.DATA, USRARCH.DAT or USRJRNL.DAT
001200* AV-Basis - how AV-Image was arrived at:
001300*   S - the starting image (live record or archive) as it is
001400*   J - a USRJRNL.DAT before-image
001500*   H - the starting image unwound through USRHIST.DAT
001600*   B - a journal before-image unwound through USRHIST.DAT
001700* AV-Journal-From: the earliest stamp on USRJRNL.DAT (all
001800* nines when there is no journal); before it only history
001900* can be unwound.
002000* One AV-Field entry per ASOFFLD.CPY entry, in its order:
002100* the stamp of the field's last change at or before the
002200* as-of point (zero when none is recorded) and a flag - H
002300* when the value was put back from a history row, ? when a
002400* change after the as-of point could not be put back.
002500*--------------------------------------------------------------
002600 01  AsOfView.
002700     02  AV-UserId           PIC 9(08).
002800     02  AV-Stamp            PIC 9(14).
002900     02  AV-Result           PIC X(01).
003000         88  AV-Existed          VALUE "E".
003100         88  AV-Not-Yet          VALUE "N".
003200         88  AV-Dropped          VALUE "P".
003300         88  AV-Unknown          VALUE "U".
003400     02  AV-Basis            PIC X(01).
003500     02  AV-Journal-From     PIC 9(14).
003600     02  AV-Image            PIC X(250).
003700     02  AV-Field OCCURS 25 TIMES.
003800         03  AV-Field-Stamp  PIC 9(14).
003900         03  AV-Field-Flag   PIC X(01).

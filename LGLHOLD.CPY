000100*--------------------------------------------------------------
000200* LGLHOLD - LGLHOLD.DAT record layout: the legal-hold register,
000300* one row per account under litigation or investigation hold,
000400* keyed on its UserId. Maintained only by LglMnt (place and
000500* release, security-admin role through AuthChk); read by the
000600* shared LglChk routine, which every destructive program
000700* (UserErase, UserPurge, UserPend, UserMerge, RetnSweep) calls
000800* before it touches an account, and by the nightly LglRpt hold
000900* report. A released hold stays on file as R with its release
001000* date and releaser; placing a new hold on the account later
001100* reuses the row. The register itself is never sent anywhere
001200* and never appears in the account holder's UserSar pack.
001300*--------------------------------------------------------------
001400 01  LglHoldRecord.
001500     02  LH-UserId           PIC 9(08).
001600     02  LH-State            PIC X(01).
001700         88  LH-Is-Active        VALUE "A".
001800         88  LH-Is-Released      VALUE "R".
001900     02  LH-Case-Ref         PIC X(12).
002000     02  LH-Reason           PIC X(40).
002100     02  LH-Placed-By        PIC X(10).
002200     02  LH-Placed-EmpId     PIC 9(05).
002300     02  LH-Placed-Date      PIC 9(08).
002400     02  LH-Released-By      PIC X(10).
002500     02  LH-Released-EmpId   PIC 9(05).
002600     02  LH-Release-Date     PIC 9(08).
002700     02  FILLER              PIC X(20).

000100*--------------------------------------------------------------
000200* BKUPMAN - BKUPMAN.DAT backup-set manifest: one line per
000300* file in each set UserBkup takes, giving the record count of
000400* the copy, so a restore can prove it put back what was
000500* taken. BM-Copy-State C = copied; A = the file did not exist
000600* when the set was taken (a restore of the whole set moves
000700* such a file aside, so the set comes back as it was). A
000800* generation on BKUPCTL.DAT with no manifest lines is from
000900* before sets were taken and holds USERS.DATA only.
001000*--------------------------------------------------------------
001100 01  BkupManRecord.
001200     02  BM-Set-Number       PIC 9(05).
001300     02  BM-File-Name        PIC X(13).
001400     02  BM-Record-Count     PIC 9(09).
001500     02  BM-Set-Date         PIC 9(08).
001600     02  BM-Set-Time         PIC 9(08).
001700     02  BM-Copy-State       PIC X(01).
001800         88  BM-Was-Copied       VALUE "C".
001900         88  BM-Was-Absent       VALUE "A".
002000     02  FILLER              PIC X(10).

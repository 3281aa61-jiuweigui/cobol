000300* dropped by UserPurge, stamped with the purge date and
000400* carrying the full USERS.DATA record image as it stood when
000500* it was dropped. Cumulative across purges. The image length
000600* must match the USERREC record length (currently 250 bytes);
000700* adjust it whenever USERREC.CPY changes.
000800*--------------------------------------------------------------
000900 01  ArchiveRecord.
001000     02  ARC-Purge-Date      PIC 9(08).
001100     02  ARC-Record-Image    PIC X(250).

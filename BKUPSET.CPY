000100*--------------------------------------------------------------
000200* BKUPSET - the account-side files UserBkup captures together
000300* as one backup set, and UserRstr puts back as a unit. Each is
000400* the logical name EnvName resolves to the physical file; the
000500* copy is that physical name plus .Gnnnnn, nnnnn being the set
000600* (generation) number on BKUPCTL.DAT. Add a file here and to
000700* BkupCnt when it joins the set.
000800*--------------------------------------------------------------
000900 01  WS-Bset-Values.
001000     02  FILLER PIC X(13) VALUE "USERS.DATA".
001100     02  FILLER PIC X(13) VALUE "USRHIST.DAT".
001200     02  FILLER PIC X(13) VALUE "USRNOTES.DAT".
001300     02  FILLER PIC X(13) VALUE "DEACTQ.DAT".
001400     02  FILLER PIC X(13) VALUE "CONTACT.DAT".
001500     02  FILLER PIC X(13) VALUE "RETIRED.DAT".
001600     02  FILLER PIC X(13) VALUE "IDALLOC.CTL".
001700 01  WS-Bset-Table REDEFINES WS-Bset-Values.
001800     02  WS-Bset-Entry OCCURS 7 TIMES
001900             INDEXED BY WS-Bset-Idx.
002000         03  WS-Bset-File        PIC X(13).
002100 01  WS-Bset-Count           PIC 9(02) COMP VALUE 7.

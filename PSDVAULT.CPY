000100*--------------------------------------------------------------
000200* PSDVAULT - PSDVAULT.DAT record layout: the pseudonym vault,
000300* one row per account that has ever gone out on a
000400* pseudonymised BI extract, keyed on UserId with the token
000500* as a unique alternate key. Written only by the shared
000600* PsdToken routine - an account keeps its first token for
000700* good, so BI can join its loads night after night - and
000800* read back only by the PsdInq re-identification inquiry.
000900* The vault never leaves the site; without it a token is
001000* just ten random characters.
001100*--------------------------------------------------------------
001200 01  PsdVaultRecord.
001300     02  PV-UserId           PIC 9(08).
001400     02  PV-Token            PIC X(10).
001500     02  PV-Issued-Date      PIC 9(08).
001600     02  FILLER              PIC X(14).

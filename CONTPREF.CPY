000100*--------------------------------------------------------------
000200* CONTPREF - CONTPREF.DAT record layout: the contact-preference
000300* register, one row per account and message type the account
000400* holder has expressed a choice on, written only through the
000500* shared PrefWrite routine (the UserCons console and the
000600* PrefFeed nightly preference feed). No row means the message
000700* is sent. NotifyFmt reads it to suppress opted-out messages;
000800* the security-critical types on NOTIFTYP are never held here.
000900*--------------------------------------------------------------
001000 01  ContPrefRecord.
001100     02  ContPrefKey.
001200         03  CP-UserId       PIC 9(08).
001300         03  CP-Msg-Type     PIC X(12).
001400     02  CP-Choice           PIC X(01).
001500         88  CP-Opted-In         VALUE "Y".
001600         88  CP-Opted-Out        VALUE "N".
001700     02  CP-Source           PIC X(01).
001800         88  CP-From-Console     VALUE "C".
001900         88  CP-From-Feed        VALUE "F".
002000     02  CP-Changed-Date     PIC 9(08).
002100     02  CP-Changed-By       PIC X(10).
002200     02  FILLER              PIC X(20).

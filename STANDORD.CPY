001200*            M = monthly, on day SO-Freq-Day
001300*            E = period-end nights per OPSCAL.DAT
001400* Status:    A = active  S = suspended  E = ended
001401* SO-GL-Account / SO-Cost-Centre: the general-ledger coding the
001402* generated detail carries into Multip's GL journal. An order
001403* without both is not generated (StoGen reports it).
001404* The record grew from 34 bytes for the GL coding; StoConv is
001405* the one-time conversion of an existing STANDORD.DAT.
001500*--------------------------------------------------------------
001600 01  StandingOrder.
001700     02  SO-Order-Id         PIC 9(05).
002800         88  SO-Is-Active        VALUE "A".
002900         88  SO-Is-Suspended     VALUE "S".
003000         88  SO-Is-Ended         VALUE "E".
003001     02  SO-GL-Account       PIC X(08).
003002     02  SO-Cost-Centre      PIC X(06).
003003     02  FILLER              PIC X(20).

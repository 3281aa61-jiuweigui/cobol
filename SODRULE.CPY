000100*--------------------------------------------------------------
000200* SODRULE - SODRULE.DAT record layout: the segregation-of-
000300* duties rule file, one row per pair of USRACCS.DAT
000400* entitlement codes (application plus role) that no one
000500* account may hold together - payment entry alongside
000600* payment release, say. Keyed on the pair; the pair is one
000700* rule whichever way round it is read. Maintained by SodMnt
000800* (security admin), enforced at grant time by EntMnt and
000900* reported nightly by SodRpt.
001000*--------------------------------------------------------------
001100 01  SodRuleRecord.
001200     02  SodRuleKey.
001300         03  SOD-Code-A.
001400             04  SOD-App-A       PIC X(06).
001500             04  SOD-Role-A      PIC X(06).
001600         03  SOD-Code-B.
001700             04  SOD-App-B       PIC X(06).
001800             04  SOD-Role-B      PIC X(06).
001900     02  SOD-Description     PIC X(40).
002000     02  SOD-Added-Date      PIC 9(08).
002100     02  SOD-Added-By        PIC X(10).

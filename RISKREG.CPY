000100*--------------------------------------------------------------
000200* RISKREG - RISKREG.DAT record layout: the account risk
000300* register RiskScr rebuilds each night, one row per account
000400* scored, indexed on UserId. RR-Score is the weighted sum of
000500* the signals below (weights and band cut-offs from the
000600* RISKCTL.DAT control file) and RR-Band its LOW/MEDIUM/HIGH
000700* banding, cut the way Nested-IFs bands its results. The
000800* prior night's score and band are carried so a move between
000900* bands shows, and RR-Band-Since is the business date the
001000* account entered its current band. An account no longer
001100* scored (inactive, or gone from USERS.DATA) is dropped.
001200* RR-Owner-Flag: space = owner on file and current,
001300*            U = no owner assigned, M = owner missing from
001400*            CONTACT.DAT, L = owner a leaver
001500*--------------------------------------------------------------
001600 01  RiskRegRecord.
001700     02  RR-UserId           PIC 9(08).
001800     02  RR-Score-Date       PIC 9(08).
001900     02  RR-Score            PIC 9(05).
002000     02  RR-Band             PIC X(06).
002100         88  RR-Is-Low           VALUE "LOW".
002200         88  RR-Is-Medium        VALUE "MEDIUM".
002300         88  RR-Is-High          VALUE "HIGH".
002400     02  RR-Prior-Score      PIC 9(05).
002500     02  RR-Prior-Band       PIC X(06).
002600     02  RR-Band-Since       PIC 9(08).
002700     02  RR-Signals.
002800         03  RR-Failed-Count     PIC 9(03).
002900         03  RR-Lock-Count       PIC 9(03).
003000         03  RR-Fraud-Count      PIC 9(03).
003100         03  RR-Owner-Flag       PIC X(01).
003200         03  RR-Legacy-Flag      PIC X(01).
003300         03  RR-Pw-Overdue-Flag  PIC X(01).
003400         03  RR-Change-Count     PIC 9(03).
003500     02  FILLER              PIC X(20).

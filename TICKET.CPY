000100*--------------------------------------------------------------
000200* TICKET - TICKET.DAT record layout: the helpdesk ticket
000300* register, one row per call raised about a USERS.DATA
000400* account, keyed on a ticket number UserCons issues off the
000500* control row (ticket 00000000, holding the last number
000600* issued, in the DiscLog manner). The UserId is an alternate
000700* key with duplicates so an account's tickets can be listed
000800* from it. A ticket is open (O) or on hold waiting for the
000900* caller (H) until it is closed (C) with a resolution; the
001000* operator it is assigned to can change while it is open.
001100* Category: P password or reset token, L lockout, A access or
001200* entitlement, D account details, O other. UserUnlock,
001300* UserReset and UserMaint record the ticket they worked under
001400* through the shared TktLink routine, which keeps the count
001500* and the last action here and the full trail on
001600* SUITEAUD.LOG; notes carry the ticket number on USRNOTES.DAT.
001700* TktAge ages the open tickets nightly; TktVol counts the
001800* month's volume by category.
001900*--------------------------------------------------------------
002000 01  TicketRecord.
002100     02  TK-Ticket-Id        PIC 9(08).
002200         88  TK-Is-Control       VALUE ZERO.
002300     02  TK-UserId           PIC 9(08).
002400     02  TK-Category         PIC X(01).
002500         88  TK-Is-Password      VALUE "P".
002600         88  TK-Is-Lockout       VALUE "L".
002700         88  TK-Is-Access        VALUE "A".
002800         88  TK-Is-Details       VALUE "D".
002900         88  TK-Is-Other         VALUE "O".
003000         88  TK-Category-Is-Valid
003100                                 VALUE "P" "L" "A" "D" "O".
003200     02  TK-Status           PIC X(01).
003300         88  TK-Is-Opened        VALUE "O".
003400         88  TK-Is-On-Hold       VALUE "H".
003500         88  TK-Is-Closed        VALUE "C".
003600         88  TK-Is-Open          VALUE "O" "H".
003700     02  TK-Opened-Date      PIC 9(08).
003800     02  TK-Opened-Time      PIC 9(08).
003900     02  TK-Opened-By        PIC X(10).
004000     02  TK-Assigned-To      PIC X(10).
004100     02  TK-Ticket-Part.
004200         03  TK-Summary      PIC X(60).
004300         03  TK-Updated-Date PIC 9(08).
004400         03  TK-Updated-By   PIC X(10).
004500         03  TK-Update-Count PIC 9(03).
004600         03  TK-Closed-Date  PIC 9(08).
004700         03  TK-Closed-Time  PIC 9(08).
004800         03  TK-Closed-By    PIC X(10).
004900         03  TK-Resolution   PIC X(40).
005000         03  TK-Action-Count PIC 9(03).
005100         03  TK-Last-Action-Date
005200                             PIC 9(08).
005300         03  TK-Last-Action-Prog
005400                             PIC X(20).
005500         03  TK-Last-Action  PIC X(30).
005600     02  TK-Control-Part REDEFINES TK-Ticket-Part.
005700         03  TK-Last-Ticket-Id
005800                             PIC 9(08).
005900         03  FILLER          PIC X(200).
006000     02  FILLER              PIC X(20).

000100*--------------------------------------------------------------
000200* ONCALL - ONCALL.DAT record layout: the operations on-call
000300* rota, one row per cover period, keyed on the date the
000400* period starts. Maintained by OncMnt and read by the
000500* ExcpPage pager. A period runs ONC-Start-Date through
000600* ONC-End-Date inclusive; where periods overlap, the one
000700* that started latest is the one in force. Primary and
000800* secondary are CONTACT.DAT EmpIds, each with the address
000900* the mail gateway pages them at. An E exception the
001000* primary has not worked through ExcpAck within
001100* ONC-Escalate-Mins minutes is paged on to the secondary.
001200*--------------------------------------------------------------
001300 01  OnCallRecord.
001400     02  ONC-Start-Date      PIC 9(08).
001500     02  ONC-End-Date        PIC 9(08).
001600     02  ONC-Primary-EmpId   PIC 9(05).
001700     02  ONC-Primary-Address PIC X(30).
001800     02  ONC-Secondary-EmpId PIC 9(05).
001900     02  ONC-Secondary-Address
002000                             PIC X(30).
002100     02  ONC-Escalate-Mins   PIC 9(03).
002200     02  ONC-Set-By          PIC X(10).
002300     02  ONC-Set-EmpId       PIC 9(05).
002400     02  ONC-Set-Date        PIC 9(08).
002500     02  FILLER              PIC X(20).

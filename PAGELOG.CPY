000100*--------------------------------------------------------------
000200* PAGELOG - PAGELOG.DAT record layout: one row per E-severity
000300* exception the ExcpPage pager has picked up, keyed on the
000400* exception's position on EXCEPTS.DAT (ExcpLog only ever
000500* appends, and the ExcpAck rewrite keeps the order), with
000600* the exception's program, date and time kept to prove the
000700* row still matches. PG-Status:
000800*   U = not yet paged (no rota in force, or no address)
000900*   P = paged to the primary
001000*   E = escalated to the secondary (sent again every
001033*       PG-Escalate-Mins until worked; PG-Escalated-Date and
001066*       -Time hold the latest escalation)
001100*   A = worked through ExcpAck - no further paging
001200* PG-Escalate-Mins is the rota's figure when first paged.
001300*--------------------------------------------------------------
001400 01  PageRecord.
001500     02  PG-Excp-Seq         PIC 9(09).
001600     02  PG-Excp-Program     PIC X(20).
001700     02  PG-Excp-Date        PIC 9(08).
001800     02  PG-Excp-Time        PIC 9(08).
001900     02  PG-Excp-Message     PIC X(60).
002000     02  PG-Status           PIC X(01).
002100         88  PG-Is-Unsent        VALUE "U".
002200         88  PG-Is-Paged         VALUE "P".
002300         88  PG-Is-Escalated     VALUE "E".
002400         88  PG-Is-Acked         VALUE "A".
002500     02  PG-Rota-Start       PIC 9(08).
002600     02  PG-Escalate-Mins    PIC 9(03).
002700     02  PG-Primary-EmpId    PIC 9(05).
002800     02  PG-Paged-Date       PIC 9(08).
002900     02  PG-Paged-Time       PIC 9(08).
003000     02  PG-Secondary-EmpId  PIC 9(05).
003100     02  PG-Escalated-Date   PIC 9(08).
003200     02  PG-Escalated-Time   PIC 9(08).
003300     02  PG-Acked-By         PIC X(10).
003400     02  PG-Acked-Date       PIC 9(08).
003500     02  FILLER              PIC X(20).

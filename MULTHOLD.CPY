000100*--------------------------------------------------------------
000200* MULTHOLD - MULTHOLD.DAT record layout: one Multip detail
000300* held for being over its operation's HOLDLIM.DAT threshold,
000400* keyed on the business date, batch id and position of the
000500* detail in the batch it arrived in. HLD-Detail is the
000600* detail exactly as received.
000700* Status:    H = held, awaiting a supervisor
000800*            R = released by HoldRel, not yet sent
000900*            X = rejected by HoldRel - never calculated
001000*            P = passed into batch HLD-Released-Batch of
001100*                HLD-Released-Date by StoGen
001200* A released detail goes back through Multip carrying its
001300* HLD-Key in the hold reference, and Multip calculates it
001400* without re-applying the threshold only when it finds the
001500* item here as P for that very batch.
001600*--------------------------------------------------------------
001700 01  HeldItem.
001800     02  HLD-Key.
001900         03  HLD-Batch-Date      PIC 9(08).
002000         03  HLD-Batch-Id        PIC X(08).
002100         03  HLD-Detail-No       PIC 9(09).
002200     02  HLD-Detail.
002300         03  HLD-Record-Type     PIC X(01).
002400         03  HLD-Op-Code         PIC X(01).
002500             88  HLD-Op-Convert      VALUE "C".
002600         03  HLD-Operand1        PIC X(12).
002700         03  HLD-Operand2        PIC X(12).
002800         03  HLD-GL-Account      PIC X(08).
002900         03  HLD-Cost-Centre     PIC X(06).
003000     02  HLD-Hold-Amount     PIC 9(09)V99.
003100     02  HLD-Threshold       PIC 9(09)V99.
003200     02  HLD-Status          PIC X(01).
003300         88  HLD-Is-Held         VALUE "H".
003400         88  HLD-Is-Released     VALUE "R".
003500         88  HLD-Is-Rejected     VALUE "X".
003600         88  HLD-Is-Passed       VALUE "P".
003700     02  HLD-Held-Date       PIC 9(08).
003800     02  HLD-Decided-By      PIC X(10).
003900     02  HLD-Decided-EmpId   PIC 9(05).
004000     02  HLD-Decided-Date    PIC 9(08).
004100     02  HLD-Reason          PIC X(30).
004200     02  HLD-Released-Batch  PIC X(08).
004300     02  HLD-Released-Date   PIC 9(08).

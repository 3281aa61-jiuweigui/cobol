000100*--------------------------------------------------------------
000200* MULTSUSP - MULTSUSP.DAT record layout: one Multip detail
000300* rejected in calculation (bad operand, divide by zero, size
000400* error, ...) and parked for repair, keyed on the business
000500* date, batch id and position of the detail in the batch it
000600* arrived in. SUS-Original is the detail exactly as received
000700* and is never changed; SusRpr keys the repaired figures into
000800* the SUS-Corrected fields.
000900* Status:    O = open, awaiting repair
001000*            C = corrected by SusRpr, not yet resubmitted
001100*            X = cancelled by SusRpr - never resubmitted
001200*            R = resubmitted by StoGen in batch
001300*                SUS-Resubmit-Batch of SUS-Resubmit-Date
001400*--------------------------------------------------------------
001500 01  SuspenseItem.
001600     02  SUS-Key.
001700         03  SUS-Batch-Date      PIC 9(08).
001800         03  SUS-Batch-Id        PIC X(08).
001900         03  SUS-Detail-No       PIC 9(09).
002000     02  SUS-Original        PIC X(40).
002100     02  SUS-Reason          PIC X(30).
002200     02  SUS-Status          PIC X(01).
002300         88  SUS-Is-Open         VALUE "O".
002400         88  SUS-Is-Corrected    VALUE "C".
002500         88  SUS-Is-Cancelled    VALUE "X".
002600         88  SUS-Is-Resubmitted  VALUE "R".
002700     02  SUS-Suspended-Date  PIC 9(08).
002800     02  SUS-Corrected.
002900         03  SUS-Op-Code         PIC X(01).
003000             88  SUS-Op-Convert      VALUE "C".
003100         03  SUS-Operand1        PIC X(12).
003200         03  SUS-Operand2        PIC X(12).
003300         03  SUS-GL-Account      PIC X(08).
003400         03  SUS-Cost-Centre     PIC X(06).
003500     02  SUS-Action-By       PIC X(10).
003600     02  SUS-Action-Date     PIC 9(08).
003700     02  SUS-Cancel-Reason   PIC X(30).
003800     02  SUS-Resubmit-Batch  PIC X(08).
003900     02  SUS-Resubmit-Date   PIC 9(08).

000100*--------------------------------------------------------------
000200* MULTREV - MULTREV.DAT record layout: the reversal of one
000300* posted Multip batch, keyed on the original batch's business
000400* date and batch id. Sequence 0 is the control record - the
000500* detail count, operand hash and result total the reversal
000600* must reconcile to - and sequences 1 upward are the negating
000700* details, each held exactly as it is to be sent. Raised by
000800* MultRev from the original batch's MULTAUDT.LOG lines; a
000900* control record already on file for a batch means that batch
001000* has been reversed and may not be reversed again.
001100* Status:    S = staged by MultRev, not yet sent
001200*            P = passed into batch MRV-Passed-Batch of
001300*                MRV-Passed-Date by StoGen
001400* A reversal detail goes through Multip as record type R
001500* carrying its MRV-Key in the hold-reference columns, and
001600* Multip calculates it only when it finds the control here as
001700* P for that very batch and the detail unaltered.
001800*--------------------------------------------------------------
001900 01  ReversalRecord.
002000     02  MRV-Key.
002100         03  MRV-Orig-Date       PIC 9(08).
002200         03  MRV-Orig-Batch-Id   PIC X(08).
002300         03  MRV-Seq             PIC 9(09).
002400     02  MRV-Body                PIC X(150).
002500     02  MRV-Control-Body REDEFINES MRV-Body.
002600         03  MRV-Orig-Run-Date   PIC 9(08).
002700         03  MRV-Detail-Count    PIC 9(09).
002800         03  MRV-Hash-Total      PIC S9(13)V99
002900                                 SIGN IS LEADING SEPARATE.
003000         03  MRV-Result-Total    PIC S9(13)V99
003100                                 SIGN IS LEADING SEPARATE.
003200         03  MRV-Status          PIC X(01).
003300             88  MRV-Is-Staged       VALUE "S".
003400             88  MRV-Is-Passed       VALUE "P".
003500         03  MRV-Requested-By    PIC X(10).
003600         03  MRV-Requested-EmpId PIC 9(05).
003700         03  MRV-Requested-Date  PIC 9(08).
003800         03  MRV-Reason          PIC X(30).
003900         03  MRV-Passed-Batch    PIC X(08).
004000         03  MRV-Passed-Date     PIC 9(08).
004100         03  FILLER              PIC X(31).
004200     02  MRV-Detail-Body REDEFINES MRV-Body.
004300         03  MRV-Detail.
004400             04  MRV-Record-Type     PIC X(01).
004500             04  MRV-Op-Code         PIC X(01).
004600                 88  MRV-Op-Convert      VALUE "C".
004700             04  MRV-Operand1        PIC X(12).
004800             04  MRV-Operand2        PIC X(12).
004900             04  MRV-GL-Account      PIC X(08).
005000             04  MRV-Cost-Centre     PIC X(06).
005100         03  MRV-Orig-Result     PIC S9(13)V99
005200                                 SIGN IS LEADING SEPARATE.
005300         03  FILLER              PIC X(94).

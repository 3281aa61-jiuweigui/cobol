000100*--------------------------------------------------------------
000200* FXRATE - FXRATE.DAT record layout: the maintained currency
000300* rate file Multip's C (convert) operation looks its rate up
000400* in, keyed on the currency pair and the date the rate takes
000500* effect. Maintained by FxMnt. One unit of FXR-From-Ccy buys
000600* FXR-Rate units of FXR-To-Ccy. The rate in force for a
000700* business date is the one with the latest effective date
000800* on or before it; it is stale once more than
000900* FXR-Valid-Days days have passed since it took effect (zero
001000* means good for its effective date only). FXR-Source and
001100* FXR-Entered-By say where the rate came from and who keyed
001200* it, so a converted figure can be traced back to its rate.
001300*--------------------------------------------------------------
001400 01  FxRateRecord.
001500     02  FXR-Key.
001600         03  FXR-From-Ccy        PIC X(03).
001700         03  FXR-To-Ccy          PIC X(03).
001800         03  FXR-Effective-Date  PIC 9(08).
001900     02  FXR-Rate                PIC 9(05)V9(06).
002000     02  FXR-Valid-Days          PIC 9(03).
002100     02  FXR-Source              PIC X(10).
002200     02  FXR-Entered-By          PIC X(10).
002300     02  FXR-Entered-Date        PIC 9(08).

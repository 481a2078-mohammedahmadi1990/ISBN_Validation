      *>***************************************************************
      *> Copybook: pendprice.cpy
      *> Purpose:  Pending price change (isbn-pendprice.dat, indexed,
      *>           keyed on ISBN-13 + effective date). reconcile files
      *>           a "C" transaction's new price here when its
      *>           effective date is still in the future - the
      *>           quantity is applied at once - and priceISBN applies
      *>           it to the master the day it falls due. A second
      *>           change for the same ISBN and date replaces the
      *>           first. The run and source file it came from let
      *>           backoutISBN withdraw it with the rest of the run.
      *> Modification History:
      *>  10/15/2026  MA  Original layout.
      *>***************************************************************
       01 pendPriceRecord.
           05 pendKey.
               10 pendISBN13    PIC x(13).
               10 pendEffDate   PIC x(8).
           05 pendNewPrice      PIC 9(5)V99.
           05 pendRunStamp      PIC x(19).
           05 pendSource        PIC x(20).

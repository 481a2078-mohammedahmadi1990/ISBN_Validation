      *>***************************************************************
      *> Copybook: pricehist.cpy
      *> Purpose:  Price history (isbn-pricehist.dat, indexed, keyed
      *>           on ISBN-13 + date the new price took effect + a
      *>           sequence number for a second change the same day).
      *>           One record for every masterListPrice that is
      *>           replaced - by reconcile for a change effective now,
      *>           by priceISBN for a pending change falling due - so
      *>           "what did this cost last quarter" has an answer.
      *>           The run and source file identify the change for
      *>           backoutISBN.
      *> Modification History:
      *>  10/15/2026  MA  Original layout.
      *>***************************************************************
       01 priceHistRecord.
           05 phKey.
               10 phISBN13      PIC x(13).
               10 phDate        PIC x(8).
               10 phSeq         PIC 9(2).
           05 phOldPrice        PIC 9(5)V99.
           05 phNewPrice        PIC 9(5)V99.
           05 phRunStamp        PIC x(19).
           05 phSource          PIC x(20).

      *>***************************************************************
      *> Copybook: feeddel.cpy
      *> Purpose:  Titles removed from the master catalog
      *>           (isbn-feeddel.dat, line sequential, appended). A
      *>           deleted record can no longer carry its own change
      *>           stamp, so whoever deletes one - maintISBN, or
      *>           backoutISBN taking out an add - writes its last
      *>           image here with the time of the delete, and
      *>           feedISBN sends it to the storefront as an X record.
      *> Modification History:
      *>  10/15/2026  MA  Original layout.
      *>***************************************************************
       01 feedDeleteRecord.
           05 fxDeleteStamp  PIC x(14).
           05 FILLER         PIC x(1).
           05 fxImage        PIC x(100).

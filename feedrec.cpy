      *>***************************************************************
      *> Copybook: feedrec.cpy
      *> Purpose:  Changed-titles feed for the web storefront
      *>           (isbn-feed-NNNNNN.dat, line sequential, one file per
      *>           feed, NNNNNN the feed sequence). feedISBN writes a
      *>           header, one detail record per master title changed
      *>           since the previous feed, and a trailer. The header's
      *>           sequence runs up by one a feed, so the storefront
      *>           can tell a missed or repeated day; the trailer's
      *>           count tells it the file arrived whole.
      *>           Detail action codes are masterChangeCode's - A added,
      *>           P repriced, Q restocked, D delisted, C corrected -
      *>           plus X for a title removed from the catalog.
      *> Modification History:
      *>  10/15/2026  MA  Original layout.
      *>***************************************************************
       01 feedHeaderRecord.
           05 fhRecordType   PIC x(1).
           05 FILLER         PIC x(1).
           05 fhSequence     PIC 9(6).
           05 FILLER         PIC x(1).
           05 fhFromStamp    PIC x(14).
           05 FILLER         PIC x(1).
           05 fhToStamp      PIC x(14).

       01 feedDetailRecord.
           05 fdRecordType   PIC x(1).
           05 FILLER         PIC x(1).
           05 fdAction       PIC x(1).
           05 FILLER         PIC x(1).
           05 fdISBN13       PIC x(13).
           05 FILLER         PIC x(1).
           05 fdHyphen       PIC x(17).
           05 FILLER         PIC x(1).
           05 fdTitle        PIC x(40).
           05 FILLER         PIC x(1).
           05 fdPublisher    PIC x(6).
           05 FILLER         PIC x(1).
           05 fdPubName      PIC x(30).
           05 FILLER         PIC x(1).
           05 fdListPrice    PIC 9(5)V99.
           05 FILLER         PIC x(1).
           05 fdOnHandQty    PIC 9(7).
           05 FILLER         PIC x(1).
           05 fdStatus       PIC x(1).
           05 FILLER         PIC x(1).
           05 fdChangeStamp  PIC x(14).

       01 feedTrailerRecord.
           05 ftRecordType   PIC x(1).
           05 FILLER         PIC x(1).
           05 ftSequence     PIC 9(6).
           05 FILLER         PIC x(1).
           05 ftRecordCount  PIC 9(7).

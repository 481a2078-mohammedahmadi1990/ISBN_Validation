      *>***************************************************************
      *> Copybook: exceptrec.cpy
      *> Purpose:  Night's exception extract (isbn-except.dat, line
      *>           sequential). aasbn writes one record for every
      *>           entry it recycles to isbn-reject.dat (except one
      *>           reconcile turned away because our own file write
      *>           failed), with what the
      *>           reject file cannot carry: the isValid status code,
      *>           the check digit checkSUM suggested, and whether it
      *>           was reconcile that turned the transaction away.
      *>           returnISBN splits it into one return file per
      *>           publisher. Starts over with each fresh batch, like
      *>           the recycle files.
      *> Modification History:
      *>  10/15/2026  MA  Original layout.
      *>  10/15/2026  MA  erTranReject 'E': a change turned away for an
      *>                  effective date that is not a date.
      *>  10/15/2026  MA  erTranReject 'U': a transaction code reconcile
      *>                  does not know; 'Y' is now only an ISBN not in
      *>                  the master catalog.
      *>***************************************************************
       01 exceptionRecord.
           05 erRunStamp     PIC x(19).
           05 FILLER         PIC x(1).
           05 erSource       PIC x(20).
           05 FILLER         PIC x(1).
           05 erPublisher    PIC x(6).
           05 FILLER         PIC x(1).
           05 erISBN         PIC x(13).
           05 FILLER         PIC x(1).
           05 erStatus       PIC 9(2).
           05 FILLER         PIC x(1).
           05 erTranReject   PIC x(1).
               88 erIsTranReject  VALUE 'Y' 'E' 'U'.
               88 erIsBadEffDate  VALUE 'E'.
               88 erIsUnknownCode VALUE 'U'.
           05 erTranCode     PIC x(1).
           05 FILLER         PIC x(1).
           05 erSuggested    PIC x(1).
           05 FILLER         PIC x(1).
           05 erTitle        PIC x(40).

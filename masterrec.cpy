      *>                  changes have catalog fields to apply to.
      *>                  A master file built before this change must
      *>                  be rebuilt (records were 59 bytes).
      *>  10/15/2026  MA  Added when the record last changed (YYYYMMDD
      *>                  HHMMSS) and what the change was, set by every
      *>                  program that writes the master, so feedISBN
      *>                  can send the storefront only what changed.
      *>                  A master file built before this change must
      *>                  be rebuilt (records were 74 bytes).
      *>***************************************************************
       01 masterRecord.
           05 masterISBN13    PIC x(13).
           05 masterStatus    PIC x(1).
               88 masterActive   VALUE 'A'.
               88 masterDelisted VALUE 'D'.
           05 masterChangeStamp PIC x(14).
           05 masterChangeCode  PIC x(1).
               88 masterChangeAdd     VALUE 'A'.
               88 masterChangePrice   VALUE 'P'.
               88 masterChangeStock   VALUE 'Q'.
               88 masterChangeDelist  VALUE 'D'.
               88 masterChangeCorrect VALUE 'C'.

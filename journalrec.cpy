      *>***************************************************************
      *> Copybook: journalrec.cpy
      *> Purpose:  Master catalog change journal (isbn-journal.dat,
      *>           line sequential, appended). One record for every
      *>           record reconcile writes into or rewrites in
      *>           isbn-master.dat: the run it belongs to, the source
      *>           file and transaction code that caused it, and the
      *>           masterRecord image before and after the change.
      *>           backoutISBN reads it to reverse a night's run.
      *> Modification History:
      *>  10/15/2026  MA  Original layout. The images are carried as
      *>                  plain bytes, wider than masterRecord, so the
      *>                  master layout can grow without the journal
      *>                  having to be relaid; the unused tail is
      *>                  spaces. An add has a blank before-image.
      *>***************************************************************
       01 journalRecord.
           05 jrRunStamp      PIC x(19).
           05 FILLER          PIC x(1).
           05 jrSource        PIC x(20).
           05 FILLER          PIC x(1).
           05 jrTranCode      PIC x(1).
           05 jrAction        PIC x(1).
               88 jrActionAdd     VALUE 'W'.
               88 jrActionRewrite VALUE 'R'.
           05 FILLER          PIC x(1).
           05 jrISBN13        PIC x(13).
           05 FILLER          PIC x(1).
           05 jrBeforeImage   PIC x(100).
           05 FILLER          PIC x(1).
           05 jrAfterImage    PIC x(100).

      *>                  detects and parses comma-separated supplier
      *>                  extracts (ISBN, quoted title, publisher,
      *>                  price, quantity) into the same entry table.
      *>  10/15/2026  MA  Added runStamp, the timestamp the run began,
      *>                  set once by the main program so every
      *>                  master-catalog journal record reconcile
      *>                  writes for one night carries the same run
      *>                  identity, whatever file it came from.
      *>  10/15/2026  MA  Added the extract control fields: readISBN
      *>                  keeps the optional header (supplier, extract
      *>                  date, sequence number) and trailer (record
      *>                  count, price and quantity hash totals) of the
      *>                  file just read, plus a structure error code,
      *>                  so aasbn can balance the file before reconcile
      *>                  touches the master.
      *>  10/15/2026  MA  Added isbnEffDate (the title-master effective
      *>                  date) and isbnPriceDeferred, set by reconcile
      *>                  when a change's price is held in the pending
      *>                  price file until that date.
      *>  10/15/2026  MA  Added isbnIdType: isValid now also accepts
      *>                  ISSNs (8 characters, or 977-prefixed EAN-13)
      *>                  and ISMNs (979-0-prefixed EAN-13) and says
      *>                  which kind of number each entry is; isbnRange
      *>                  returns status 4 and the identifier's printed
      *>                  form for an ISSN or ISMN.
      *>  10/15/2026  MA  Added isbnRejectReason, why reconcile turned
      *>                  an entry away, so a catalog file write that
      *>                  failed on our side is told apart from a
      *>                  transaction the supplier has to correct.
      *>***************************************************************
       01 isbnStruct.
           05 inputFileName    PIC x(20).
               88 unattendedRun  VALUE 'U'.
           05 readStatus       PIC x(02) VALUE "00".
      *>   isbnRange: 0 = no range table, 1 = assigned (hyphenated
      *>   form returned), 2 = unknown group, 3 = unassigned publisher,
      *>   4 = ISSN or ISMN, outside the ISBN ranges (its own printed
      *>   form returned)
           05 rangeStatus      PIC 9 VALUE 0.
           05 isbnHyphenValue  PIC x(17) VALUE SPACES.
      *>   pubLookup: 0 = no publisher master, 1 = active (name
           05 pubStatus        PIC 9 VALUE 0.
           05 pubCodeValue     PIC x(6) VALUE SPACES.
           05 pubNameValue     PIC x(30) VALUE SPACES.
      *>   "YYYY-MM-DD HH:MM:SS" the run started; reconcile stamps its
      *>   own when the caller leaves it blank.
           05 runStamp         PIC x(19) VALUE SPACES.
      *>   Extract control records of the file readISBN just read.
      *>   Neither is counted in isbnCount. controlError: H = header
      *>   not the first record (or a second header), T = a record
      *>   after the trailer (or a second trailer), B = a control
      *>   record with a non-numeric date, count or total.
           05 hdrPresent       PIC x(01) VALUE 'N'.
               88 hdrIsPresent      VALUE 'Y'.
           05 hdrSupplier      PIC x(10) VALUE SPACES.
           05 hdrExtractDate   PIC 9(8) VALUE 0.
           05 hdrSequence      PIC 9(6) VALUE 0.
           05 trlPresent       PIC x(01) VALUE 'N'.
               88 trlIsPresent      VALUE 'Y'.
           05 trlRecordCount   PIC 9(7) VALUE 0.
           05 trlPriceHash     PIC 9(11)V99 VALUE 0.
           05 trlQtyHash       PIC 9(12) VALUE 0.
           05 controlError     PIC x(01) VALUE SPACE.
               88 controlOK           VALUE SPACE.
               88 controlHdrMisplaced VALUE 'H'.
               88 controlAfterTrailer VALUE 'T'.
               88 controlBadField     VALUE 'B'.
           05 isbnEntry OCCURS 1 TO 9999 TIMES
                        DEPENDING ON isbnCount
                        INDEXED BY i, dupJ.
                   88 reconcileIsConflict VALUE 'C'.
                   88 reconcileIsApplied  VALUE 'P'.
                   88 reconcileIsRejected VALUE 'X'.
      *>   Why reconcile rejected the entry: M not in the master
      *>   catalog, E effective date not a date, U unknown transaction
      *>   code, W a master, journal or price file write failed (ours
      *>   to fix, not the supplier's).
               10 isbnRejectReason PIC x(01) VALUE SPACE.
                   88 rejectNotInMaster VALUE 'M'.
                   88 rejectBadEffDate  VALUE 'E'.
                   88 rejectUnknownCode VALUE 'U'.
                   88 rejectWriteFailed VALUE 'W'.
      *>   Transaction code from the title-master record: blank (the
      *>   older extracts) and A are adds, R return, D delist,
      *>   C price/quantity change.
               10 isbnPubName   PIC x(30) VALUE SPACES.
               10 isbnListPrice PIC 9(5)V99 VALUE 0.
               10 isbnOnHandQty PIC 9(7) VALUE 0.
      *>   Effective date of a C change, YYYYMMDD; blank = at once.
               10 isbnEffDate   PIC x(8) VALUE SPACES.
               10 isbnPriceDeferred PIC x(01) VALUE 'N'.
                   88 priceIsDeferred VALUE 'Y'.
      *>   Kind of identifier isValid found: an ISBN (10 or 13), an
      *>   ISSN (8, or 13 with the 977 prefix) or an ISMN (13, 9790).
               10 isbnIdType    PIC x(4) VALUE "ISBN".
                   88 idIsISBN VALUE "ISBN".
                   88 idIsISSN VALUE "ISSN".
                   88 idIsISMN VALUE "ISMN".

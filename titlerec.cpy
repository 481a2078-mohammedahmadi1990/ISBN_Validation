      *>                  change - so returns.dat and the reprints file
      *>                  no longer have to be keyed against the
      *>                  catalog by hand.
      *>  10/15/2026  MA  Added the optional header and trailer control
      *>                  records. The header (first record) names the
      *>                  supplier, the extract date and the supplier's
      *>                  running sequence number; the trailer (last
      *>                  record) carries the count of detail records
      *>                  and hash totals of tmListPrice and
      *>                  tmOnHandQty over them. A comma-separated
      *>                  extract sends the same fields comma-delimited
      *>                  (HDR,supplier,yyyymmdd,sequence and
      *>                  TRL,count,price total,quantity total - the
      *>                  price total with its decimal point).
      *>  10/15/2026  MA  Added the effective date (YYYYMMDD) in
      *>                  columns 75-82. A "C" change dated in the
      *>                  future has its price held until that day;
      *>                  blank (every older extract) means at once.
      *>***************************************************************
       01 titleMasterRecord.
           05 tmISBN       PIC x(13).
               88 tmTranReturn  VALUE 'R'.
               88 tmTranDelist  VALUE 'D'.
               88 tmTranChange  VALUE 'C'.
           05 tmEffectiveDate PIC x(8).

      *>   Control records: "HDR " / "TRL " in columns 1-4 (a bare or
      *>   title-master extract). Price hash has two implied decimals,
      *>   like tmListPrice.
       01 extractHeaderRecord.
           05 ehRecordType  PIC x(3).
           05 FILLER        PIC x(1).
           05 ehSupplier    PIC x(10).
           05 FILLER        PIC x(1).
           05 ehExtractDate PIC 9(8).
           05 FILLER        PIC x(1).
           05 ehSequence    PIC 9(6).
       01 extractTrailerRecord.
           05 etRecordType  PIC x(3).
           05 FILLER        PIC x(1).
           05 etRecordCount PIC 9(7).
           05 FILLER        PIC x(1).
           05 etPriceHash   PIC 9(11)V99.
           05 FILLER        PIC x(1).
           05 etQtyHash     PIC 9(12).

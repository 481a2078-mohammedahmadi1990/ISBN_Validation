      *                  like the other layouts; quoted titles may
      *                  contain commas and doubled quotes. No more
      *                  desktop conversion before the batch.
      *  10/15/2026  MA  reconcile journals every master write and
      *                  rewrite to isbn-journal.dat (run timestamp,
      *                  source file, transaction code, before- and
      *                  after-image) so backoutISBN can reverse a bad
      *                  run; a change that cannot be journaled is not
      *                  made. Tectonics unchanged.
      *  10/15/2026  MA  readISBN recognizes the optional extract header
      *                  (supplier, extract date, sequence number) and
      *                  trailer (record count, price and quantity hash
      *                  totals) records; they are kept in isbnStruct
      *                  for the caller to balance, not loaded as
      *                  entries, and the layout is detected from the
      *                  first detail record.
      *  10/15/2026  MA  Effective-dated price changes: readISBN carries
      *                  the title-master effective date; reconcile
      *                  applies a future-dated C change's quantity at
      *                  once and files its price in isbn-pendprice.dat
      *                  for priceISBN, and every price it replaces is
      *                  kept in isbn-pricehist.dat.
      *  10/15/2026  MA  isbnRange holds the agency's full table (9999
      *                  rows, up from 200) now that importISBN builds
      *                  isbn-ranges.dat, and says so if it ever fills.
      *  10/15/2026  MA  reconcile stamps each record it adds or
      *                  rewrites with the time and kind of change
      *                  (added, repriced, restocked, delisted) for
      *                  the storefront feed.
      *  10/15/2026  MA  Serials and printed music: isValid and checkSUM
      *                  recognize ISSNs (8 characters, mod-11 check
      *                  digit that may be X, or 977-prefixed EAN-13)
      *                  and ISMNs (979-0-prefixed EAN-13), validate
      *                  each by its own rule and skip the ISBN range
      *                  check for them (isbnRange returns their printed
      *                  form instead); isbnConvert carries an ISSN to
      *                  and from its 977 EAN-13, so reconcile keys it
      *                  on the 13-digit form like an ISBN-10. Report
      *                  lines show the identifier type.
      *  10/15/2026  MA  reconcile undoes a master write or rewrite
      *                  whose journal record cannot be written (the
      *                  add is deleted, the before-image rewritten)
      *                  and rejects the entry, as the journal entry
      *                  above promised.
      *  10/15/2026  MA  reconcile writes a change's pending price or
      *                  price history row before the master rewrite
      *                  and rejects the entry, master untouched, if it
      *                  cannot; the row is taken back out when the
      *                  rewrite or journal write then fails. Entries
      *                  rejected for a failed write of our own carry
      *                  reject reason W (isbnRejectReason) so they are
      *                  not returned to the supplier.
      *  10/15/2026  MA  An effective date that is numeric but not a
      *                  calendar date (month 13, February 30) rejects
      *                  the change like a non-numeric one, instead of
      *                  being held in the pending price file.
      ******************************************************************
      ****************************** MAIN ******************************
       IDENTIFICATION DIVISION.
       REPORT-PARA-EXIT.
           EXIT.

      *>   Base line is the ISBN, its identifier type (ISBN, ISSN or
      *>   ISMN) and its message; the hyphenated form
      *>   (when the range table resolved one) and the title/publisher
      *>   (when the source was a title-master extract) are appended,
      *>   so a failed ISBN can be identified without opening the
           MOVE SPACES TO reportRecord.
           MOVE 1 TO reportPointer.
           STRING isbnArray(i) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               isbnIdType(i) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               iMessage(i) DELIMITED BY "  "
               INTO reportRecord
       01  errorLogFileStatus PIC x(02).
       77 feof       pic A(1) VALUE 'N'.
       77 overflowRecord PIC x(120) VALUE SPACES.
       77 layoutDetected PIC A(1) VALUE 'N'.

      *>  Fields of a comma-separated header or trailer record.
       01 controlTag    PIC x(3) VALUE SPACES.
       01 controlField1 PIC x(20) VALUE SPACES.
       01 controlField2 PIC x(20) VALUE SPACES.
       01 controlField3 PIC x(20) VALUE SPACES.

      *>  CSV tokenizer state and the staging fields one parsed line
      *>  lands in before STORE-ENTRY moves them into the table.
           MOVE "00" TO readStatus.
           MOVE 0 TO isbnCount.
           MOVE 'N' TO feof.
           MOVE 'N' TO layoutDetected.
           SET bareLayout TO TRUE.
           MOVE 'N' TO hdrPresent.
           MOVE SPACES TO hdrSupplier.
           MOVE 0 TO hdrExtractDate.
           MOVE 0 TO hdrSequence.
           MOVE 'N' TO trlPresent.
           MOVE 0 TO trlRecordCount.
           MOVE 0 TO trlPriceHash.
           MOVE 0 TO trlQtyHash.
           MOVE SPACE TO controlError.

      *>   Start reading file by checking file status
           OPEN INPUT inputfile
           EXIT.

      *>   Move the record just read into the entry table. The first
      *>   detail record decides the file's layout: a comma inside the
      *>   ISBN columns means a comma-separated extract, a bare-ISBN
      *>   extract has nothing past column 13, and a title-master
      *>   extract carries the title and publisher fields there
      *>   (titlerec.cpy). Header and trailer records are taken off
      *>   the table again and kept for the caller to balance.
       STORE-ENTRY.
           IF (csvInputRecord(1:3) = "HDR" OR
               csvInputRecord(1:3) = "TRL") AND
               (csvInputRecord(4:1) = SPACE OR
               csvInputRecord(4:1) = ",")
               SUBTRACT 1 FROM isbnCount
               PERFORM CONTROL-RECORD THRU CONTROL-RECORD-EXIT
               GO TO STORE-ENTRY-EXIT
           END-IF.

           IF trlIsPresent AND controlOK
               SET controlAfterTrailer TO TRUE
           END-IF.

           IF layoutDetected = 'N'
               PERFORM DETECT-LAYOUT THRU DETECT-LAYOUT-EXIT
               MOVE 'Y' TO layoutDetected
           END-IF.

           MOVE 'N' TO isbnDuplicate(isbnCount).
           MOVE 0 TO isbnStatus(isbnCount).
           MOVE SPACE TO isbnSuggested(isbnCount).
           MOVE SPACE TO isbnReconcile(isbnCount).
           MOVE SPACE TO isbnRejectReason(isbnCount).
           MOVE SPACES TO isbnHyphen(isbnCount).
           MOVE SPACE TO isbnTranCode(isbnCount).
           MOVE SPACES TO isbnPubName(isbnCount).
           MOVE SPACES TO isbnEffDate(isbnCount).
           MOVE 'N' TO isbnPriceDeferred(isbnCount).
           SET idIsISBN(isbnCount) TO TRUE.

           EVALUATE TRUE
               WHEN csvLayout
                   MOVE tmTitle TO isbnTitle(isbnCount)
                   MOVE tmPublisher TO isbnPublisher(isbnCount)
                   MOVE tmTranCode TO isbnTranCode(isbnCount)
                   MOVE tmEffectiveDate TO isbnEffDate(isbnCount)
                   IF tmListPrice IS NUMERIC
                       MOVE tmListPrice TO isbnListPrice(isbnCount)
                   ELSE
       STORE-ENTRY-EXIT.
           EXIT.

      *>   The header must come before any detail record and the
      *>   trailer after all of them, once each; the first breach is
      *>   kept in controlError. A comma in column 4 means the
      *>   comma-separated form, anything else the fixed columns of
      *>   titlerec.cpy.
       CONTROL-RECORD.
           IF csvInputRecord(4:1) = ","
               MOVE SPACES TO controlTag
               MOVE SPACES TO controlField1
               MOVE SPACES TO controlField2
               MOVE SPACES TO controlField3
               UNSTRING csvInputRecord DELIMITED BY ","
                   INTO controlTag controlField1 controlField2
                       controlField3
               END-UNSTRING
           END-IF.

           IF csvInputRecord(1:3) = "HDR"
               IF (isbnCount > 0 OR hdrIsPresent OR trlIsPresent)
                   AND controlOK
                   SET controlHdrMisplaced TO TRUE
               END-IF
               MOVE 'Y' TO hdrPresent
               PERFORM CONTROL-HEADER THRU CONTROL-HEADER-EXIT
           ELSE
               IF trlIsPresent AND controlOK
                   SET controlAfterTrailer TO TRUE
               END-IF
               MOVE 'Y' TO trlPresent
               PERFORM CONTROL-TRAILER THRU CONTROL-TRAILER-EXIT
           END-IF.
       CONTROL-RECORD-EXIT.
           EXIT.

       CONTROL-HEADER.
           IF csvInputRecord(4:1) = ","
               MOVE controlField1(1:10) TO hdrSupplier
               IF FUNCTION TEST-NUMVAL(controlField2) = 0 AND
                   FUNCTION TEST-NUMVAL(controlField3) = 0
                   COMPUTE hdrExtractDate =
                       FUNCTION NUMVAL(controlField2)
                   COMPUTE hdrSequence = FUNCTION NUMVAL(controlField3)
               ELSE
                   IF controlOK
                       SET controlBadField TO TRUE
                   END-IF
               END-IF
               GO TO CONTROL-HEADER-EXIT
           END-IF.

           MOVE ehSupplier TO hdrSupplier.
           IF ehExtractDate IS NUMERIC AND ehSequence IS NUMERIC
               MOVE ehExtractDate TO hdrExtractDate
               MOVE ehSequence TO hdrSequence
           ELSE
               IF controlOK
                   SET controlBadField TO TRUE
               END-IF
           END-IF.
       CONTROL-HEADER-EXIT.
           EXIT.

       CONTROL-TRAILER.
           IF csvInputRecord(4:1) = ","
               IF FUNCTION TEST-NUMVAL(controlField1) = 0 AND
                   FUNCTION TEST-NUMVAL(controlField2) = 0 AND
                   FUNCTION TEST-NUMVAL(controlField3) = 0
                   COMPUTE trlRecordCount =
                       FUNCTION NUMVAL(controlField1)
                   COMPUTE trlPriceHash =
                       FUNCTION NUMVAL(controlField2)
                   COMPUTE trlQtyHash = FUNCTION NUMVAL(controlField3)
               ELSE
                   IF controlOK
                       SET controlBadField TO TRUE
                   END-IF
               END-IF
               GO TO CONTROL-TRAILER-EXIT
           END-IF.

           IF etRecordCount IS NUMERIC AND etPriceHash IS NUMERIC
               AND etQtyHash IS NUMERIC
               MOVE etRecordCount TO trlRecordCount
               MOVE etPriceHash TO trlPriceHash
               MOVE etQtyHash TO trlQtyHash
           ELSE
               IF controlOK
                   SET controlBadField TO TRUE
               END-IF
           END-IF.
       CONTROL-TRAILER-EXIT.
           EXIT.

      *>   A comma within the first 14 columns can only be a
      *>   delimited record - a fixed title-master record has nothing
      *>   but the ISBN there (the comma after a 13-char unquoted
           SET validBit TO 0.

      *>   ISBN-13 entries have a digit in position 11-13; ISBN-10
      *>   entries are padded with trailing spaces there, and an ISSN
      *>   (8 characters) from position 9 on. Of the 13-digit numbers
      *>   the 977 prefix is an ISSN and 979-0 an ISMN.
           MOVE 10 TO isbnLength.
           IF isbnArray(i)(11:1) NOT = SPACE
               MOVE 13 TO isbnLength
           END-IF.
           IF isbnArray(i)(8:1) NOT = SPACE AND
               isbnArray(i)(9:2) = SPACES
               MOVE 8 TO isbnLength
           END-IF.

           SET idIsISBN(i) TO TRUE.
           EVALUATE TRUE
               WHEN isbnLength = 8
                   SET idIsISSN(i) TO TRUE
               WHEN isbnLength = 13 AND isbnArray(i)(1:3) = "977"
                   SET idIsISSN(i) TO TRUE
               WHEN isbnLength = 13 AND isbnArray(i)(1:4) = "9790"
                   SET idIsISMN(i) TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EVALUATE isbnLength
               WHEN 13
                   PERFORM VALIDATE-ISBN13 THRU VALIDATE-ISBN13-EXIT
               WHEN 8
                   PERFORM VALIDATE-ISSN THRU VALIDATE-ISSN-EXIT
               WHEN OTHER
                   PERFORM VALIDATE-ISBN10 THRU VALIDATE-ISBN10-EXIT
           END-EVALUATE.

      *>   A working check digit is not enough - the registration
      *>   group and publisher prefix must actually be assigned, or
      *>   the number bounces at the distributor. An ISSN or ISMN has
      *>   no ISBN range: isbnRange says so (status 4) and hands back
      *>   the number's printed form instead.
           IF validBit = 1 AND correctBit = 1
               PERFORM RANGE-CHECK THRU RANGE-CHECK-EXIT
           END-IF.

      *>***************************************************************
      *>   Registration group / publisher prefix check against the
      *>   loadable range table. ISBN-10 entries (and ISSNs) are
      *>   normalized to 13 digits first, so one table covers both
      *>   formats, and the
      *>   hyphenated form kept on the entry is the 13-digit one the
      *>   ordering partners want. An unassigned group or publisher
      *>   turns the entry into a failure.
           EVALUATE rangeStatus
               WHEN 1
                   MOVE isbnHyphenValue TO isbnHyphen(i)
               WHEN 4
                   MOVE isbnHyphenValue TO isbnHyphen(i)
               WHEN 2
                   MOVE 'unassigned registration group in range table'
                   TO iMessage(i)
           EXIT.

      *>***************************************************************
      *>   ISBN-13/EAN-13, weight-3/weight-1 mod-10 check digit. The
      *>   977 (ISSN) and 979-0 (ISMN) EANs use the same rule.
      *>***************************************************************
       VALIDATE-ISBN13.

           END-IF

           IF validBit = 1 AND correctBit = 1
               EVALUATE TRUE
                   WHEN idIsISSN(i)
                       MOVE 'correct and valid (ISSN, EAN-13)'
                       TO iMessage(i)
                   WHEN idIsISMN(i)
                       MOVE 'correct and valid (ISMN)' TO iMessage(i)
                   WHEN OTHER
                       MOVE 'correct and valid (ISBN-13)' TO iMessage(i)
               END-EVALUATE
               MOVE 0 TO isbnStatus(i)
           END-IF

       VALIDATE-ISBN13-EXIT.
           EXIT.

      *>***************************************************************
      *>   ISSN, 7 digits and a weight-8..2 mod-11 check digit, which
      *>   is X for 10.
      *>***************************************************************
       VALIDATE-ISSN.

           IF isbnArray(i)(1:7) NOT NUMERIC
               MOVE 'incorrect, contains a non-digit'
               TO iMessage(i)
               MOVE 20 TO isbnStatus(i)
               SET correctBit TO 0
           END-IF

           IF isbnArray(i)(8:1) NOT NUMERIC AND
               NOT (isbnArray(i)(8:1) EQUALS TO "x" OR
               isbnArray(i)(8:1) EQUALS TO "X") THEN
               MOVE 'incorrect, contains a non-digit/X in check digit'
               TO iMessage(i)
               MOVE 20 TO isbnStatus(i)
               SET correctBit TO 0
           END-IF

           IF correctBit = 1 THEN
               MOVE isbnArray(i) TO inputISBN
               CALL 'checkSUM' USING BY REFERENCE isbnStruct END-CALL
               SET validBit TO checkSumStatus
           END-IF

           IF validBit = 1 AND correctBit = 1
               IF isbnArray(i)(8:1) IS NUMERIC
                   MOVE 'correct and valid (ISSN)' TO iMessage(i)
                   MOVE 0 TO isbnStatus(i)
               ELSE
                   MOVE 'correct and valid (ISSN, check digit X)'
                   TO iMessage(i)
                   MOVE 2 TO isbnStatus(i)
               END-IF
           END-IF

           IF validBit = 0 AND correctBit = 1
               MOVE checkSumDigit TO isbnSuggested(i)
               MOVE 10 TO isbnStatus(i)
               STRING
                   'correct, but not valid (invalid check digit, '
                   DELIMITED BY SIZE
                   'should be ' DELIMITED BY SIZE
                   checkSumDigit DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                   INTO iMessage(i)
                   ON OVERFLOW
                       DISPLAY
                       "Warning: validation message truncated at "
                       "iMessage's PIC X(100) limit."
               END-STRING
           END-IF.
       VALIDATE-ISSN-EXIT.
           EXIT.

       END PROGRAM isValid.

      ******************************************************************
       01 temp01  PIC 99999 VALUE 0.  *> temporary variable
       01 temp02  PIC 99999 VALUE 0.  *> temporary variable
       01 checkDigitNum PIC 9 VALUE 0.  *> single-digit check digit
       01 isbnLength PIC 99 VALUE 10.   *> 10, 13 (EAN-13) or 8 (ISSN)
       01 eanSum PIC 9(7) VALUE 0.      *> weighted digit sum
       01 eanResidue PIC 9 VALUE 0.     *> eanSum MOD 10
       01 eanCheckDigit PIC 9 VALUE 0.  *> computed EAN-13 check digit
       MAIN-PROCEDURE.

      *>   ISBN-13 entries have a digit in position 11-13; ISBN-10
      *>   entries are padded with trailing spaces there, and an ISSN
      *>   from position 9 on. The 977 (ISSN) and 979-0 (ISMN) EANs
      *>   take the EAN-13 rule like any ISBN-13.
           MOVE 10 TO isbnLength.
           IF inputISBN(11:1) NOT = SPACE
               MOVE 13 TO isbnLength
           END-IF.
           IF inputISBN(8:1) NOT = SPACE AND inputISBN(9:2) = SPACES
               MOVE 8 TO isbnLength
           END-IF.

           EVALUATE isbnLength
               WHEN 13
                   PERFORM EAN13-CHECKSUM THRU EAN13-CHECKSUM-EXIT
               WHEN 8
                   PERFORM ISSN-CHECKSUM THRU ISSN-CHECKSUM-EXIT
               WHEN OTHER
                   PERFORM ISBN10-CHECKSUM THRU ISBN10-CHECKSUM-EXIT
           END-EVALUATE.
       EAN13-SUM-PARA-EXIT.
           EXIT.

      *>***************************************************************
      *>   ISSN mod-11 check digit: weights 8 down to 2 over the seven
      *>   digits, X standing for 10 as in an ISBN-10.
      *>***************************************************************
       ISSN-CHECKSUM.
           COMPUTE
           tt = FUNCTION NUMVAL(inputISBN(1:1)) * 8
           + FUNCTION NUMVAL(inputISBN(2:1)) * 7
           + FUNCTION NUMVAL(inputISBN(3:1)) * 6
           + FUNCTION NUMVAL(inputISBN(4:1)) * 5
           + FUNCTION NUMVAL(inputISBN(5:1)) * 4
           + FUNCTION NUMVAL(inputISBN(6:1)) * 3
           + FUNCTION NUMVAL(inputISBN(7:1)) * 2
           DIVIDE tt BY 11 GIVING temp02 REMAINDER residue
           COMPUTE result = 11 - residue.

           IF result = 11 THEN
               COMPUTE result = 0
           END-IF

           IF result = 10 THEN
               MOVE 'X' TO checkSumDigit
           ELSE
               MOVE result TO checkDigitNum
               MOVE checkDigitNum TO checkSumDigit
           END-IF

           IF inputISBN(8:1) IS NUMERIC THEN
               COMPUTE temp01 = FUNCTION NUMVAL(inputISBN(8:1))
           ELSE
               COMPUTE temp01 = 10
           END-IF

           IF result = temp01 THEN
               COMPUTE checkSumStatus = 1
           ELSE
               COMPUTE checkSumStatus = 0
           END-IF.
       ISSN-CHECKSUM-EXIT.
           EXIT.

       END PROGRAM checkSUM.

      ******************************************************************
      *>   Converts a validated ISBN-10 (isbn10Value) into its ISBN-13
      *>   equivalent (isbn13Value) by prepending "978" and recomputing
      *>   the EAN-13 check digit, and does the reverse where the "978"
      *>   prefix allows it, dropping into isbn10Value. An ISSN (8
      *>   characters in isbn10Value) goes the same way to and from
      *>   its 977 EAN-13: prefix, the seven ISSN digits, issue
      *>   variant "00" and the EAN check digit.
       PROCEDURE DIVISION USING isbnStruct.
       MAIN-PROCEDURE.


       CONVERT-10-TO-13.
           MOVE SPACES TO isbn13Value.
           IF isbn10Value(9:2) = SPACES
               STRING "977" DELIMITED BY SIZE
                   isbn10Value(1:7) DELIMITED BY SIZE
                   "00" DELIMITED BY SIZE
                   INTO isbn13Value
               END-STRING
           ELSE
               STRING "978" DELIMITED BY SIZE
                   isbn10Value(1:9) DELIMITED BY SIZE
                   INTO isbn13Value
               END-STRING
           END-IF.

           MOVE 0 TO eanSum.
           PERFORM CONVERT-SUM-PARA THRU CONVERT-SUM-PARA-EXIT
       CONVERT-SUM-PARA-EXIT.
           EXIT.

      *>   Only 978-prefixed ISBN-13s have an ISBN-10 form, and 977
      *>   EANs an ISSN; anything else (e.g. a 979 prefix) leaves
      *>   convertStatus at 0.
       CONVERT-13-TO-10.
           IF isbn13Value(1:3) = "977"
               PERFORM CONVERT-13-TO-ISSN THRU CONVERT-13-TO-ISSN-EXIT
               GO TO CONVERT-13-TO-10-EXIT
           END-IF.
           IF isbn13Value(1:3) NOT = "978"
               MOVE 0 TO convertStatus
               GO TO CONVERT-13-TO-10-EXIT
       CONVERT-13-TO-10-EXIT.
           EXIT.

      *>   The ISSN is the EAN's digits 4-10 with its own weight-8..2
      *>   mod-11 check digit restored.
       CONVERT-13-TO-ISSN.
           MOVE SPACES TO isbn10Value.
           MOVE isbn13Value(4:7) TO isbn10Value(1:7).

           COMPUTE
           tt = FUNCTION NUMVAL(isbn10Value(1:1)) * 8
           + FUNCTION NUMVAL(isbn10Value(2:1)) * 7
           + FUNCTION NUMVAL(isbn10Value(3:1)) * 6
           + FUNCTION NUMVAL(isbn10Value(4:1)) * 5
           + FUNCTION NUMVAL(isbn10Value(5:1)) * 4
           + FUNCTION NUMVAL(isbn10Value(6:1)) * 3
           + FUNCTION NUMVAL(isbn10Value(7:1)) * 2
           DIVIDE tt BY 11 GIVING result REMAINDER residue
           COMPUTE result = 11 - residue.

           IF result = 11 THEN
               COMPUTE result = 0
           END-IF.

           IF result = 10 THEN
               MOVE "X" TO isbn10Value(8:1)
           ELSE
               MOVE result TO checkDigitNum
               MOVE checkDigitNum TO isbn10Value(8:1)
           END-IF.

           MOVE 1 TO convertStatus.
       CONVERT-13-TO-ISSN-EXIT.
           EXIT.

       END PROGRAM isbnConvert.

      ******************************************************************
               ACCESS MODE IS RANDOM
               RECORD KEY IS masterISBN13
               FILE STATUS IS masterFileStatus.
           SELECT journalFile ASSIGN TO "isbn-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS journalFileStatus.
           SELECT pendPriceFile ASSIGN TO "isbn-pendprice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS pendKey
               FILE STATUS IS pendPriceFileStatus.
           SELECT priceHistFile ASSIGN TO "isbn-pricehist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS phKey
               FILE STATUS IS priceHistFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD masterFile.
       COPY masterrec.

       FD journalFile.
       COPY journalrec.

       FD pendPriceFile.
       COPY pendprice.

       FD priceHistFile.
       COPY pricehist.

       WORKING-STORAGE SECTION.
       01  masterFileStatus PIC x(02).
       01  journalFileStatus PIC x(02).
       01  pendPriceFileStatus PIC x(02).
       01  priceHistFileStatus PIC x(02).
       01  todayDate PIC x(8).
       01  changeTime PIC 9(8).
       01  changeStamp PIC x(14).
       01  oldPrice PIC 9(5)V99 VALUE 0.
       77  badEffDate PIC A(1) VALUE 'N'.
       77  priceReplaced PIC A(1) VALUE 'N'.
       77  journalFailed PIC A(1) VALUE 'N'.
       77  histWritten PIC A(1) VALUE 'N'.
      *>   Pending price row this entry wrote: W added, R replaced one
      *>   already waiting (kept in pendBeforeImage), space none.
       77  pendAction PIC x(1) VALUE SPACE.
       01  pendBeforeImage PIC x(67) VALUE SPACES.
       01  pendNewImage PIC x(67) VALUE SPACES.
      *>   Which of our own files a rejected entry could not be
      *>   written to: master, journal or price.
       01  failedFile PIC x(7) VALUE SPACES.
       01  iMessageScratch PIC x(100) VALUE SPACES.
       01  masterBeforeImage PIC x(100) VALUE SPACES.
       01  journalDate PIC 9(8).
       01  journalTime PIC 9(8).
       01  journalAction PIC x(1).

      *>  Shared Structure between subprograms
       LINKAGE SECTION.
      *>   on-hand, delistings flip the status byte, price/quantity
      *>   changes replace those fields - and any of the three against
      *>   an ISBN the master has never seen is REJECTED, not quietly
      *>   dropped. ISBN-10 entries (and 8-character ISSNs) are
      *>   normalized to the 13-digit key through isbnConvert. Every
      *>   write and rewrite is journaled to isbn-journal.dat with its
      *>   before- and after-image.
       PROCEDURE DIVISION USING isbnStruct.
       MAIN-PROCEDURE.

               GOBACK
           END-IF.

      *>   No journal, no changes - a change that was never journaled
      *>   is one the backout could never reverse.
           OPEN EXTEND journalFile.
           IF journalFileStatus = "35"
               OPEN OUTPUT journalFile
               CLOSE journalFile
               OPEN EXTEND journalFile
           END-IF.
           IF journalFileStatus NOT = "00"
               DISPLAY "Warning: master journal could not be opened "
                   "(status " journalFileStatus ") - batch was not "
                   "reconciled."
               CLOSE masterFile
               GOBACK
           END-IF.

      *>   Same rule for the price files: a price that could not be
      *>   held or kept in history is not changed.
           OPEN I-O pendPriceFile.
           IF pendPriceFileStatus = "35"
               OPEN OUTPUT pendPriceFile
               CLOSE pendPriceFile
               OPEN I-O pendPriceFile
           END-IF.
           OPEN I-O priceHistFile.
           IF priceHistFileStatus = "35"
               OPEN OUTPUT priceHistFile
               CLOSE priceHistFile
               OPEN I-O priceHistFile
           END-IF.
           IF pendPriceFileStatus NOT = "00" OR
               priceHistFileStatus NOT = "00"
               DISPLAY "Warning: price files could not be opened "
                   "(status " pendPriceFileStatus "/"
                   priceHistFileStatus ") - batch was not reconciled."
               CLOSE pendPriceFile
               CLOSE priceHistFile
               CLOSE journalFile
               CLOSE masterFile
               GOBACK
           END-IF.
           ACCEPT todayDate FROM DATE YYYYMMDD.
           ACCEPT changeTime FROM TIME.
           MOVE todayDate TO changeStamp(1:8).
           MOVE changeTime(1:6) TO changeStamp(9:6).

      *>   A caller that did not stamp the run gets this call's time.
           IF runStamp = SPACES
               ACCEPT journalDate FROM DATE YYYYMMDD
               ACCEPT journalTime FROM TIME
               STRING journalDate(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   journalDate(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   journalDate(7:2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   journalTime(1:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   journalTime(3:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   journalTime(5:2) DELIMITED BY SIZE
                   INTO runStamp
               END-STRING
           END-IF.

           PERFORM RECONCILE-ENTRY THRU RECONCILE-ENTRY-EXIT
               VARYING i FROM 1 BY 1 UNTIL i > isbnCount.

           CLOSE pendPriceFile.
           CLOSE priceHistFile.
           CLOSE journalFile.
           CLOSE masterFile.
           GOBACK.

                   END-READ
               WHEN OTHER
                   SET reconcileIsRejected(i) TO TRUE
                   SET rejectUnknownCode(i) TO TRUE
                   PERFORM APPEND-MESSAGE THRU APPEND-MESSAGE-EXIT
           END-EVALUATE.
       RECONCILE-ENTRY-EXIT.
           MOVE isbnListPrice(i) TO masterListPrice.
           MOVE isbnOnHandQty(i) TO masterOnHandQty.
           SET masterActive TO TRUE.
           MOVE changeStamp TO masterChangeStamp.
           SET masterChangeAdd TO TRUE.
           WRITE masterRecord
               INVALID KEY
                   DISPLAY "Warning: master catalog write failed "
                       "(status " masterFileStatus ") for "
                       masterISBN13
           END-WRITE.
           IF masterFileStatus NOT = "00"
               MOVE "master" TO failedFile
               PERFORM REJECT-UNWRITTEN THRU REJECT-UNWRITTEN-EXIT
               GO TO ADD-TO-MASTER-EXIT
           END-IF.
           SET reconcileIsNew(i) TO TRUE.
           MOVE SPACES TO masterBeforeImage.
           MOVE 'W' TO journalAction.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           IF journalFailed = 'Y'
               PERFORM UNDO-UNJOURNALED THRU UNDO-UNJOURNALED-EXIT
           END-IF.
       ADD-TO-MASTER-EXIT.
           EXIT.
      *>   transaction to it and rewrite. A return puts the quantity
      *>   back on hand; a delist keeps the record (the backlist still
      *>   references it) but flips the status byte; a change replaces
      *>   price and on-hand with the incoming values (the price may
      *>   wait for its effective date - APPLY-CHANGE).
       APPLY-TRAN.
           MOVE masterRecord TO masterBeforeImage.
           MOVE 'N' TO priceReplaced.
           EVALUATE TRUE
               WHEN tranIsReturn(i)
                   ADD isbnOnHandQty(i) TO masterOnHandQty
                   SET masterChangeStock TO TRUE
               WHEN tranIsDelist(i)
                   SET masterDelisted TO TRUE
                   SET masterChangeDelist TO TRUE
               WHEN tranIsChange(i)
                   PERFORM APPLY-CHANGE THRU APPLY-CHANGE-EXIT
                   IF priceReplaced = 'Y'
                       SET masterChangePrice TO TRUE
                   ELSE
                       SET masterChangeStock TO TRUE
                   END-IF
           END-EVALUATE.
           IF reconcileIsRejected(i)
               GO TO APPLY-TRAN-EXIT
           END-IF.

      *>   The price rows go in ahead of the master: a price that
      *>   could not be held or kept in history is not changed, and
      *>   the entry is rejected with the master untouched.
           MOVE SPACE TO pendAction.
           MOVE 'N' TO histWritten.
           IF priceIsDeferred(i)
               PERFORM WRITE-PENDING-PRICE
                   THRU WRITE-PENDING-PRICE-EXIT
           END-IF.
           IF priceReplaced = 'Y' AND NOT reconcileIsRejected(i)
               PERFORM WRITE-PRICE-HISTORY
                   THRU WRITE-PRICE-HISTORY-EXIT
           END-IF.
           IF reconcileIsRejected(i)
               PERFORM UNDO-PRICE-ROWS THRU UNDO-PRICE-ROWS-EXIT
               GO TO APPLY-TRAN-EXIT
           END-IF.

           MOVE changeStamp TO masterChangeStamp.
           REWRITE masterRecord
               INVALID KEY
                   DISPLAY "Warning: master catalog rewrite failed "
                       "(status " masterFileStatus ") for "
                       masterISBN13
           END-REWRITE.
           IF masterFileStatus NOT = "00"
               PERFORM UNDO-PRICE-ROWS THRU UNDO-PRICE-ROWS-EXIT
               MOVE "master" TO failedFile
               PERFORM REJECT-UNWRITTEN THRU REJECT-UNWRITTEN-EXIT
               GO TO APPLY-TRAN-EXIT
           END-IF.
           SET reconcileIsApplied(i) TO TRUE.
           MOVE 'R' TO journalAction.
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           IF journalFailed = 'Y'
               PERFORM UNDO-UNJOURNALED THRU UNDO-UNJOURNALED-EXIT
               PERFORM UNDO-PRICE-ROWS THRU UNDO-PRICE-ROWS-EXIT
               GO TO APPLY-TRAN-EXIT
           END-IF.
           PERFORM APPEND-MESSAGE THRU APPEND-MESSAGE-EXIT.
       APPLY-TRAN-EXIT.
           EXIT.

      *>   A change's quantity applies at once. Its price does too,
      *>   unless the record carries an effective date still in the
      *>   future - then it waits in the pending price file for
      *>   priceISBN to apply on the day. A price that really changes
      *>   goes to the price history, written just ahead of the
      *>   rewrite (APPLY-TRAN). An effective date that is not a date
      *>   rejects the whole change rather than guess.
       APPLY-CHANGE.
           IF isbnEffDate(i) NOT = SPACES AND
               (isbnEffDate(i) NOT NUMERIC OR
               FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL(isbnEffDate(i))) NOT = 0)
               MOVE 'Y' TO badEffDate
               PERFORM REJECT-TRAN THRU REJECT-TRAN-EXIT
               MOVE 'N' TO badEffDate
               GO TO APPLY-CHANGE-EXIT
           END-IF.

           MOVE isbnOnHandQty(i) TO masterOnHandQty.
           IF isbnEffDate(i) NOT = SPACES AND
               isbnEffDate(i) > todayDate
               SET priceIsDeferred(i) TO TRUE
               GO TO APPLY-CHANGE-EXIT
           END-IF.

           IF isbnListPrice(i) NOT = masterListPrice
               MOVE 'Y' TO priceReplaced
               MOVE masterListPrice TO oldPrice
               MOVE isbnListPrice(i) TO masterListPrice
           END-IF.
       APPLY-CHANGE-EXIT.
           EXIT.

      *>   A later change for the same ISBN and effective date
      *>   replaces the one already waiting, which is kept in
      *>   pendBeforeImage in case the master change does not go
      *>   through. A row that cannot be written rejects the entry.
       WRITE-PENDING-PRICE.
           MOVE masterISBN13 TO pendISBN13.
           MOVE isbnEffDate(i) TO pendEffDate.
           MOVE isbnListPrice(i) TO pendNewPrice.
           MOVE runStamp TO pendRunStamp.
           MOVE inputFileName TO pendSource.
           MOVE pendPriceRecord TO pendNewImage.
           MOVE 'W' TO pendAction.
           WRITE pendPriceRecord
               INVALID KEY
                   MOVE 'R' TO pendAction
           END-WRITE.
           IF pendAction = 'R'
               READ pendPriceFile
                   INVALID KEY
                       CONTINUE
               END-READ
               IF pendPriceFileStatus = "00"
                   MOVE pendPriceRecord TO pendBeforeImage
                   MOVE pendNewImage TO pendPriceRecord
                   REWRITE pendPriceRecord
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF.
           IF pendPriceFileStatus NOT = "00"
               DISPLAY "Warning: pending price write failed (status "
                   pendPriceFileStatus ") for " masterISBN13
                   " - change not made"
               MOVE SPACE TO pendAction
               MOVE "price" TO failedFile
               PERFORM REJECT-UNWRITTEN THRU REJECT-UNWRITTEN-EXIT
           END-IF.
       WRITE-PENDING-PRICE-EXIT.
           EXIT.

      *>   Keyed on ISBN and the day the price took effect; a second
      *>   change the same day takes the next sequence number. A row
      *>   that cannot be written rejects the entry.
       WRITE-PRICE-HISTORY.
           MOVE masterISBN13 TO phISBN13.
           MOVE todayDate TO phDate.
           MOVE 0 TO phSeq.
           MOVE oldPrice TO phOldPrice.
           MOVE masterListPrice TO phNewPrice.
           MOVE runStamp TO phRunStamp.
           MOVE inputFileName TO phSource.
           MOVE "22" TO priceHistFileStatus.
           PERFORM WRITE-HISTORY-TRY THRU WRITE-HISTORY-TRY-EXIT
               UNTIL priceHistFileStatus NOT = "22" OR phSeq >= 99.
           IF priceHistFileStatus NOT = "00"
               DISPLAY "Warning: price history write failed (status "
                   priceHistFileStatus ") for " masterISBN13
                   " - change not made"
               MOVE "price" TO failedFile
               PERFORM REJECT-UNWRITTEN THRU REJECT-UNWRITTEN-EXIT
           ELSE
               MOVE 'Y' TO histWritten
           END-IF.
       WRITE-PRICE-HISTORY-EXIT.
           EXIT.

       WRITE-HISTORY-TRY.
           ADD 1 TO phSeq.
           WRITE priceHistRecord
               INVALID KEY
                   CONTINUE
           END-WRITE.
       WRITE-HISTORY-TRY-EXIT.
           EXIT.

      *>   One journal record for the change just made. The caller has
      *>   set journalAction (W written, R rewritten) and left the
      *>   before-image in masterBeforeImage (spaces for an add); the
      *>   after-image is the record as it now stands in the master.
       WRITE-JOURNAL.
           MOVE SPACES TO journalRecord.
           MOVE journalAction TO jrAction.
           MOVE runStamp TO jrRunStamp.
           MOVE inputFileName TO jrSource.
           IF tranIsAdd(i)
               MOVE 'A' TO jrTranCode
           ELSE
               MOVE isbnTranCode(i) TO jrTranCode
           END-IF.
           MOVE masterISBN13 TO jrISBN13.
           MOVE masterBeforeImage TO jrBeforeImage.
           MOVE masterRecord TO jrAfterImage.
           MOVE 'N' TO journalFailed.
           WRITE journalRecord.
           IF journalFileStatus NOT = "00"
               MOVE 'Y' TO journalFailed
               DISPLAY "Warning: journal write failed (status "
                   journalFileStatus ") for " masterISBN13
                   " - change undone"
           END-IF.
       WRITE-JOURNAL-EXIT.
           EXIT.

      *>   A change the journal does not have is one the backout
      *>   could never reverse, so it is taken out again - an add
      *>   deleted, a rewrite put back to its before-image - and the
      *>   entry rejected. The caller takes out any price rows
      *>   written for it (UNDO-PRICE-ROWS).
       UNDO-UNJOURNALED.
           IF journalAction = 'W'
               DELETE masterFile
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               MOVE masterBeforeImage TO masterRecord
               REWRITE masterRecord
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF masterFileStatus NOT = "00"
               DISPLAY "Warning: unjournaled change to " masterISBN13
                   " could not be undone (status " masterFileStatus
                   ")"
           END-IF.
           MOVE "journal" TO failedFile.
           PERFORM REJECT-UNWRITTEN THRU REJECT-UNWRITTEN-EXIT.
           MOVE 'N' TO journalFailed.
       UNDO-UNJOURNALED-EXIT.
           EXIT.

      *>   The price rows written ahead of a master change that did
      *>   not go through come back out: a new pending row deleted, a
      *>   replaced one put back, the history row deleted.
       UNDO-PRICE-ROWS.
           IF pendAction = 'W'
               MOVE pendNewImage TO pendPriceRecord
               DELETE pendPriceFile
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           IF pendAction = 'R'
               MOVE pendBeforeImage TO pendPriceRecord
               REWRITE pendPriceRecord
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF pendAction NOT = SPACE AND
               pendPriceFileStatus NOT = "00"
               DISPLAY "Warning: pending price for " masterISBN13
                   " could not be taken back out (status "
                   pendPriceFileStatus ")"
           END-IF.
           IF histWritten = 'Y'
               DELETE priceHistFile
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF priceHistFileStatus NOT = "00"
                   DISPLAY "Warning: price history row for "
                       masterISBN13 " could not be taken back out "
                       "(status " priceHistFileStatus ")"
               END-IF
           END-IF.
           MOVE SPACE TO pendAction.
           MOVE 'N' TO histWritten.
       UNDO-PRICE-ROWS-EXIT.
           EXIT.

      *>   A write of our own failed - the supplier's data is not at
      *>   fault, so the entry carries reason W and aasbn recycles it
      *>   without returning it to the publisher.
       REJECT-UNWRITTEN.
           SET reconcileIsRejected(i) TO TRUE.
           SET rejectWriteFailed(i) TO TRUE.
           PERFORM APPEND-MESSAGE THRU APPEND-MESSAGE-EXIT.
       REJECT-UNWRITTEN-EXIT.
           EXIT.

       REJECT-TRAN.
           SET reconcileIsRejected(i) TO TRUE.
           IF badEffDate = 'Y'
               SET rejectBadEffDate(i) TO TRUE
           ELSE
               SET rejectNotInMaster(i) TO TRUE
           END-IF.
           PERFORM APPEND-MESSAGE THRU APPEND-MESSAGE-EXIT.
       REJECT-TRAN-EXIT.
           EXIT.
       APPEND-MESSAGE.
           MOVE iMessage(i) TO iMessageScratch.
           EVALUATE TRUE
               WHEN reconcileIsRejected(i) AND rejectWriteFailed(i)
                   STRING iMessageScratch DELIMITED BY "  "
                       " - REJECTED: " DELIMITED BY SIZE
                       failedFile DELIMITED BY SPACE
                       " file write failed, change not made"
                       DELIMITED BY SIZE
                       INTO iMessage(i)
                   END-STRING
               WHEN reconcileIsApplied(i) AND tranIsReturn(i)
                   STRING iMessageScratch DELIMITED BY "  "
                       " - return applied to master catalog"
                       DELIMITED BY SIZE
                       INTO iMessage(i)
                   END-STRING
               WHEN reconcileIsApplied(i) AND priceIsDeferred(i)
                   STRING iMessageScratch DELIMITED BY "  "
                       " - quantity applied, price pending until "
                       DELIMITED BY SIZE
                       isbnEffDate(i) DELIMITED BY SIZE
                       INTO iMessage(i)
                   END-STRING
               WHEN reconcileIsApplied(i) AND tranIsChange(i)
                   STRING iMessageScratch DELIMITED BY "  "
                       " - price/quantity change applied to master"
                       " catalog" DELIMITED BY SIZE
                       INTO iMessage(i)
                   END-STRING
               WHEN reconcileIsRejected(i) AND badEffDate = 'Y'
                   STRING iMessageScratch DELIMITED BY "  "
                       " - change REJECTED: effective date not a"
                       " valid YYYYMMDD" DELIMITED BY SIZE
                       INTO iMessage(i)
                   END-STRING
               WHEN reconcileIsRejected(i) AND tranIsChange(i)
                   STRING iMessageScratch DELIMITED BY "  "
                       " - change REJECTED: ISBN not in master"
       01 rangeFileStatus PIC x(02).
       77 rangeLoaded PIC A(1) VALUE 'N'.
       77 rangeEOF    PIC A(1) VALUE 'N'.
       01 rangeCount  PIC 9(4) COMP VALUE 0.
       01 rangeTable.
           05 rangeEntry OCCURS 9999 TIMES INDEXED BY rx.
               10 rPrefix   PIC x(3).
               10 rGroup    PIC x(5).
               10 rGroupLen PIC 9.
       01 highLenWork  PIC 99 VALUE 0.
       01 titleLenWork PIC 99 VALUE 0.
       01 pubDigits    PIC x(7) VALUE SPACES.
       01 issnSum      PIC 9(4) VALUE 0.
       01 issnQuot     PIC 9(4) VALUE 0.
       01 issnResidue  PIC 9(2) VALUE 0.
       01 issnCheck    PIC 9(2) VALUE 0.
       01 issnCheckNum PIC 9 VALUE 0.
       01 issnDigits   PIC x(8) VALUE SPACES.
       77 groupSeen    PIC A(1) VALUE 'N'.
       77 rangeFound   PIC A(1) VALUE 'N'.

      *>   impossible numbers - a check digit that works for a
      *>   publisher that does not exist - are caught before they
      *>   bounce at the distributor. On a hit the properly hyphenated
      *>   form is returned in isbnHyphenValue. ISSN (977) and ISMN
      *>   (979-0) EANs are not the ISBN agency's to assign: they get
      *>   rangeStatus 4 and their own printed form, with or without
      *>   a range table.
       PROCEDURE DIVISION USING isbnStruct.
       MAIN-PROCEDURE.

           IF isbn13Value(1:3) = "977" OR isbn13Value(1:4) = "9790"
               PERFORM OTHER-IDENTIFIER THRU OTHER-IDENTIFIER-EXIT
               MOVE 4 TO rangeStatus
               GOBACK
           END-IF.

           IF rangeLoaded = 'N'
               PERFORM LOAD-RANGES THRU LOAD-RANGES-EXIT
           END-IF.
       HYPHENATE-EXIT.
           EXIT.

      *>   An ISSN prints as "ISSN nnnn-nnnc" (the check digit is not
      *>   in the EAN and is recomputed, weights 8..2 mod 11). An ISMN
      *>   hyphenates as 979-0-publisher-item-check, the publisher
      *>   element's length fixed by its first digit (0: 3 digits,
      *>   1-3: 4, 4-6: 5, 7-8: 6, 9: 7).
       OTHER-IDENTIFIER.
           MOVE SPACES TO isbnHyphenValue.
           IF isbn13Value(1:3) = "977"
               COMPUTE issnSum =
                   FUNCTION NUMVAL(isbn13Value(4:1)) * 8
                   + FUNCTION NUMVAL(isbn13Value(5:1)) * 7
                   + FUNCTION NUMVAL(isbn13Value(6:1)) * 6
                   + FUNCTION NUMVAL(isbn13Value(7:1)) * 5
                   + FUNCTION NUMVAL(isbn13Value(8:1)) * 4
                   + FUNCTION NUMVAL(isbn13Value(9:1)) * 3
                   + FUNCTION NUMVAL(isbn13Value(10:1)) * 2
               DIVIDE issnSum BY 11 GIVING issnQuot
                   REMAINDER issnResidue
               COMPUTE issnCheck = 11 - issnResidue
               MOVE isbn13Value(4:7) TO issnDigits(1:7)
               EVALUATE issnCheck
                   WHEN 11
                       MOVE "0" TO issnDigits(8:1)
                   WHEN 10
                       MOVE "X" TO issnDigits(8:1)
                   WHEN OTHER
                       MOVE issnCheck TO issnCheckNum
                       MOVE issnCheckNum TO issnDigits(8:1)
               END-EVALUATE
               STRING "ISSN " DELIMITED BY SIZE
                   issnDigits(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   issnDigits(5:4) DELIMITED BY SIZE
                   INTO isbnHyphenValue
               END-STRING
               GO TO OTHER-IDENTIFIER-EXIT
           END-IF.

           EVALUATE isbn13Value(5:1)
               WHEN "0"
                   MOVE 3 TO pubLenWork
               WHEN "1" THRU "3"
                   MOVE 4 TO pubLenWork
               WHEN "4" THRU "6"
                   MOVE 5 TO pubLenWork
               WHEN "7" THRU "8"
                   MOVE 6 TO pubLenWork
               WHEN OTHER
                   MOVE 7 TO pubLenWork
           END-EVALUATE.
           COMPUTE titleLenWork = 8 - pubLenWork.
           STRING "979-0-" DELIMITED BY SIZE
               isbn13Value(5:pubLenWork) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               isbn13Value(5 + pubLenWork:titleLenWork)
                   DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               isbn13Value(13:1) DELIMITED BY SIZE
               INTO isbnHyphenValue
           END-STRING.
       OTHER-IDENTIFIER-EXIT.
           EXIT.

      *>   Load the reference file once per run. A missing or empty
      *>   table is not fatal - the group/publisher check is skipped
      *>   (rangeStatus 0) and validation proceeds as before.

           MOVE 'N' TO rangeEOF.
           PERFORM LOAD-ONE-RANGE THRU LOAD-ONE-RANGE-EXIT
               UNTIL rangeEOF = 'Y' OR rangeCount >= 9999.
           IF rangeEOF = 'N'
               DISPLAY "Warning: range table holds 9999 rows - the "
                   "rest of isbn-ranges.dat was not loaded."
           END-IF.
           CLOSE rangeFile.
       LOAD-RANGES-EXIT.
           EXIT.

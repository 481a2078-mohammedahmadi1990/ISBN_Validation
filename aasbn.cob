      *                  the ageISBN report can separate chronic
      *                  offenders from new failures instead of every
      *                  failure looking brand new every morning.
      *  10/15/2026  MA  The lock timestamp doubles as the run stamp
      *                  reconcile puts on every master journal record,
      *                  so all files of one night back out together
      *                  through backoutISBN.
      *  10/15/2026  MA  Extract control totals: a file with a header
      *                  or trailer record is balanced against the
      *                  trailer's record count and price/quantity
      *                  hash totals, and its header sequence number is
      *                  checked against the supplier's last applied
      *                  extract (isbn-extseq.dat), before reconcile
      *                  touches the master. A file out of balance, out
      *                  of sequence or cut short is held - logged to
      *                  isbn-held.dat and the report, not applied, not
      *                  checkpointed - and the run ends RETURN-CODE 10.
      *  10/15/2026  MA  Every recycled entry is also written to the
      *                  night's exception extract (isbn-except.dat)
      *                  with its status code, suggested check digit
      *                  and publisher, for returnISBN to split into
      *                  per-publisher return files; it starts over
      *                  with each fresh batch like the recycle files.
      *  10/15/2026  MA  Change transactions carry an effective date;
      *                  recycle records keep it, price changes held
      *                  for a later date are counted in the summary,
      *                  and a change rejected for a bad effective
      *                  date is marked as such in the exception
      *                  extract.
      *  10/15/2026  MA  ISSNs and ISMNs are validated by their own
      *                  rules (isValid); the identifier type goes on
      *                  each report line, into the print extract
      *                  (prIdType) and into a new last CSV column
      *                  (id_type), an 8-character ISSN is format "8"
      *                  in the CSV, and a repaired ISSN gets its check
      *                  digit in column 8.
      *  10/15/2026  MA  An entry reconcile rejected because one of our
      *                  own file writes failed is recycled but kept
      *                  out of the exception extract - it is not the
      *                  supplier's to correct - and the extract marks
      *                  each transaction reject by reconcile's reason
      *                  (not in master, bad effective date, unknown
      *                  code).
      *  10/15/2026  MA  Such an entry stays out of the failure history
      *                  too, and the summary counts reconcile's rejects
      *                  by reason instead of calling them all "not in
      *                  master".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. aasbn.
           SELECT histSpillFile ASSIGN TO "isbn-histspill.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS histSpillFileStatus.
           SELECT exceptFile ASSIGN TO "isbn-except.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS exceptFileStatus.
           SELECT heldFile ASSIGN TO "isbn-held.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS heldFileStatus.
           SELECT extSeqFile ASSIGN TO "isbn-extseq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS extSeqFileStatus.
           SELECT sortFile ASSIGN TO "isbn-sortwk".

       DATA DIVISION.
      *>  checkpoint restart), so a night's recycle files hold only
      *>  that night's failures.
       FD rejectFile.
       01 rejectRecord PIC x(82).

       FD repairFile.
       01 repairRecord PIC x(82).

       FD checkpointFile.
       01 checkpointRecord PIC x(20).
           05 prPublisher  PIC x(6).
           05 prFileName   PIC x(20).
           05 prPubName    PIC x(30).
           05 prIdType     PIC x(4).

      *>  Machine-readable results for the downstream catalog loader:
      *>  ISBN, format, status code, suggested digit, converted form.
           05 mlListPrice  PIC 9(5)V99.
           05 mlOnHandQty  PIC 9(7).

      *>  One record per recycled entry, for returnISBN.
       FD exceptFile.
       COPY exceptrec.

      *>  Extract files held by the balancing step, appended run after
      *>  run: run timestamp, file, supplier and sequence, why, and the
      *>  file's totals against its trailer.
       FD heldFile.
       01 heldRecord PIC x(150).

      *>  Last extract applied per supplier, from the header record:
      *>  sequence number and extract date. Read whole at the first
      *>  header of the run, rewritten whole after each applied file.
       FD extSeqFile.
       01 extSeqRecord.
           05 esrSupplier   PIC x(10).
           05 FILLER        PIC x(1).
           05 esrLastSeq    PIC 9(6).
           05 FILLER        PIC x(1).
           05 esrLastDate   PIC 9(8).

       SD sortFile.
       01 sortRecord.
           05 srISBN13     PIC x(13).
       01 tranReturnCount          PIC 9(6) VALUE 0.
       01 tranDelistCount          PIC 9(6) VALUE 0.
       01 tranChangeCount          PIC 9(6) VALUE 0.
       01 tranDeferredCount        PIC 9(6) VALUE 0.
       01 tranRejectCount          PIC 9(6) VALUE 0.
       01 tranRejectMasterCount    PIC 9(6) VALUE 0.
       01 tranRejectDateCount      PIC 9(6) VALUE 0.
       01 tranRejectCodeCount      PIC 9(6) VALUE 0.
       01 tranRejectWriteCount     PIC 9(6) VALUE 0.
       01 reportPointer            PIC 9(3) VALUE 1.
       01 countDisplay             PIC zzzzz9.
       01 processedDisplay         PIC zzzzz9.
       01 prevSource               PIC x(20) VALUE SPACES.
       01 loadedCount              PIC 9(6) VALUE 0.
       01 droppedCount             PIC 9(6) VALUE 0.
       01 heldFileStatus           PIC x(02).
       01 exceptFileStatus         PIC x(02).
       01 extSeqFileStatus         PIC x(02).
       77 fileHeld                 PIC A(1) VALUE 'N'.
       77 extSeqLoaded             PIC A(1) VALUE 'N'.
       77 extSeqEOF                PIC A(1) VALUE 'N'.
       77 extSeqFull               PIC A(1) VALUE 'N'.
       77 extSeqFound              PIC A(1) VALUE 'N'.
       01 heldCount                PIC 9(6) VALUE 0.
       01 heldReason               PIC x(60) VALUE SPACES.
       01 balanceCount             PIC 9(7) VALUE 0.
       01 balancePriceHash         PIC 9(11)V99 VALUE 0.
       01 balanceQtyHash           PIC 9(12) VALUE 0.
       01 seqExpected              PIC 9(6) VALUE 0.
       01 hashDisplay              PIC z(10)9.99.
       01 trlHashDisplay           PIC z(10)9.99.
       01 qtyDisplay               PIC z(11)9.
       01 trlQtyDisplay            PIC z(11)9.
       01 recCountDisplay          PIC z(6)9.
       01 trlCountDisplay          PIC z(6)9.
       01 extSeqCount              PIC 9(3) COMP VALUE 0.
       01 extSeqJ                  PIC 9(3) COMP VALUE 0.
       01 extSeqTable.
           05 extSeqEntry OCCURS 500 TIMES.
               10 esSupplier   PIC x(10).
               10 esLastSeq    PIC 9(6).
               10 esLastDate   PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
      *>   every filename listed in it is processed with no prompts and
      *>   the scheduler tests RETURN-CODE (0 = all files clean,
      *>   4 = some records failed validation, 8 = a file could not be
      *>   opened, 10 = a file was held out of balance or out of
      *>   sequence). With no control file the operator is prompted
      *>   per file, exactly as before.
           OPEN INPUT controlFile.
           IF controlFileStatus = "00"
               SET unattendedRun TO TRUE
                   CLOSE rejectFile
                   OPEN OUTPUT repairFile
                   CLOSE repairFile
                   OPEN OUTPUT exceptFile
                   CLOSE exceptFile
                   PERFORM CSV-RESET-PARA THRU CSV-RESET-PARA-EXIT
               END-IF
               PERFORM CONTROL-LOOP-PARA THRU CONTROL-LOOP-PARA-EXIT
               CLOSE controlFile
      *>   The whole list was worked through, so the checkpoint has
      *>   served its purpose - clear it so tomorrow starts fresh.
      *>   If a file could not be opened (severity 8) or was held
      *>   (10) the checkpoint stays, so the operator can fix or
      *>   replace the file and rerun just it.
               IF batchSeverity < 8
                   OPEN OUTPUT checkpointFile
                   CLOSE checkpointFile
               CLOSE rejectFile
               OPEN OUTPUT repairFile
               CLOSE repairFile
               OPEN OUTPUT exceptFile
               CLOSE exceptFile
               PERFORM CSV-RESET-PARA THRU CSV-RESET-PARA-EXIT
               PERFORM LOOP-PARA THRU LOOP-PARA-EXIT
                   UNTIL FUNCTION TRIM(inputFileName) = "0"

           PERFORM HIST-SAVE-PARA THRU HIST-SAVE-PARA-EXIT.

           IF heldCount > 0
               DISPLAY " "
               MOVE heldCount TO countDisplay
               DISPLAY "Files HELD (balance/sequence) - see "
                   "isbn-held.dat " countDisplay
           END-IF.

           PERFORM RELEASE-LOCK-PARA THRU RELEASE-LOCK-PARA-EXIT.

           MOVE batchSeverity TO RETURN-CODE.
           MOVE auditTimestamp TO lockRecord.
           WRITE lockRecord.
           CLOSE lockFile.
      *>   Every master change this run makes is journaled under the
      *>   time the lock was taken.
           MOVE auditTimestamp TO runStamp.
       ACQUIRE-LOCK-PARA-EXIT.
           EXIT.

               GO TO BATCH-FILE-PARA-EXIT
           END-IF.

      *>   A held file is not checkpointed: once the supplier resends
      *>   it under the same name, the rerun picks it up.
           PERFORM BALANCE-PARA THRU BALANCE-PARA-EXIT.
           IF fileHeld = 'Y'
               GO TO BATCH-FILE-PARA-EXIT
           END-IF.

           PERFORM PROCESS-FILE-PARA THRU PROCESS-FILE-PARA-EXIT.
           PERFORM SEQ-UPDATE-PARA THRU SEQ-UPDATE-PARA-EXIT.
           PERFORM WRITE-CHECKPOINT-PARA
               THRU WRITE-CHECKPOINT-PARA-EXIT.
       BATCH-FILE-PARA-EXIT.
           CALL "readISBN" USING BY REFERENCE isbnStruct END-CALL.

           IF FUNCTION TRIM(inputFileName) NOT = "0"
               PERFORM BALANCE-PARA THRU BALANCE-PARA-EXIT
               IF fileHeld = 'N'
                   PERFORM PROCESS-FILE-PARA
                       THRU PROCESS-FILE-PARA-EXIT
                   PERFORM SEQ-UPDATE-PARA THRU SEQ-UPDATE-PARA-EXIT
               END-IF
           END-IF.
       LOOP-PARA-EXIT.
           EXIT.

      *>   Balance the file readISBN just read against its own control
      *>   records before anything is validated or applied. A file
      *>   with neither header nor trailer is an older, uncontrolled
      *>   extract and passes as before. Otherwise the structure must
      *>   be sound, a header needs its trailer (no trailer = cut short
      *>   in transfer), the trailer's count and hash totals must
      *>   match the detail records, and the header's sequence number
      *>   must follow the supplier's last applied extract.
       BALANCE-PARA.
           MOVE 'N' TO fileHeld.
           MOVE SPACES TO heldReason.
           IF NOT hdrIsPresent AND NOT trlIsPresent AND controlOK
               GO TO BALANCE-PARA-EXIT
           END-IF.

           MOVE 0 TO balanceCount.
           MOVE 0 TO balancePriceHash.
           MOVE 0 TO balanceQtyHash.
           PERFORM BALANCE-ADD-PARA THRU BALANCE-ADD-PARA-EXIT
               VARYING i FROM 1 BY 1 UNTIL i > isbnCount.

           EVALUATE TRUE
               WHEN controlHdrMisplaced
                   MOVE "header record is not the first record"
                       TO heldReason
               WHEN controlAfterTrailer
                   MOVE "records follow the trailer record"
                       TO heldReason
               WHEN controlBadField
                   MOVE "control record field is not numeric"
                       TO heldReason
               WHEN NOT trlIsPresent
                   MOVE "trailer record missing - file cut short?"
                       TO heldReason
               WHEN balanceCount NOT = trlRecordCount
                   MOVE "OUT OF BALANCE - record count" TO heldReason
               WHEN balancePriceHash NOT = trlPriceHash
                   MOVE "OUT OF BALANCE - list price hash total"
                       TO heldReason
               WHEN balanceQtyHash NOT = trlQtyHash
                   MOVE "OUT OF BALANCE - on-hand quantity hash total"
                       TO heldReason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF heldReason = SPACES AND hdrIsPresent
               PERFORM SEQ-CHECK-PARA THRU SEQ-CHECK-PARA-EXIT
           END-IF.

           IF heldReason NOT = SPACES
               MOVE 'Y' TO fileHeld
               PERFORM HOLD-FILE-PARA THRU HOLD-FILE-PARA-EXIT
           END-IF.
       BALANCE-PARA-EXIT.
           EXIT.

       BALANCE-ADD-PARA.
           ADD 1 TO balanceCount.
           ADD isbnListPrice(i) TO balancePriceHash.
           ADD isbnOnHandQty(i) TO balanceQtyHash.
       BALANCE-ADD-PARA-EXIT.
           EXIT.

      *>   A supplier's first controlled extract sets its sequence;
      *>   after that each one must be exactly the next number. A
      *>   lower or equal number is a repeat of a file already
      *>   applied, a higher one means an extract went missing.
       SEQ-CHECK-PARA.
           IF extSeqLoaded = 'N'
               PERFORM SEQ-LOAD-PARA THRU SEQ-LOAD-PARA-EXIT
           END-IF.
           PERFORM SEQ-FIND-PARA THRU SEQ-FIND-PARA-EXIT.
           IF extSeqFound = 'N'
               GO TO SEQ-CHECK-PARA-EXIT
           END-IF.

           COMPUTE seqExpected = esLastSeq(extSeqJ) + 1.
           IF hdrSequence <= esLastSeq(extSeqJ)
               STRING "OUT OF SEQUENCE - repeat, last applied "
                   DELIMITED BY SIZE
                   esLastSeq(extSeqJ) DELIMITED BY SIZE
                   INTO heldReason
               END-STRING
           ELSE IF hdrSequence NOT = seqExpected
               STRING "OUT OF SEQUENCE - gap, expected "
                   DELIMITED BY SIZE
                   seqExpected DELIMITED BY SIZE
                   INTO heldReason
               END-STRING
           END-IF.
       SEQ-CHECK-PARA-EXIT.
           EXIT.

      *>   extSeqJ is left on the supplier's row, or one past the
      *>   last row when the supplier is not in the table.
       SEQ-FIND-PARA.
           MOVE 'N' TO extSeqFound.
           PERFORM SEQ-MATCH-PARA THRU SEQ-MATCH-PARA-EXIT
               VARYING extSeqJ FROM 1 BY 1
               UNTIL extSeqJ > extSeqCount OR extSeqFound = 'Y'.
           IF extSeqFound = 'Y'
               SUBTRACT 1 FROM extSeqJ
           END-IF.
       SEQ-FIND-PARA-EXIT.
           EXIT.

       SEQ-MATCH-PARA.
           IF esSupplier(extSeqJ) = hdrSupplier
               MOVE 'Y' TO extSeqFound
           END-IF.
       SEQ-MATCH-PARA-EXIT.
           EXIT.

       SEQ-LOAD-PARA.
           MOVE 'Y' TO extSeqLoaded.
           MOVE 0 TO extSeqCount.
           OPEN INPUT extSeqFile.
           IF extSeqFileStatus NOT = "00"
               GO TO SEQ-LOAD-PARA-EXIT
           END-IF.
           MOVE 'N' TO extSeqEOF.
           PERFORM SEQ-LOAD-ONE-PARA THRU SEQ-LOAD-ONE-PARA-EXIT
               UNTIL extSeqEOF = 'Y' OR extSeqCount >= 500.

      *>   A full table cannot be rewritten without losing the rows
      *>   past it, so the file is left as it stands for this run.
           IF extSeqEOF NOT = 'Y'
               READ extSeqFile
                   AT END
                       MOVE 'Y' TO extSeqEOF
                   NOT AT END
                       MOVE 'Y' TO extSeqFull
                       DISPLAY "Warning: isbn-extseq.dat lists more "
                           "than 500 suppliers - sequence numbers are "
                           "not updated this run."
               END-READ
           END-IF.
           CLOSE extSeqFile.
       SEQ-LOAD-PARA-EXIT.
           EXIT.

       SEQ-LOAD-ONE-PARA.
           READ extSeqFile
               AT END
                   MOVE 'Y' TO extSeqEOF
                   GO TO SEQ-LOAD-ONE-PARA-EXIT
           END-READ.
           IF extSeqRecord = SPACES OR esrLastSeq NOT NUMERIC
               GO TO SEQ-LOAD-ONE-PARA-EXIT
           END-IF.
           ADD 1 TO extSeqCount.
           MOVE esrSupplier TO esSupplier(extSeqCount).
           MOVE esrLastSeq TO esLastSeq(extSeqCount).
           MOVE esrLastDate TO esLastDate(extSeqCount).
       SEQ-LOAD-ONE-PARA-EXIT.
           EXIT.

      *>   The file was applied - record its sequence as the supplier's
      *>   last, and rewrite the file at once so a restart sees it.
       SEQ-UPDATE-PARA.
           IF NOT hdrIsPresent
               GO TO SEQ-UPDATE-PARA-EXIT
           END-IF.
           IF extSeqLoaded = 'N'
               PERFORM SEQ-LOAD-PARA THRU SEQ-LOAD-PARA-EXIT
           END-IF.
           IF extSeqFull = 'Y'
               GO TO SEQ-UPDATE-PARA-EXIT
           END-IF.
           PERFORM SEQ-FIND-PARA THRU SEQ-FIND-PARA-EXIT.
           IF extSeqFound = 'N'
               IF extSeqCount >= 500
                   DISPLAY "Warning: supplier table full - sequence "
                       "of " hdrSupplier " not recorded."
                   GO TO SEQ-UPDATE-PARA-EXIT
               END-IF
               ADD 1 TO extSeqCount
               MOVE extSeqCount TO extSeqJ
               MOVE hdrSupplier TO esSupplier(extSeqCount)
           END-IF.
           MOVE hdrSequence TO esLastSeq(extSeqJ).
           MOVE hdrExtractDate TO esLastDate(extSeqJ).

           OPEN OUTPUT extSeqFile.
           IF extSeqFileStatus NOT = "00"
               DISPLAY "Warning: isbn-extseq.dat could not be "
                   "rewritten (status " extSeqFileStatus ")."
               GO TO SEQ-UPDATE-PARA-EXIT
           END-IF.
           PERFORM SEQ-SAVE-ONE-PARA THRU SEQ-SAVE-ONE-PARA-EXIT
               VARYING extSeqJ FROM 1 BY 1 UNTIL extSeqJ > extSeqCount.
           CLOSE extSeqFile.
       SEQ-UPDATE-PARA-EXIT.
           EXIT.

       SEQ-SAVE-ONE-PARA.
           MOVE SPACES TO extSeqRecord.
           MOVE esSupplier(extSeqJ) TO esrSupplier.
           MOVE esLastSeq(extSeqJ) TO esrLastSeq.
           MOVE esLastDate(extSeqJ) TO esrLastDate.
           WRITE extSeqRecord.
       SEQ-SAVE-ONE-PARA-EXIT.
           EXIT.

      *>   Two lines each to isbn-held.dat and the report - what was
      *>   held and why, then the file's totals against its trailer -
      *>   and the run ends RETURN-CODE 10.
       HOLD-FILE-PARA.
           ADD 1 TO heldCount.
           IF batchSeverity < 10
               MOVE 10 TO batchSeverity
           END-IF.

           MOVE SPACES TO heldRecord.
           STRING runStamp DELIMITED BY SIZE
               " HELD " DELIMITED BY SIZE
               inputFileName DELIMITED BY SPACE
               " supplier=" DELIMITED BY SIZE
               hdrSupplier DELIMITED BY SIZE
               " seq=" DELIMITED BY SIZE
               hdrSequence DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               heldReason DELIMITED BY "  "
               INTO heldRecord
           END-STRING.
           DISPLAY "Holding " FUNCTION TRIM(inputFileName) " - "
               FUNCTION TRIM(heldReason) " - not applied.".

           OPEN EXTEND heldFile.
           IF heldFileStatus = "35"
               OPEN OUTPUT heldFile
               CLOSE heldFile
               OPEN EXTEND heldFile
           END-IF.
           OPEN EXTEND reportFile.
           IF reportFileStatus = "35"
               OPEN OUTPUT reportFile
               CLOSE reportFile
               OPEN EXTEND reportFile
           END-IF.
           WRITE heldRecord.
           MOVE heldRecord TO reportRecord.
           WRITE reportRecord.

           MOVE balanceCount TO recCountDisplay.
           MOVE trlRecordCount TO trlCountDisplay.
           MOVE balancePriceHash TO hashDisplay.
           MOVE trlPriceHash TO trlHashDisplay.
           MOVE balanceQtyHash TO qtyDisplay.
           MOVE trlQtyHash TO trlQtyDisplay.
           MOVE SPACES TO heldRecord.
           STRING "    file/trailer: records " DELIMITED BY SIZE
               recCountDisplay DELIMITED BY SIZE
               " /" DELIMITED BY SIZE
               trlCountDisplay DELIMITED BY SIZE
               "  price " DELIMITED BY SIZE
               hashDisplay DELIMITED BY SIZE
               " /" DELIMITED BY SIZE
               trlHashDisplay DELIMITED BY SIZE
               "  qty " DELIMITED BY SIZE
               qtyDisplay DELIMITED BY SIZE
               " /" DELIMITED BY SIZE
               trlQtyDisplay DELIMITED BY SIZE
               INTO heldRecord
           END-STRING.
           WRITE heldRecord.
           MOVE heldRecord TO reportRecord.
           WRITE reportRecord.
           CLOSE heldFile.
           CLOSE reportFile.
       HOLD-FILE-PARA-EXIT.
           EXIT.

      *>   Validate, reconcile and report one file's batch, and raise
      *>   the run severity to 4 when any of its records failed.
       PROCESS-FILE-PARA.
           MOVE 0 TO tranReturnCount
           MOVE 0 TO tranDelistCount
           MOVE 0 TO tranChangeCount
           MOVE 0 TO tranDeferredCount
           MOVE 0 TO tranRejectCount
           MOVE 0 TO tranRejectMasterCount
           MOVE 0 TO tranRejectDateCount
           MOVE 0 TO tranRejectCodeCount
           MOVE 0 TO tranRejectWriteCount

           OPEN EXTEND reportFile.
           IF reportFileStatus = "35"
           MOVE isbnTitle(i) TO prTitle.
           MOVE isbnPublisher(i) TO prPublisher.
           MOVE isbnPubName(i) TO prPubName.
           MOVE isbnIdType(i) TO prIdType.
           WRITE printRecord.
       PRINT-EXTRACT-PARA-EXIT.
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

      *>   Per-type transaction outcomes - applied returns, delists
      *>   and changes, and the rejects (a non-add transaction for an
      *>   ISBN the master has never seen, an unknown code, or a
      *>   catalog file write that failed).
           IF reconcileIsRejected(i)
               ADD 1 TO tranRejectCount
               EVALUATE TRUE
                   WHEN rejectNotInMaster(i)
                       ADD 1 TO tranRejectMasterCount
                   WHEN rejectBadEffDate(i)
                       ADD 1 TO tranRejectDateCount
                   WHEN rejectUnknownCode(i)
                       ADD 1 TO tranRejectCodeCount
                   WHEN rejectWriteFailed(i)
                       ADD 1 TO tranRejectWriteCount
               END-EVALUATE
           ELSE IF reconcileIsApplied(i)
               EVALUATE TRUE
                   WHEN tranIsReturn(i)
                       ADD 1 TO tranDelistCount
                   WHEN tranIsChange(i)
                       ADD 1 TO tranChangeCount
                       IF priceIsDeferred(i)
                           ADD 1 TO tranDeferredCount
                       END-IF
               END-EVALUATE
           END-IF.
       TALLY-PARA-EXIT.
           MOVE tranChangeCount TO countDisplay
           DISPLAY "Price/quantity changes applied ............... "
               countDisplay
           MOVE tranDeferredCount TO countDisplay
           DISPLAY "  of which price held for effective date ..... "
               countDisplay
           MOVE tranRejectCount TO countDisplay
           DISPLAY "Transactions rejected by reconcile ........... "
               countDisplay
           MOVE tranRejectMasterCount TO countDisplay
           DISPLAY "  not in the master catalog .................. "
               countDisplay
           MOVE tranRejectDateCount TO countDisplay
           DISPLAY "  effective date not a date .................. "
               countDisplay
           MOVE tranRejectCodeCount TO countDisplay
           DISPLAY "  unknown transaction code ................... "
               countDisplay
           MOVE tranRejectWriteCount TO countDisplay
           DISPLAY "  catalog file write failed .................. "
               countDisplay.
       SUMMARY-PARA-EXIT.
           EXIT.
      *>   row; a restart appends to the completed files' rows.
       CSV-RESET-PARA.
           OPEN OUTPUT csvFile.
           MOVE SPACES TO csvRecord.
           STRING "isbn,format,status,suggested_digit,converted_form"
               DELIMITED BY SIZE
               ",id_type" DELIMITED BY SIZE
               INTO csvRecord
           END-STRING.
           WRITE csvRecord.
           CLOSE csvFile.
       CSV-RESET-PARA-EXIT.
           MOVE SPACES TO isbn10Value.
           MOVE SPACES TO isbn13Value.

           EVALUATE TRUE
               WHEN isbnArray(i)(11:1) NOT = SPACE
                   MOVE "13" TO csvFormat
               WHEN idIsISSN(i)
                   MOVE "8" TO csvFormat
               WHEN OTHER
                   MOVE "10" TO csvFormat
           END-EVALUATE.

      *>   Only a validated number has a trustworthy conversion; a 979
      *>   ISBN-13 has no ISBN-10 form and leaves the column empty. An
      *>   ISSN converts to and from its 977 EAN-13.
           IF statAnyValid(i)
               IF csvFormat = "13"
                   MOVE isbnArray(i)(1:13) TO isbn13Value
               ELSE
                   MOVE isbnArray(i)(1:10) TO isbn10Value
               END-IF
               CALL "isbnConvert" USING BY REFERENCE isbnStruct
                   END-CALL
               IF convertStatus = 1
                   IF csvFormat = "13"
                       MOVE isbn10Value TO csvConverted
                   ELSE
                       MOVE isbn13Value TO csvConverted
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO csvRecord.
           STRING isbnArray(i) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               csvFormat DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               csvStatus DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               isbnSuggested(i) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               csvConverted DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               isbnIdType(i) DELIMITED BY SIZE
               INTO csvRecord
           END-STRING.
           WRITE csvRecord.
               CLOSE repairFile
               OPEN EXTEND repairFile
           END-IF.
           OPEN EXTEND exceptFile.
           IF exceptFileStatus = "35"
               OPEN OUTPUT exceptFile
               CLOSE exceptFile
               OPEN EXTEND exceptFile
           END-IF.

           SET i TO 1.
           PERFORM UNTIL i > isbnCount
           END-PERFORM.
           CLOSE rejectFile.
           CLOSE repairFile.
           CLOSE exceptFile.
       REJECT-PARA-EXIT.
           EXIT.


           PERFORM BUILD-SOURCE-RECORD THRU BUILD-SOURCE-RECORD-EXIT.
           WRITE rejectRecord FROM titleMasterRecord.

      *>   A write that failed on our side goes round again with the
      *>   next batch, but there is nothing for the publisher to fix
      *>   - so no failure history and no exception record.
           IF rejectWriteFailed(i)
               GO TO REJECT-ENTRY-PARA-EXIT
           END-IF.
           PERFORM HIST-UPDATE-PARA THRU HIST-UPDATE-PARA-EXIT.

           MOVE SPACES TO exceptionRecord.
           MOVE runStamp TO erRunStamp.
           MOVE inputFileName TO erSource.
           MOVE isbnPublisher(i) TO erPublisher.
           MOVE isbnArray(i) TO erISBN.
           MOVE isbnStatus(i) TO erStatus.
           IF reconcileIsRejected(i)
               EVALUATE TRUE
                   WHEN rejectBadEffDate(i)
                       MOVE 'E' TO erTranReject
                   WHEN rejectUnknownCode(i)
                       MOVE 'U' TO erTranReject
                   WHEN OTHER
                       MOVE 'Y' TO erTranReject
               END-EVALUATE
           ELSE
               MOVE 'N' TO erTranReject
           END-IF.
           MOVE isbnTranCode(i) TO erTranCode.
           MOVE isbnSuggested(i) TO erSuggested.
           MOVE isbnTitle(i) TO erTitle.
           WRITE exceptionRecord.

           IF statBadCheckDigit(i) AND isbnSuggested(i) NOT = SPACE
               EVALUATE TRUE
                   WHEN tmISBN(11:1) NOT = SPACE
                       MOVE isbnSuggested(i) TO tmISBN(13:1)
                   WHEN idIsISSN(i)
                       MOVE isbnSuggested(i) TO tmISBN(8:1)
                   WHEN OTHER
                       MOVE isbnSuggested(i) TO tmISBN(10:1)
               END-EVALUATE
               WRITE repairRecord FROM titleMasterRecord
           END-IF.
       REJECT-ENTRY-PARA-EXIT.
               MOVE isbnListPrice(i) TO tmListPrice
               MOVE isbnOnHandQty(i) TO tmOnHandQty
               MOVE isbnTranCode(i) TO tmTranCode
               MOVE isbnEffDate(i) TO tmEffectiveDate
           END-IF.
       BUILD-SOURCE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * Author:  Mohammed Ahmadi
      * Date:    10/15/2026
      * Purpose: Batch backout of master catalog changes. Reads the
      *          master journal reconcile keeps (isbn-journal.dat) and
      *          reverses one run - every file of it, or one source
      *          file within it - newest change first: a rewritten
      *          record gets its before-image back, a record the run
      *          added is deleted. A record that has changed again
      *          since the run is left alone and reported, so a
      *          correction made the next morning is never silently
      *          undone. The run is chosen by its journal timestamp
      *          (the time aasbn took its lock), or by date alone for
      *          every run that day. Outcomes and counts go to
      *          isbn-backout.rpt; RETURN-CODE 0 = everything
      *          selected was reversed, 4 = some changes could not be
      *          reversed, 8 = the journal or catalog could not be
      *          opened, 12 = an aasbn run holds the lock.
      * Tectonics: cobc -x backoutisbn.cob -I .
      * Modification History:
      *  10/15/2026  MA  Original version.
      *  10/15/2026  MA  Backing out a price change also removes what
      *                  the run left in the pending price file and
      *                  the price history for that title.
      *  10/15/2026  MA  A restored record is stamped as corrected and
      *                  a deleted add is written to isbn-feeddel.dat,
      *                  so the storefront feed carries the backout;
      *                  the already-backed-out test ignores the stamp.
      *  10/15/2026  MA  The after-image test ignores the stamp too, so
      *                  a title the run touched twice unwinds past the
      *                  restored (restamped) record to its first
      *                  image. Backing out a priceISBN price puts the
      *                  scheduled price back in the pending file for
      *                  the next priceISBN run; one that cannot be
      *                  re-queued is reported as dropped (RC 4).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. backoutISBN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT journalFile ASSIGN TO "isbn-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS journalFileStatus.
           SELECT masterFile ASSIGN TO "isbn-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS masterISBN13
               FILE STATUS IS masterFileStatus.
           SELECT backoutFile ASSIGN TO "isbn-backout.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS backoutFileStatus.
           SELECT lockFile ASSIGN TO "isbn-lock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lockFileStatus.
           SELECT pendPriceFile ASSIGN TO "isbn-pendprice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pendKey
               FILE STATUS IS pendPriceFileStatus.
           SELECT priceHistFile ASSIGN TO "isbn-pricehist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS phKey
               FILE STATUS IS priceHistFileStatus.
           SELECT feedDelFile ASSIGN TO "isbn-feeddel.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS feedDelFileStatus.
           SELECT sortFile ASSIGN TO "isbn-bksortwk".

       DATA DIVISION.
       FILE SECTION.
       FD journalFile.
       01 journalLine PIC x(259).

       FD masterFile.
       COPY masterrec.

       FD pendPriceFile.
       COPY pendprice.

       FD priceHistFile.
       COPY pricehist.

       FD feedDelFile.
       COPY feeddel.

       FD backoutFile.
       01 backoutLine PIC x(120).

       FD lockFile.
       01 lockRecord PIC x(40).

      *>  Journal records in the order they were written (bsSeq), so
      *>  the sort can hand them back newest first.
       SD sortFile.
       01 sortRecord.
           05 bsSeq        PIC 9(6).
           05 bsJournal    PIC x(259).

       WORKING-STORAGE SECTION.
       01 journalFileStatus PIC x(02).
       01 masterFileStatus  PIC x(02).
       01 backoutFileStatus PIC x(02).
       01 lockFileStatus    PIC x(02).
       01 pendPriceFileStatus PIC x(02).
       01 priceHistFileStatus PIC x(02).
       01 feedDelFileStatus PIC x(02).
       77 journalEOF        PIC A(1) VALUE 'N'.
       77 sortEOF           PIC A(1) VALUE 'N'.
       77 lockHeld          PIC A(1) VALUE 'N'.
       77 entrySelected     PIC A(1) VALUE 'N'.
       77 pendOpen          PIC A(1) VALUE 'N'.
       77 histOpen          PIC A(1) VALUE 'N'.
       77 priceEOF          PIC A(1) VALUE 'N'.
       77 sameAsBefore      PIC A(1) VALUE 'N'.
       77 sameAsAfter       PIC A(1) VALUE 'N'.
       77 priceRequeued     PIC A(1) VALUE 'N'.
       77 priceDropped      PIC A(1) VALUE 'N'.

      *>  Journal layout, worked on here rather than in the FD so the
      *>  same fields serve the selection pass and the sorted pass.
       COPY journalrec.

       01 runDate           PIC 9(8).
       01 runTime           PIC 9(8).
       01 lockTimestamp     PIC x(19).
       01 backoutStamp      PIC x(14).
       01 currentImage      PIC x(100).
       01 compareImage      PIC x(100).
       01 selectRun         PIC x(19) VALUE SPACES.
       01 selectSource      PIC x(20) VALUE SPACES.
       01 selectLength      PIC 9(2) VALUE 19.
       01 confirmAnswer     PIC x(1) VALUE SPACE.
       01 journalSeq        PIC 9(6) VALUE 0.

       01 selectedCount     PIC 9(6) VALUE 0.
       01 reversedCount     PIC 9(6) VALUE 0.
       01 restoredCount     PIC 9(6) VALUE 0.
       01 deletedCount      PIC 9(6) VALUE 0.
       01 alreadyCount      PIC 9(6) VALUE 0.
       01 notReversedCount  PIC 9(6) VALUE 0.
       01 pendRemovedCount  PIC 9(6) VALUE 0.
       01 histRemovedCount  PIC 9(6) VALUE 0.
       01 requeuedCount     PIC 9(6) VALUE 0.
       01 droppedCount      PIC 9(6) VALUE 0.
       01 countDisplay      PIC zzzzz9.
       01 totalLabel        PIC x(30) VALUE SPACES.

       01 headingLine.
           05 FILLER        PIC x(36)
               VALUE "MASTER CATALOG BACKOUT REPORT".
           05 FILLER        PIC x(9) VALUE "RUN DATE ".
           05 hdYear        PIC x(4).
           05 FILLER        PIC x(1) VALUE "-".
           05 hdMonth       PIC x(2).
           05 FILLER        PIC x(1) VALUE "-".
           05 hdDay         PIC x(2).

       01 columnHeading.
           05 FILLER        PIC x(14) VALUE "ISBN".
           05 FILLER        PIC x(20) VALUE "RUN".
           05 FILLER        PIC x(21) VALUE "SOURCE FILE".
           05 FILLER        PIC x(5) VALUE "TRAN".
           05 FILLER        PIC x(50) VALUE "OUTCOME".

       01 detailLine.
           05 dlISBN        PIC x(13).
           05 FILLER        PIC x(1) VALUE SPACE.
           05 dlRun         PIC x(19).
           05 FILLER        PIC x(1) VALUE SPACE.
           05 dlSource      PIC x(20).
           05 FILLER        PIC x(1) VALUE SPACE.
           05 dlTranCode    PIC x(1).
           05 FILLER        PIC x(4) VALUE SPACES.
           05 dlOutcome     PIC x(60).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT runDate FROM DATE YYYYMMDD.
           MOVE runDate(1:4) TO hdYear.
           MOVE runDate(5:2) TO hdMonth.
           MOVE runDate(7:2) TO hdDay.

      *>   A backout under a running aasbn would race its reconcile
      *>   for the same records - share its lock and its RC 12.
           PERFORM ACQUIRE-LOCK-PARA THRU ACQUIRE-LOCK-PARA-EXIT.
           IF lockHeld = 'Y'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT journalFile.
           IF journalFileStatus NOT = "00"
               DISPLAY "Master journal isbn-journal.dat could not be "
                   "opened (status " journalFileStatus ")."
               PERFORM RELEASE-LOCK-PARA THRU RELEASE-LOCK-PARA-EXIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE journalFile.

           DISPLAY "Run to back out - the journal timestamp "
               "(YYYY-MM-DD HH:MM:SS),".
           DISPLAY "or a date (YYYY-MM-DD) for every run that day: "
               WITH NO ADVANCING.
           ACCEPT selectRun.
           IF selectRun = SPACES
               DISPLAY "No run given - nothing backed out."
               PERFORM RELEASE-LOCK-PARA THRU RELEASE-LOCK-PARA-EXIT
               STOP RUN
           END-IF.
           IF selectRun(11:1) = SPACE
               MOVE 10 TO selectLength
           END-IF.
           DISPLAY "Source file to back out (blank = every file of "
               "the run): " WITH NO ADVANCING.
           ACCEPT selectSource.

      *>   Count first, so the operator sees the size of what is about
      *>   to be undone before anything is touched.
           PERFORM COUNT-PARA THRU COUNT-PARA-EXIT.
           MOVE selectedCount TO countDisplay.
           DISPLAY "Journaled changes selected ................... "
               countDisplay.
           IF selectedCount = 0
               DISPLAY "Nothing in the journal matches - nothing "
                   "backed out."
               PERFORM RELEASE-LOCK-PARA THRU RELEASE-LOCK-PARA-EXIT
               STOP RUN
           END-IF.
           DISPLAY "Back these changes out of the master catalog? "
               "(Y/N): " WITH NO ADVANCING.
           ACCEPT confirmAnswer.
           IF confirmAnswer NOT = 'Y' AND confirmAnswer NOT = 'y'
               DISPLAY "Backout cancelled - master catalog unchanged."
               PERFORM RELEASE-LOCK-PARA THRU RELEASE-LOCK-PARA-EXIT
               STOP RUN
           END-IF.

           OPEN I-O masterFile.
           IF masterFileStatus NOT = "00"
               DISPLAY "Master catalog isbn-master.dat could not be "
                   "opened (status " masterFileStatus ")."
               PERFORM RELEASE-LOCK-PARA THRU RELEASE-LOCK-PARA-EXIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *>   The price files exist only once a change has been held or
      *>   priced; without them there is nothing of theirs to undo.
           OPEN I-O pendPriceFile.
           IF pendPriceFileStatus = "00"
               MOVE 'Y' TO pendOpen
           END-IF.
           OPEN I-O priceHistFile.
           IF priceHistFileStatus = "00"
               MOVE 'Y' TO histOpen
           END-IF.

           OPEN EXTEND feedDelFile.
           IF feedDelFileStatus = "35"
               OPEN OUTPUT feedDelFile
               CLOSE feedDelFile
               OPEN EXTEND feedDelFile
           END-IF.
           IF feedDelFileStatus NOT = "00"
               DISPLAY "Warning: isbn-feeddel.dat could not be opened "
                   "(status " feedDelFileStatus ") - deleted adds will "
                   "not reach the storefront feed."
           END-IF.
           MOVE runDate TO backoutStamp(1:8).
           MOVE runTime(1:6) TO backoutStamp(9:6).

           OPEN OUTPUT backoutFile.
           MOVE headingLine TO backoutLine.
           WRITE backoutLine.
           MOVE SPACES TO backoutLine.
           STRING "SELECTED RUN " DELIMITED BY SIZE
               selectRun(1:selectLength) DELIMITED BY SIZE
               "   SOURCE " DELIMITED BY SIZE
               INTO backoutLine
           END-STRING.
           IF selectSource = SPACES
               MOVE "(all files)" TO backoutLine(43:11)
           ELSE
               MOVE selectSource TO backoutLine(43:20)
           END-IF.
           WRITE backoutLine.
           MOVE SPACES TO backoutLine.
           WRITE backoutLine.
           MOVE columnHeading TO backoutLine.
           WRITE backoutLine.

      *>   The journal is in the order the changes were made; reverse
      *>   them newest first, so a title touched twice in the run
      *>   unwinds through its intermediate image back to the first.
           MOVE 0 TO journalSeq.
           MOVE 'N' TO journalEOF.
           SORT sortFile ON DESCENDING KEY bsSeq
               INPUT PROCEDURE IS SELECT-PARA THRU SELECT-PARA-EXIT
               OUTPUT PROCEDURE IS REVERSE-PARA
                   THRU REVERSE-PARA-EXIT.

           CLOSE masterFile.
           IF pendOpen = 'Y'
               CLOSE pendPriceFile
           END-IF.
           IF histOpen = 'Y'
               CLOSE priceHistFile
           END-IF.
           IF feedDelFileStatus = "00"
               CLOSE feedDelFile
           END-IF.

           PERFORM TOTALS-PARA THRU TOTALS-PARA-EXIT.
           CLOSE backoutFile.

           PERFORM RELEASE-LOCK-PARA THRU RELEASE-LOCK-PARA-EXIT.

           DISPLAY "Backout report written to isbn-backout.rpt.".
           MOVE reversedCount TO countDisplay.
           DISPLAY "Changes reversed ............................. "
               countDisplay.
           MOVE alreadyCount TO countDisplay.
           DISPLAY "Already backed out ........................... "
               countDisplay.
           MOVE notReversedCount TO countDisplay.
           DISPLAY "NOT reversed - changed since the run ......... "
               countDisplay.

           MOVE droppedCount TO countDisplay.
           DISPLAY "Scheduled prices dropped (not re-queued) ..... "
               countDisplay.

           IF notReversedCount > 0 OR droppedCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>   Same lock aasbn takes: a record in isbn-lock.dat means a
      *>   run is in progress (or crashed and was never cleared).
       ACQUIRE-LOCK-PARA.
           MOVE 'N' TO lockHeld.
           OPEN INPUT lockFile.
           IF lockFileStatus = "00"
               READ lockFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO lockHeld
                       DISPLAY "An aasbn run holds the lock "
                           "(since " lockRecord ")."
                       DISPLAY "If that run crashed, delete "
                           "isbn-lock.dat and rerun."
               END-READ
               CLOSE lockFile
           END-IF.
           IF lockHeld = 'Y'
               GO TO ACQUIRE-LOCK-PARA-EXIT
           END-IF.

           ACCEPT runTime FROM TIME.
           STRING runDate(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               runDate(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               runDate(7:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               runTime(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               runTime(3:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               runTime(5:2) DELIMITED BY SIZE
               INTO lockTimestamp
           END-STRING.

           OPEN OUTPUT lockFile.
           IF lockFileStatus NOT = "00"
               MOVE 'Y' TO lockHeld
               DISPLAY "Run lock isbn-lock.dat could not be written "
                   "(status " lockFileStatus ")."
               GO TO ACQUIRE-LOCK-PARA-EXIT
           END-IF.
           MOVE SPACES TO lockRecord.
           MOVE lockTimestamp TO lockRecord.
           WRITE lockRecord.
           CLOSE lockFile.
       ACQUIRE-LOCK-PARA-EXIT.
           EXIT.

       RELEASE-LOCK-PARA.
           OPEN OUTPUT lockFile.
           CLOSE lockFile.
       RELEASE-LOCK-PARA-EXIT.
           EXIT.

       COUNT-PARA.
           MOVE 0 TO selectedCount.
           MOVE 'N' TO journalEOF.
           OPEN INPUT journalFile.
           PERFORM COUNT-ONE-PARA THRU COUNT-ONE-PARA-EXIT
               UNTIL journalEOF = 'Y'.
           CLOSE journalFile.
       COUNT-PARA-EXIT.
           EXIT.

       COUNT-ONE-PARA.
           READ journalFile INTO journalRecord
               AT END
                   MOVE 'Y' TO journalEOF
                   GO TO COUNT-ONE-PARA-EXIT
           END-READ.
           PERFORM MATCH-PARA THRU MATCH-PARA-EXIT.
           IF entrySelected = 'Y'
               ADD 1 TO selectedCount
           END-IF.
       COUNT-ONE-PARA-EXIT.
           EXIT.

      *>   A journal record belongs to the backout when its run stamp
      *>   starts with what the operator typed (the whole stamp, or
      *>   just the date) and, if a source file was given, it came
      *>   from that file.
       MATCH-PARA.
           MOVE 'N' TO entrySelected.
           IF jrRunStamp(1:selectLength) NOT =
               selectRun(1:selectLength)
               GO TO MATCH-PARA-EXIT
           END-IF.
           IF selectSource NOT = SPACES AND
               jrSource NOT = selectSource
               GO TO MATCH-PARA-EXIT
           END-IF.
           MOVE 'Y' TO entrySelected.
       MATCH-PARA-EXIT.
           EXIT.

       SELECT-PARA.
           OPEN INPUT journalFile.
           PERFORM SELECT-ONE-PARA THRU SELECT-ONE-PARA-EXIT
               UNTIL journalEOF = 'Y'.
           CLOSE journalFile.
       SELECT-PARA-EXIT.
           EXIT.

       SELECT-ONE-PARA.
           READ journalFile INTO journalRecord
               AT END
                   MOVE 'Y' TO journalEOF
                   GO TO SELECT-ONE-PARA-EXIT
           END-READ.
           ADD 1 TO journalSeq.
           PERFORM MATCH-PARA THRU MATCH-PARA-EXIT.
           IF entrySelected = 'Y'
               MOVE journalSeq TO bsSeq
               MOVE journalRecord TO bsJournal
               RELEASE sortRecord
           END-IF.
       SELECT-ONE-PARA-EXIT.
           EXIT.

       REVERSE-PARA.
           PERFORM REVERSE-ONE-PARA THRU REVERSE-ONE-PARA-EXIT
               UNTIL sortEOF = 'Y'.
       REVERSE-PARA-EXIT.
           EXIT.

      *>   The master record must still be exactly what the run left
      *>   behind (the after-image) to be reversed. If it already
      *>   matches the before-image - or, for an add, is gone - an
      *>   earlier backout got there first. Anything else has been
      *>   changed since and is reported, not overwritten.
       REVERSE-ONE-PARA.
           RETURN sortFile
               AT END
                   MOVE 'Y' TO sortEOF
                   GO TO REVERSE-ONE-PARA-EXIT
           END-RETURN.
           MOVE bsJournal TO journalRecord.

           MOVE SPACES TO detailLine.
           MOVE jrISBN13 TO dlISBN.
           MOVE jrRunStamp TO dlRun.
           MOVE jrSource TO dlSource.
           MOVE jrTranCode TO dlTranCode.

           MOVE jrISBN13 TO masterISBN13.
           READ masterFile
               INVALID KEY
                   IF jrActionAdd
                       ADD 1 TO alreadyCount
                       MOVE "already backed out (record not in master)"
                           TO dlOutcome
                   ELSE
                       ADD 1 TO notReversedCount
                       MOVE "NOT REVERSED - record deleted since run"
                           TO dlOutcome
                   END-IF
                   GO TO REVERSE-WRITE-PARA
           END-READ.

           PERFORM SAME-AS-BEFORE-PARA THRU SAME-AS-BEFORE-PARA-EXIT.
           PERFORM SAME-AS-AFTER-PARA THRU SAME-AS-AFTER-PARA-EXIT.
           EVALUATE TRUE
               WHEN sameAsAfter = 'Y' AND jrActionAdd
                   DELETE masterFile
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF masterFileStatus = "00"
                       ADD 1 TO reversedCount
                       ADD 1 TO deletedCount
                       PERFORM FEED-DELETE-PARA
                           THRU FEED-DELETE-PARA-EXIT
                       MOVE "reversed - added record deleted"
                           TO dlOutcome
                   ELSE
                       ADD 1 TO notReversedCount
                       MOVE SPACES TO dlOutcome
                       STRING "NOT REVERSED - delete failed (status "
                           DELIMITED BY SIZE
                           masterFileStatus DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO dlOutcome
                       END-STRING
                   END-IF
               WHEN sameAsAfter = 'Y'
                   MOVE jrBeforeImage TO masterRecord
                   MOVE backoutStamp TO masterChangeStamp
                   SET masterChangeCorrect TO TRUE
                   REWRITE masterRecord
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF masterFileStatus = "00"
                       ADD 1 TO reversedCount
                       ADD 1 TO restoredCount
                       MOVE "reversed - before-image restored"
                           TO dlOutcome
                       PERFORM PRICE-PURGE-PARA
                           THRU PRICE-PURGE-PARA-EXIT
                   ELSE
                       ADD 1 TO notReversedCount
                       MOVE SPACES TO dlOutcome
                       STRING "NOT REVERSED - rewrite failed (status "
                           DELIMITED BY SIZE
                           masterFileStatus DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO dlOutcome
                       END-STRING
                   END-IF
               WHEN jrActionRewrite AND sameAsBefore = 'Y'
                   ADD 1 TO alreadyCount
                   MOVE "already backed out (before-image in master)"
                       TO dlOutcome
                   PERFORM PRICE-PURGE-PARA THRU PRICE-PURGE-PARA-EXIT
               WHEN OTHER
                   ADD 1 TO notReversedCount
                   MOVE "NOT REVERSED - record changed since the run"
                       TO dlOutcome
           END-EVALUATE.
       REVERSE-WRITE-PARA.
           MOVE detailLine TO backoutLine.
           WRITE backoutLine.
       REVERSE-ONE-PARA-EXIT.
           EXIT.

      *>   A restored record carries the backout's change stamp, not
      *>   the one in its before-image, so "already backed out" means
      *>   the same as the before-image in everything but the stamp.
       SAME-AS-BEFORE-PARA.
           MOVE masterRecord TO currentImage.
           MOVE jrBeforeImage TO masterRecord.
           MOVE SPACES TO masterChangeStamp.
           MOVE SPACE TO masterChangeCode.
           MOVE masterRecord TO compareImage.
           MOVE currentImage TO masterRecord.
           MOVE SPACES TO masterChangeStamp.
           MOVE SPACE TO masterChangeCode.
           IF masterRecord = compareImage
               MOVE 'Y' TO sameAsBefore
           ELSE
               MOVE 'N' TO sameAsBefore
           END-IF.
           MOVE currentImage TO masterRecord.
       SAME-AS-BEFORE-PARA-EXIT.
           EXIT.

      *>   Likewise "still as the run left it" ignores the stamp: when
      *>   the run touched a title twice, the newer entry's reversal
      *>   restamps the record, and the older entry must still match.
       SAME-AS-AFTER-PARA.
           MOVE masterRecord TO currentImage.
           MOVE jrAfterImage TO masterRecord.
           MOVE SPACES TO masterChangeStamp.
           MOVE SPACE TO masterChangeCode.
           MOVE masterRecord TO compareImage.
           MOVE currentImage TO masterRecord.
           MOVE SPACES TO masterChangeStamp.
           MOVE SPACE TO masterChangeCode.
           IF masterRecord = compareImage
               MOVE 'Y' TO sameAsAfter
           ELSE
               MOVE 'N' TO sameAsAfter
           END-IF.
           MOVE currentImage TO masterRecord.
       SAME-AS-AFTER-PARA-EXIT.
           EXIT.

      *>   The add just deleted, as it stood, for the storefront feed.
       FEED-DELETE-PARA.
           IF feedDelFileStatus NOT = "00"
               GO TO FEED-DELETE-PARA-EXIT
           END-IF.
           MOVE SPACES TO feedDeleteRecord.
           MOVE backoutStamp TO fxDeleteStamp.
           MOVE masterRecord TO fxImage.
           WRITE feedDeleteRecord.
       FEED-DELETE-PARA-EXIT.
           EXIT.

      *>   A reversed price change takes its price-file rows with it:
      *>   the price a "C" change left waiting for its effective date
      *>   (it must not be applied later after all) and the history
      *>   row the change wrote. Only rows of this run and source
      *>   file are touched; a priceISBN run is its own source, and
      *>   its history rows carry the supplier file, so those match
      *>   on the run alone. A priceISBN price had already left the
      *>   pending file, so its history row goes back there before it
      *>   is removed and the next priceISBN run applies it again.
       PRICE-PURGE-PARA.
           IF jrTranCode NOT = 'C' AND jrTranCode NOT = 'P'
               GO TO PRICE-PURGE-PARA-EXIT
           END-IF.
           MOVE 'N' TO priceRequeued.
           MOVE 'N' TO priceDropped.

           IF pendOpen = 'Y' AND jrTranCode = 'C'
               MOVE LOW-VALUES TO pendKey
               MOVE jrISBN13 TO pendISBN13
               MOVE 'N' TO priceEOF
               START pendPriceFile KEY NOT < pendKey
                   INVALID KEY
                       MOVE 'Y' TO priceEOF
               END-START
               PERFORM PURGE-PENDING-PARA THRU PURGE-PENDING-PARA-EXIT
                   UNTIL priceEOF = 'Y'
           END-IF.

           IF histOpen = 'Y'
               MOVE LOW-VALUES TO phKey
               MOVE jrISBN13 TO phISBN13
               MOVE 'N' TO priceEOF
               START priceHistFile KEY NOT < phKey
                   INVALID KEY
                       MOVE 'Y' TO priceEOF
               END-START
               PERFORM PURGE-HISTORY-PARA THRU PURGE-HISTORY-PARA-EXIT
                   UNTIL priceEOF = 'Y'
           END-IF.

           EVALUATE TRUE
               WHEN priceDropped = 'Y' AND sameAsBefore = 'Y'
                   MOVE "already backed out - scheduled price dropped"
                       TO dlOutcome
               WHEN priceDropped = 'Y'
                   MOVE SPACES TO dlOutcome
                   STRING "reversed - old price back, "
                       DELIMITED BY SIZE
                       "scheduled price dropped" DELIMITED BY SIZE
                       INTO dlOutcome
                   END-STRING
               WHEN priceRequeued = 'Y' AND sameAsBefore = 'Y'
                   MOVE "already backed out - scheduled price re-queued"
                       TO dlOutcome
               WHEN priceRequeued = 'Y'
                   MOVE SPACES TO dlOutcome
                   STRING "reversed - old price back, "
                       DELIMITED BY SIZE
                       "scheduled price re-queued" DELIMITED BY SIZE
                       INTO dlOutcome
                   END-STRING
           END-EVALUATE.
       PRICE-PURGE-PARA-EXIT.
           EXIT.

       PURGE-PENDING-PARA.
           READ pendPriceFile NEXT RECORD
               AT END
                   MOVE 'Y' TO priceEOF
                   GO TO PURGE-PENDING-PARA-EXIT
           END-READ.
           IF pendISBN13 NOT = jrISBN13
               MOVE 'Y' TO priceEOF
               GO TO PURGE-PENDING-PARA-EXIT
           END-IF.
           IF pendRunStamp = jrRunStamp AND pendSource = jrSource
               DELETE pendPriceFile RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF pendPriceFileStatus = "00"
                   ADD 1 TO pendRemovedCount
               END-IF
           END-IF.
       PURGE-PENDING-PARA-EXIT.
           EXIT.

       PURGE-HISTORY-PARA.
           READ priceHistFile NEXT RECORD
               AT END
                   MOVE 'Y' TO priceEOF
                   GO TO PURGE-HISTORY-PARA-EXIT
           END-READ.
           IF phISBN13 NOT = jrISBN13
               MOVE 'Y' TO priceEOF
               GO TO PURGE-HISTORY-PARA-EXIT
           END-IF.
           IF phRunStamp NOT = jrRunStamp
               GO TO PURGE-HISTORY-PARA-EXIT
           END-IF.
           IF jrTranCode = 'C' AND phSource NOT = jrSource
               GO TO PURGE-HISTORY-PARA-EXIT
           END-IF.
           IF jrTranCode = 'P'
               PERFORM REQUEUE-PRICE-PARA THRU REQUEUE-PRICE-PARA-EXIT
           END-IF.
           DELETE priceHistFile RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF priceHistFileStatus = "00"
               ADD 1 TO histRemovedCount
           END-IF.
       PURGE-HISTORY-PARA-EXIT.
           EXIT.

      *>   The history row of a priceISBN price back into the pending
      *>   file: same ISBN, price and supplier file, effective the day
      *>   it was applied (so it is due at once). A price already
      *>   pending for that day is newer and is left to stand.
       REQUEUE-PRICE-PARA.
           IF pendOpen = 'N'
               ADD 1 TO droppedCount
               MOVE 'Y' TO priceDropped
               GO TO REQUEUE-PRICE-PARA-EXIT
           END-IF.
           MOVE phISBN13 TO pendISBN13.
           MOVE phDate TO pendEffDate.
           MOVE phNewPrice TO pendNewPrice.
           MOVE phRunStamp TO pendRunStamp.
           MOVE phSource TO pendSource.
           WRITE pendPriceRecord
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF pendPriceFileStatus = "00"
               ADD 1 TO requeuedCount
               MOVE 'Y' TO priceRequeued
           ELSE
               ADD 1 TO droppedCount
               MOVE 'Y' TO priceDropped
           END-IF.
       REQUEUE-PRICE-PARA-EXIT.
           EXIT.

      *>   One totals line each through the shared paragraph, as in
      *>   verifyISBN.
       TOTALS-PARA.
           MOVE SPACES TO backoutLine.
           WRITE backoutLine.

           MOVE selectedCount TO countDisplay.
           MOVE "  CHANGES SELECTED ........... " TO totalLabel.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE reversedCount TO countDisplay.
           MOVE "  REVERSED ................... " TO totalLabel.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE restoredCount TO countDisplay.
           MOVE "    BEFORE-IMAGE RESTORED .... " TO totalLabel.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE deletedCount TO countDisplay.
           MOVE "    ADDED RECORD DELETED ..... " TO totalLabel.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE alreadyCount TO countDisplay.
           MOVE "  ALREADY BACKED OUT ......... " TO totalLabel.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE notReversedCount TO countDisplay.
           MOVE "  NOT REVERSED ............... " TO totalLabel.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE pendRemovedCount TO countDisplay.
           MOVE "  PENDING PRICES CANCELLED ... " TO totalLabel.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE histRemovedCount TO countDisplay.
           MOVE "  PRICE HISTORY ROWS REMOVED . " TO totalLabel.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE requeuedCount TO countDisplay.
           MOVE "  SCHEDULED PRICES RE-QUEUED  " TO totalLabel.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE droppedCount TO countDisplay.
           MOVE "  SCHEDULED PRICES DROPPED .. " TO totalLabel.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
       TOTALS-PARA-EXIT.
           EXIT.

       TOTAL-LINE-PARA.
           MOVE SPACES TO backoutLine.
           STRING totalLabel DELIMITED BY SIZE
               countDisplay DELIMITED BY SIZE
               INTO backoutLine
           END-STRING.
           WRITE backoutLine.
       TOTAL-LINE-PARA-EXIT.
           EXIT.

       END PROGRAM backoutISBN.

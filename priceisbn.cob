      ******************************************************************
      * Author:  Mohammed Ahmadi
      * Date:    10/15/2026
      * Purpose: Applies the price changes whose day has come. A "C"
      *          change dated in the future leaves its new price in
      *          isbn-pendprice.dat (reconcile); run this each morning
      *          before the catalog is published and every pending
      *          price effective today or earlier is written into the
      *          master catalog, the old price goes to the price
      *          history (isbn-pricehist.dat), the change is journaled
      *          like any other master change (so backoutISBN can
      *          reverse it), and the pending record is removed. A
      *          pending price for a title no longer in the master is
      *          kept and reported. Outcomes and counts go to
      *          isbn-price.rpt; RETURN-CODE 0 = every due price
      *          applied, 4 = some could not be, 8 = a file could not
      *          be opened, 12 = an aasbn run holds the lock.
      * Tectonics: cobc -x priceisbn.cob -I .
      * Modification History:
      *  10/15/2026  MA  Original version.
      *  10/15/2026  MA  A price applied stamps the record as repriced
      *                  for the storefront feed.
      *  10/15/2026  MA  A price whose journal record cannot be written
      *                  is taken back out of the master and left
      *                  pending, so every applied price can be
      *                  backed out.
      *  10/15/2026  MA  The history row is written before the master
      *                  rewrite: a price that cannot be kept in
      *                  history is not applied and stays pending, and
      *                  the row is deleted again if the rewrite or its
      *                  journal record then fails.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. priceISBN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT pendPriceFile ASSIGN TO "isbn-pendprice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pendKey
               FILE STATUS IS pendPriceFileStatus.
           SELECT priceHistFile ASSIGN TO "isbn-pricehist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS phKey
               FILE STATUS IS priceHistFileStatus.
           SELECT masterFile ASSIGN TO "isbn-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS masterISBN13
               FILE STATUS IS masterFileStatus.
           SELECT journalFile ASSIGN TO "isbn-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS journalFileStatus.
           SELECT priceReportFile ASSIGN TO "isbn-price.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS priceReportFileStatus.
           SELECT lockFile ASSIGN TO "isbn-lock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lockFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD pendPriceFile.
       COPY pendprice.

       FD priceHistFile.
       COPY pricehist.

       FD masterFile.
       COPY masterrec.

       FD journalFile.
       COPY journalrec.

       FD priceReportFile.
       01 priceReportLine PIC x(120).

       FD lockFile.
       01 lockRecord PIC x(40).

       WORKING-STORAGE SECTION.
       01 pendPriceFileStatus   PIC x(02).
       01 priceHistFileStatus   PIC x(02).
       01 masterFileStatus      PIC x(02).
       01 journalFileStatus     PIC x(02).
       01 priceReportFileStatus PIC x(02).
       01 lockFileStatus        PIC x(02).
       77 pendEOF               PIC A(1) VALUE 'N'.
       77 lockHeld              PIC A(1) VALUE 'N'.

       01 runDate           PIC 9(8).
       01 runDateX REDEFINES runDate PIC x(8).
       01 runTime           PIC 9(8).
       01 runStamp          PIC x(19).
       01 masterBeforeImage PIC x(100).
       01 oldPrice          PIC 9(5)V99 VALUE 0.

       01 readCount         PIC 9(6) VALUE 0.
       01 appliedCount      PIC 9(6) VALUE 0.
       01 unchangedCount    PIC 9(6) VALUE 0.
       01 notAppliedCount   PIC 9(6) VALUE 0.
       01 waitingCount      PIC 9(6) VALUE 0.
       01 countDisplay      PIC zzzzz9.
       01 totalLabel        PIC x(30) VALUE SPACES.

       01 headingLine.
           05 FILLER        PIC x(36)
               VALUE "PENDING PRICE CHANGES APPLIED".
           05 FILLER        PIC x(9) VALUE "RUN DATE ".
           05 hdYear        PIC x(4).
           05 FILLER        PIC x(1) VALUE "-".
           05 hdMonth       PIC x(2).
           05 FILLER        PIC x(1) VALUE "-".
           05 hdDay         PIC x(2).

       01 columnHeading.
           05 FILLER        PIC x(14) VALUE "ISBN".
           05 FILLER        PIC x(10) VALUE "EFFECTIVE".
           05 FILLER        PIC x(10) VALUE " OLD PRICE".
           05 FILLER        PIC x(10) VALUE " NEW PRICE".
           05 FILLER        PIC x(2) VALUE SPACES.
           05 FILLER        PIC x(21) VALUE "SOURCE FILE".
           05 FILLER        PIC x(50) VALUE "OUTCOME".

       01 detailLine.
           05 dlISBN        PIC x(13).
           05 FILLER        PIC x(1) VALUE SPACE.
           05 dlEffDate     PIC x(8).
           05 FILLER        PIC x(2) VALUE SPACES.
           05 dlOldPrice    PIC zzzz9.99.
           05 FILLER        PIC x(2) VALUE SPACES.
           05 dlNewPrice    PIC zzzz9.99.
           05 FILLER        PIC x(4) VALUE SPACES.
           05 dlSource      PIC x(20).
           05 FILLER        PIC x(1) VALUE SPACE.
           05 dlOutcome     PIC x(50).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT runDate FROM DATE YYYYMMDD.
           MOVE runDate(1:4) TO hdYear.
           MOVE runDate(5:2) TO hdMonth.
           MOVE runDate(7:2) TO hdDay.

      *>   Rewrites the master like reconcile does - never under a
      *>   running aasbn. Same lock, same RC 12.
           PERFORM ACQUIRE-LOCK-PARA THRU ACQUIRE-LOCK-PARA-EXIT.
           IF lockHeld = 'Y'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O pendPriceFile.
           IF pendPriceFileStatus = "35"
               DISPLAY "No pending price changes (isbn-pendprice.dat "
                   "not found)."
               PERFORM RELEASE-LOCK-PARA THRU RELEASE-LOCK-PARA-EXIT
               STOP RUN
           END-IF.
           IF pendPriceFileStatus NOT = "00"
               DISPLAY "Pending price file isbn-pendprice.dat could "
                   "not be opened (status " pendPriceFileStatus ")."
               PERFORM RELEASE-LOCK-PARA THRU RELEASE-LOCK-PARA-EXIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O masterFile.
           IF masterFileStatus NOT = "00"
               DISPLAY "Master catalog isbn-master.dat could not be "
                   "opened (status " masterFileStatus ")."
               CLOSE pendPriceFile
               PERFORM RELEASE-LOCK-PARA THRU RELEASE-LOCK-PARA-EXIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *>   A price that cannot be kept in history or journaled is not
      *>   applied at all.
           OPEN I-O priceHistFile.
           IF priceHistFileStatus = "35"
               OPEN OUTPUT priceHistFile
               CLOSE priceHistFile
               OPEN I-O priceHistFile
           END-IF.
           OPEN EXTEND journalFile.
           IF journalFileStatus = "35"
               OPEN OUTPUT journalFile
               CLOSE journalFile
               OPEN EXTEND journalFile
           END-IF.
           IF priceHistFileStatus NOT = "00" OR
               journalFileStatus NOT = "00"
               DISPLAY "Price history or master journal could not be "
                   "opened (status " priceHistFileStatus "/"
                   journalFileStatus ")."
               CLOSE priceHistFile
               CLOSE journalFile
               CLOSE masterFile
               CLOSE pendPriceFile
               PERFORM RELEASE-LOCK-PARA THRU RELEASE-LOCK-PARA-EXIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT priceReportFile.
           MOVE headingLine TO priceReportLine.
           WRITE priceReportLine.
           MOVE SPACES TO priceReportLine.
           WRITE priceReportLine.
           MOVE columnHeading TO priceReportLine.
           WRITE priceReportLine.

      *>   Key order is ISBN then date, so two due changes for one
      *>   title are applied oldest first and the newest price wins.
           MOVE LOW-VALUES TO pendKey.
           MOVE 'N' TO pendEOF.
           START pendPriceFile KEY NOT < pendKey
               INVALID KEY
                   MOVE 'Y' TO pendEOF
           END-START.
           PERFORM APPLY-ONE-PARA THRU APPLY-ONE-PARA-EXIT
               UNTIL pendEOF = 'Y'.

           PERFORM TOTALS-PARA THRU TOTALS-PARA-EXIT.
           CLOSE priceReportFile.
           CLOSE priceHistFile.
           CLOSE journalFile.
           CLOSE masterFile.
           CLOSE pendPriceFile.

           PERFORM RELEASE-LOCK-PARA THRU RELEASE-LOCK-PARA-EXIT.

           DISPLAY "Price report written to isbn-price.rpt.".
           MOVE appliedCount TO countDisplay.
           DISPLAY "Pending prices applied ....................... "
               countDisplay.
           MOVE notAppliedCount TO countDisplay.
           DISPLAY "NOT applied - title not in master ............ "
               countDisplay.
           MOVE waitingCount TO countDisplay.
           DISPLAY "Still waiting for their effective date ....... "
               countDisplay.

           IF notAppliedCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>   Same lock aasbn takes: a record in isbn-lock.dat means a
      *>   run is in progress (or crashed and was never cleared). The
      *>   lock time is this run's stamp in the journal and history.
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
               INTO runStamp
           END-STRING.

           OPEN OUTPUT lockFile.
           IF lockFileStatus NOT = "00"
               MOVE 'Y' TO lockHeld
               DISPLAY "Run lock isbn-lock.dat could not be written "
                   "(status " lockFileStatus ")."
               GO TO ACQUIRE-LOCK-PARA-EXIT
           END-IF.
           MOVE SPACES TO lockRecord.
           MOVE runStamp TO lockRecord.
           WRITE lockRecord.
           CLOSE lockFile.
       ACQUIRE-LOCK-PARA-EXIT.
           EXIT.

       RELEASE-LOCK-PARA.
           OPEN OUTPUT lockFile.
           CLOSE lockFile.
       RELEASE-LOCK-PARA-EXIT.
           EXIT.

      *>   One pending price. Not yet due - left alone. Due, and the
      *>   title is in the master - applied, kept in history,
      *>   journaled and removed from the pending file. Due, but the
      *>   title has gone - reported and kept for the catalog desk.
       APPLY-ONE-PARA.
           READ pendPriceFile NEXT RECORD
               AT END
                   MOVE 'Y' TO pendEOF
                   GO TO APPLY-ONE-PARA-EXIT
           END-READ.
           ADD 1 TO readCount.
           IF pendEffDate > runDateX
               ADD 1 TO waitingCount
               GO TO APPLY-ONE-PARA-EXIT
           END-IF.

           MOVE SPACES TO detailLine.
           MOVE pendISBN13 TO dlISBN.
           MOVE pendEffDate TO dlEffDate.
           MOVE pendNewPrice TO dlNewPrice.
           MOVE pendSource TO dlSource.

           MOVE pendISBN13 TO masterISBN13.
           READ masterFile
               INVALID KEY
                   ADD 1 TO notAppliedCount
                   MOVE "NOT APPLIED - not in master catalog"
                       TO dlOutcome
                   GO TO APPLY-WRITE-PARA
           END-READ.
           MOVE masterListPrice TO dlOldPrice.

           IF masterListPrice = pendNewPrice
               ADD 1 TO unchangedCount
               MOVE "no change - master already at this price"
                   TO dlOutcome
               PERFORM DELETE-PENDING-PARA
                   THRU DELETE-PENDING-PARA-EXIT
               GO TO APPLY-WRITE-PARA
           END-IF.

           MOVE masterRecord TO masterBeforeImage.
           MOVE masterListPrice TO oldPrice.
           MOVE pendNewPrice TO masterListPrice.
           MOVE runDateX TO masterChangeStamp(1:8).
           MOVE runTime(1:6) TO masterChangeStamp(9:6).
           SET masterChangePrice TO TRUE.

      *>   History first - a price with no history row would leave
      *>   the price it replaced unaccounted for, so it is not applied
      *>   and stays pending.
           PERFORM WRITE-HISTORY-PARA THRU WRITE-HISTORY-PARA-EXIT.
           IF priceHistFileStatus NOT = "00"
               ADD 1 TO notAppliedCount
               MOVE SPACES TO dlOutcome
               STRING "NOT APPLIED - history write failed (status "
                   DELIMITED BY SIZE
                   priceHistFileStatus DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO dlOutcome
               END-STRING
               GO TO APPLY-WRITE-PARA
           END-IF.

           REWRITE masterRecord
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF masterFileStatus NOT = "00"
               PERFORM DELETE-HISTORY-PARA
                   THRU DELETE-HISTORY-PARA-EXIT
               ADD 1 TO notAppliedCount
               MOVE SPACES TO dlOutcome
               STRING "NOT APPLIED - rewrite failed (status "
                   DELIMITED BY SIZE
                   masterFileStatus DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO dlOutcome
               END-STRING
               GO TO APPLY-WRITE-PARA
           END-IF.

      *>   A price the journal does not have could never be backed
      *>   out - put the old record back, take its history row out
      *>   again and leave the price pending.
           PERFORM WRITE-JOURNAL-PARA THRU WRITE-JOURNAL-PARA-EXIT.
           IF journalFileStatus NOT = "00"
               ADD 1 TO notAppliedCount
               MOVE SPACES TO dlOutcome
               STRING "NOT APPLIED - journal write failed (status "
                   DELIMITED BY SIZE
                   journalFileStatus DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO dlOutcome
               END-STRING
               MOVE masterBeforeImage TO masterRecord
               REWRITE masterRecord
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF masterFileStatus NOT = "00"
                   DISPLAY "Warning: unjournaled price for "
                       masterISBN13 " could not be taken back out "
                       "(status " masterFileStatus ")"
               END-IF
               PERFORM DELETE-HISTORY-PARA
                   THRU DELETE-HISTORY-PARA-EXIT
               GO TO APPLY-WRITE-PARA
           END-IF.

           ADD 1 TO appliedCount.
           MOVE "applied to master catalog" TO dlOutcome.
           PERFORM DELETE-PENDING-PARA THRU DELETE-PENDING-PARA-EXIT.
       APPLY-WRITE-PARA.
           MOVE detailLine TO priceReportLine.
           WRITE priceReportLine.
       APPLY-ONE-PARA-EXIT.
           EXIT.

      *>   Journaled as a rewrite with transaction code P, so a
      *>   backout of this run puts the old price back.
       WRITE-JOURNAL-PARA.
           MOVE SPACES TO journalRecord.
           MOVE runStamp TO jrRunStamp.
           MOVE "priceISBN" TO jrSource.
           MOVE 'P' TO jrTranCode.
           MOVE 'R' TO jrAction.
           MOVE masterISBN13 TO jrISBN13.
           MOVE masterBeforeImage TO jrBeforeImage.
           MOVE masterRecord TO jrAfterImage.
           WRITE journalRecord.
           IF journalFileStatus NOT = "00"
               DISPLAY "Warning: master journal write failed (status "
                   journalFileStatus ") for " masterISBN13
           END-IF.
       WRITE-JOURNAL-PARA-EXIT.
           EXIT.

      *>   Same keying as reconcile: ISBN, the day the price took
      *>   effect in the catalog, and a sequence for a second change
      *>   the same day. The source is the file that sent the price.
       WRITE-HISTORY-PARA.
           MOVE masterISBN13 TO phISBN13.
           MOVE runDateX TO phDate.
           MOVE 0 TO phSeq.
           MOVE oldPrice TO phOldPrice.
           MOVE masterListPrice TO phNewPrice.
           MOVE runStamp TO phRunStamp.
           MOVE pendSource TO phSource.
           MOVE "22" TO priceHistFileStatus.
           PERFORM WRITE-HISTORY-TRY-PARA
               THRU WRITE-HISTORY-TRY-PARA-EXIT
               UNTIL priceHistFileStatus NOT = "22" OR phSeq >= 99.
           IF priceHistFileStatus NOT = "00"
               DISPLAY "Warning: price history write failed (status "
                   priceHistFileStatus ") for " masterISBN13
           END-IF.
       WRITE-HISTORY-PARA-EXIT.
           EXIT.

       WRITE-HISTORY-TRY-PARA.
           ADD 1 TO phSeq.
           WRITE priceHistRecord
               INVALID KEY
                   CONTINUE
           END-WRITE.
       WRITE-HISTORY-TRY-PARA-EXIT.
           EXIT.

      *>   The row WRITE-HISTORY-PARA just wrote (its key is still in
      *>   the record area), for a price that was not applied after
      *>   all.
       DELETE-HISTORY-PARA.
           DELETE priceHistFile RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF priceHistFileStatus NOT = "00"
               DISPLAY "Warning: price history row for " phISBN13
                   " could not be removed (status "
                   priceHistFileStatus ")"
           END-IF.
       DELETE-HISTORY-PARA-EXIT.
           EXIT.

       DELETE-PENDING-PARA.
           DELETE pendPriceFile RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF pendPriceFileStatus NOT = "00"
               DISPLAY "Warning: pending price could not be removed "
                   "(status " pendPriceFileStatus ") for " pendISBN13
           END-IF.
       DELETE-PENDING-PARA-EXIT.
           EXIT.

      *>   One totals line each through the shared paragraph, as in
      *>   verifyISBN.
       TOTALS-PARA.
           MOVE SPACES TO priceReportLine.
           WRITE priceReportLine.

           MOVE readCount TO countDisplay.
           MOVE "  PENDING PRICES READ ........ " TO totalLabel.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE appliedCount TO countDisplay.
           MOVE "  APPLIED .................... " TO totalLabel.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE unchangedCount TO countDisplay.
           MOVE "  ALREADY AT THAT PRICE ...... " TO totalLabel.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE notAppliedCount TO countDisplay.
           MOVE "  NOT APPLIED ................ " TO totalLabel.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE waitingCount TO countDisplay.
           MOVE "  NOT YET EFFECTIVE .......... " TO totalLabel.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
       TOTALS-PARA-EXIT.
           EXIT.

       TOTAL-LINE-PARA.
           MOVE SPACES TO priceReportLine.
           STRING totalLabel DELIMITED BY SIZE
               countDisplay DELIMITED BY SIZE
               INTO priceReportLine
           END-STRING.
           WRITE priceReportLine.
       TOTAL-LINE-PARA-EXIT.
           EXIT.

       END PROGRAM priceISBN.

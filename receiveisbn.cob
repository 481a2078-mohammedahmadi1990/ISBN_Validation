      ******************************************************************
      * Author:  Mohammed Ahmadi
      * Date:    10/15/2026
      * Purpose: Receiving-dock reconciliation. Reads the dock's scan
      *          file of raw Bookland barcodes - the EAN-13 with or
      *          without its 5-digit price add-on (EAN-5), one scan
      *          per copy - checks each ISBN through checkSUM, totals
      *          the copies per ISBN and sets them against the
      *          quantities on the supplier's extract for the shipment
      *          (read through readISBN, so any extract layout and its
      *          control records are accepted). The add-on price is
      *          compared with masterListPrice in isbn-master.dat.
      *          The discrepancy report (isbn-receive.rpt) lists the
      *          scans that could not be used, then over-shipped,
      *          short-shipped, unexpected-title and price-mismatch
      *          lines, for the claim against the supplier. Both file
      *          names are asked for at the console. RETURN-CODE 0 =
      *          shipment agrees, 4 = discrepancies or unusable scans,
      *          8 = the extract or the scan file could not be read.
      * Tectonics: cobc -x receiveisbn.cob isbn.cob -I .
      * Modification History:
      *  10/15/2026  MA  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. receiveISBN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>  Named at the console (same idiom as archiveISBN).
           SELECT scanFile ASSIGN TO scanFileName OF receiveNames
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS scanFileStatus.
           SELECT masterFile ASSIGN TO "isbn-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS masterISBN13
               FILE STATUS IS masterFileStatus.
           SELECT reportFile ASSIGN TO "isbn-receive.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS reportFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *>  One scan per line: 18 digits run together, the EAN-13 and
      *>  the add-on separated by a space, or the EAN-13 alone.
       FD scanFile.
       01 scanRecord PIC x(40).

       FD masterFile.
       COPY masterrec.

       FD reportFile.
       01 reportLine PIC x(120).

       WORKING-STORAGE SECTION.
       01 scanFileStatus    PIC x(02).
       01 masterFileStatus  PIC x(02).
       01 reportFileStatus  PIC x(02).
       77 scanEOF           PIC A(1) VALUE 'N'.
       77 masterOpen        PIC A(1) VALUE 'N'.
       77 entryFound        PIC A(1) VALUE 'N'.
       77 tableFull         PIC A(1) VALUE 'N'.
       77 sectionWanted     PIC A(1) VALUE SPACE.

       01 receiveNames.
           05 scanFileName  PIC x(30) VALUE SPACES.

       01 runDate           PIC 9(8).

      *>  One scan taken apart.
       01 scanWork          PIC x(40) VALUE SPACES.
       01 scanPart1         PIC x(20) VALUE SPACES.
       01 scanPart2         PIC x(20) VALUE SPACES.
       01 scanLen1          PIC 9(2) VALUE 0.
       01 scanLen2          PIC 9(2) VALUE 0.
       01 scanEAN           PIC x(13) VALUE SPACES.
       01 scanAddOn         PIC x(5) VALUE SPACES.
       01 addOnCents        PIC 9(4) VALUE 0.
       01 addOnPrice        PIC 9(5)V99 VALUE 0.
       01 rejectReason      PIC x(40) VALUE SPACES.
       01 normalISBN13      PIC x(13) VALUE SPACES.

      *>  One row per ISBN on the extract or seen at the dock. The
      *>  master's title and price are read once, on the first scan.
       01 recvCount         PIC 9(4) COMP VALUE 0.
       01 recvJ             PIC 9(4) COMP VALUE 0.
       01 recvHit           PIC 9(4) COMP VALUE 0.
       01 recvTable.
           05 recvEntry OCCURS 9999 TIMES.
               10 rvISBN13       PIC x(13).
               10 rvTitle        PIC x(40).
               10 rvOnExtract    PIC x(1).
               10 rvExpected     PIC 9(7).
               10 rvScanned      PIC 9(7).
               10 rvMasterRead   PIC x(1).
               10 rvInMaster     PIC x(1).
               10 rvListPrice    PIC 9(5)V99.
               10 rvBadPriceScans PIC 9(7).
               10 rvAddOn        PIC x(5).
               10 rvAddOnPrice   PIC 9(5)V99.

      *>  Run totals.
       01 scanReadCount      PIC 9(7) VALUE 0.
       01 scanRejectCount    PIC 9(7) VALUE 0.
       01 scanUsedCount      PIC 9(7) VALUE 0.
       01 extractSkipCount   PIC 9(7) VALUE 0.
       01 expectedCopies     PIC 9(9) VALUE 0.
       01 extractTitleCount  PIC 9(7) VALUE 0.
       01 overCount          PIC 9(7) VALUE 0.
       01 shortCount         PIC 9(7) VALUE 0.
       01 unexpectedCount    PIC 9(7) VALUE 0.
       01 priceMismatchCount PIC 9(7) VALUE 0.
       01 noAddOnCount       PIC 9(7) VALUE 0.
       01 notComparedCount   PIC 9(7) VALUE 0.
       01 sectionCount       PIC 9(7) VALUE 0.
       01 countDisplay       PIC zzzzzz9.
       01 totalLabel         PIC x(30) VALUE SPACES.

       01 headingLine.
           05 FILLER        PIC x(36)
               VALUE "RECEIVING DOCK DISCREPANCY REPORT".
           05 FILLER        PIC x(9) VALUE "RUN DATE ".
           05 hdYear        PIC x(4).
           05 FILLER        PIC x(1) VALUE "-".
           05 hdMonth       PIC x(2).
           05 FILLER        PIC x(1) VALUE "-".
           05 hdDay         PIC x(2).

       01 qtyHeading.
           05 FILLER        PIC x(14) VALUE "ISBN".
           05 FILLER        PIC x(40) VALUE "TITLE".
           05 FILLER        PIC x(9) VALUE " EXPECTED".
           05 FILLER        PIC x(9) VALUE "  SCANNED".
           05 FILLER        PIC x(12) VALUE "  DIFFERENCE".

       01 qtyLine.
           05 qlISBN        PIC x(13).
           05 FILLER        PIC x(1) VALUE SPACE.
           05 qlTitle       PIC x(40).
           05 FILLER        PIC x(2) VALUE SPACES.
           05 qlExpected    PIC zzzzzz9.
           05 FILLER        PIC x(2) VALUE SPACES.
           05 qlScanned     PIC zzzzzz9.
           05 FILLER        PIC x(4) VALUE SPACES.
           05 qlDifference  PIC +(7)9.

       01 priceHeading.
           05 FILLER        PIC x(14) VALUE "ISBN".
           05 FILLER        PIC x(41) VALUE "TITLE".
           05 FILLER        PIC x(6) VALUE "ADD-ON".
           05 FILLER        PIC x(10) VALUE "   SCANNED".
           05 FILLER        PIC x(10) VALUE "      LIST".
           05 FILLER        PIC x(8) VALUE "  COPIES".

       01 priceLine.
           05 plISBN        PIC x(13).
           05 FILLER        PIC x(1) VALUE SPACE.
           05 plTitle       PIC x(40).
           05 FILLER        PIC x(1) VALUE SPACE.
           05 plAddOn       PIC x(5).
           05 FILLER        PIC x(3) VALUE SPACES.
           05 plAddOnPrice  PIC zzzz9.99.
           05 FILLER        PIC x(2) VALUE SPACES.
           05 plListPrice   PIC zzzz9.99.
           05 FILLER        PIC x(1) VALUE SPACE.
           05 plCopies      PIC zzzzzz9.

       01 rejectLine.
           05 rlScan        PIC x(40).
           05 FILLER        PIC x(1) VALUE SPACE.
           05 rlReason      PIC x(40).

      *>  Shared Structure between subprograms
       COPY isbnstruct.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT runDate FROM DATE YYYYMMDD.
           MOVE runDate(1:4) TO hdYear.
           MOVE runDate(5:2) TO hdMonth.
           MOVE runDate(7:2) TO hdDay.

           DISPLAY "Supplier extract for this shipment: ".
           ACCEPT inputFileName.
           DISPLAY "Dock scan file: ".
           ACCEPT scanFileName.

      *>   readISBN loads the extract as it would for the nightly
      *>   batch - it only has to be told not to prompt.
           SET unattendedRun TO TRUE.
           CALL "readISBN" USING BY REFERENCE isbnStruct END-CALL.
           IF readStatus NOT = "00"
               DISPLAY "Supplier extract " FUNCTION TRIM(inputFileName)
                   " could not be read (status " readStatus ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT scanFile.
           IF scanFileStatus NOT = "00"
               DISPLAY "Scan file " FUNCTION TRIM(scanFileName)
                   " could not be read (status " scanFileStatus ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-EXTRACT-PARA THRU LOAD-EXTRACT-PARA-EXIT
               VARYING i FROM 1 BY 1 UNTIL i > isbnCount.

      *>   Without the master the quantities can still be checked;
      *>   the add-on prices cannot.
           OPEN INPUT masterFile.
           IF masterFileStatus = "00"
               MOVE 'Y' TO masterOpen
           ELSE
               DISPLAY "Warning: master catalog could not be opened "
                   "(status " masterFileStatus ") - add-on prices "
                   "not checked."
           END-IF.

           OPEN OUTPUT reportFile.
           PERFORM REPORT-HEADING-PARA THRU REPORT-HEADING-PARA-EXIT.

           MOVE 'N' TO scanEOF.
           PERFORM SCAN-ONE-PARA THRU SCAN-ONE-PARA-EXIT
               UNTIL scanEOF = 'Y'.
           CLOSE scanFile.
           IF masterOpen = 'Y'
               CLOSE masterFile
           END-IF.
           IF scanRejectCount = 0
               MOVE "  (none)" TO reportLine
               WRITE reportLine
           END-IF.

           PERFORM DISCREPANCY-PARA THRU DISCREPANCY-PARA-EXIT.
           PERFORM TOTALS-PARA THRU TOTALS-PARA-EXIT.
           CLOSE reportFile.

           IF scanRejectCount + overCount + shortCount
               + unexpectedCount + priceMismatchCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Receiving report written to isbn-receive.rpt.".
           STOP RUN.

      *>***************************************************************
      *>   One extract entry into the expected quantities. Only adds
      *>   are shipped goods - a return, delist or change line is not
      *>   something to find in the carton. A bare-ISBN extract
      *>   carries no quantity, so each of its lines is one copy.
      *>   Every ISBN is keyed on its 13-digit form, as the scanner
      *>   reads it.
      *>***************************************************************
       LOAD-EXTRACT-PARA.
           IF NOT tranIsAdd(i)
               ADD 1 TO extractSkipCount
               GO TO LOAD-EXTRACT-PARA-EXIT
           END-IF.

           MOVE SPACES TO isbn10Value.
           MOVE SPACES TO isbn13Value.
           IF isbnArray(i)(11:1) = SPACE
               MOVE isbnArray(i)(1:10) TO isbn10Value
               CALL "isbnConvert" USING BY REFERENCE isbnStruct
                   END-CALL
               IF convertStatus NOT = 1
                   ADD 1 TO extractSkipCount
                   GO TO LOAD-EXTRACT-PARA-EXIT
               END-IF
           ELSE
               MOVE isbnArray(i)(1:13) TO isbn13Value
           END-IF.

           MOVE isbn13Value TO normalISBN13.
           PERFORM FIND-ENTRY-PARA THRU FIND-ENTRY-PARA-EXIT.
           IF recvHit = 0
               ADD 1 TO extractSkipCount
               GO TO LOAD-EXTRACT-PARA-EXIT
           END-IF.

           IF rvOnExtract(recvHit) = 'N'
               MOVE 'Y' TO rvOnExtract(recvHit)
               ADD 1 TO extractTitleCount
           END-IF.
           IF rvTitle(recvHit) = SPACES
               MOVE isbnTitle(i) TO rvTitle(recvHit)
           END-IF.
           IF bareLayout
               ADD 1 TO rvExpected(recvHit)
               ADD 1 TO expectedCopies
           ELSE
               ADD isbnOnHandQty(i) TO rvExpected(recvHit)
               ADD isbnOnHandQty(i) TO expectedCopies
           END-IF.
       LOAD-EXTRACT-PARA-EXIT.
           EXIT.

      *>   Row for normalISBN13 in recvHit, opened if it is new; 0 when
      *>   the table is full.
       FIND-ENTRY-PARA.
           MOVE 'N' TO entryFound.
           MOVE 0 TO recvHit.
           PERFORM MATCH-ENTRY-PARA THRU MATCH-ENTRY-PARA-EXIT
               VARYING recvJ FROM 1 BY 1
               UNTIL recvJ > recvCount OR entryFound = 'Y'.
           IF entryFound = 'Y'
               GO TO FIND-ENTRY-PARA-EXIT
           END-IF.

           IF recvCount >= 9999
               IF tableFull = 'N'
                   DISPLAY "Warning: more than 9999 ISBNs - the rest "
                       "are not reconciled."
                   MOVE 'Y' TO tableFull
               END-IF
               GO TO FIND-ENTRY-PARA-EXIT
           END-IF.

           ADD 1 TO recvCount.
           MOVE recvCount TO recvHit.
           MOVE normalISBN13 TO rvISBN13(recvHit).
           MOVE SPACES TO rvTitle(recvHit).
           MOVE 'N' TO rvOnExtract(recvHit).
           MOVE 0 TO rvExpected(recvHit).
           MOVE 0 TO rvScanned(recvHit).
           MOVE 'N' TO rvMasterRead(recvHit).
           MOVE 'N' TO rvInMaster(recvHit).
           MOVE 0 TO rvListPrice(recvHit).
           MOVE 0 TO rvBadPriceScans(recvHit).
           MOVE SPACES TO rvAddOn(recvHit).
           MOVE 0 TO rvAddOnPrice(recvHit).
       FIND-ENTRY-PARA-EXIT.
           EXIT.

       MATCH-ENTRY-PARA.
           IF rvISBN13(recvJ) = normalISBN13
               MOVE 'Y' TO entryFound
               MOVE recvJ TO recvHit
           END-IF.
       MATCH-ENTRY-PARA-EXIT.
           EXIT.

       REPORT-HEADING-PARA.
           MOVE headingLine TO reportLine.
           WRITE reportLine.
           MOVE SPACES TO reportLine.
           WRITE reportLine.
           MOVE SPACES TO reportLine.
           STRING "SUPPLIER EXTRACT: " DELIMITED BY SIZE
               inputFileName DELIMITED BY SPACE
               INTO reportLine
           END-STRING.
           IF hdrIsPresent
               STRING "  SUPPLIER " DELIMITED BY SIZE
                   hdrSupplier DELIMITED BY SPACE
                   "  SEQUENCE " DELIMITED BY SIZE
                   hdrSequence DELIMITED BY SIZE
                   INTO reportLine(45:60)
               END-STRING
           END-IF.
           WRITE reportLine.
           MOVE SPACES TO reportLine.
           STRING "DOCK SCAN FILE:   " DELIMITED BY SIZE
               scanFileName DELIMITED BY SPACE
               INTO reportLine
           END-STRING.
           WRITE reportLine.
           MOVE SPACES TO reportLine.
           WRITE reportLine.
           MOVE "SCANS NOT USED" TO reportLine.
           WRITE reportLine.
       REPORT-HEADING-PARA-EXIT.
           EXIT.

      *>***************************************************************
      *>   One scan: split off the add-on, check the EAN-13 through
      *>   checkSUM, count the copy, and price-check the add-on. A
      *>   scan that fails is listed with its reason and not counted.
      *>***************************************************************
       SCAN-ONE-PARA.
           READ scanFile
               AT END
                   MOVE 'Y' TO scanEOF
                   GO TO SCAN-ONE-PARA-EXIT
           END-READ.

           IF scanRecord = SPACES
               GO TO SCAN-ONE-PARA-EXIT
           END-IF.
           ADD 1 TO scanReadCount.

           MOVE SPACES TO scanEAN.
           MOVE SPACES TO scanAddOn.
           MOVE SPACES TO scanPart1.
           MOVE SPACES TO scanPart2.
           MOVE 0 TO scanLen1.
           MOVE 0 TO scanLen2.
           MOVE FUNCTION TRIM(scanRecord) TO scanWork.
           UNSTRING scanWork DELIMITED BY ALL SPACE
               INTO scanPart1 COUNT IN scanLen1
                    scanPart2 COUNT IN scanLen2
           END-UNSTRING.

           EVALUATE TRUE
               WHEN scanLen1 = 18 AND scanLen2 = 0
                   MOVE scanPart1(1:13) TO scanEAN
                   MOVE scanPart1(14:5) TO scanAddOn
               WHEN scanLen1 = 13 AND
                   (scanLen2 = 0 OR scanLen2 = 5)
                   MOVE scanPart1(1:13) TO scanEAN
                   MOVE scanPart2(1:5) TO scanAddOn
               WHEN OTHER
                   MOVE "not an EAN-13 with or without an EAN-5"
                       TO rejectReason
                   PERFORM REJECT-SCAN-PARA THRU REJECT-SCAN-PARA-EXIT
                   GO TO SCAN-ONE-PARA-EXIT
           END-EVALUATE.

           IF scanEAN NOT NUMERIC
               MOVE "contains a non-digit" TO rejectReason
               PERFORM REJECT-SCAN-PARA THRU REJECT-SCAN-PARA-EXIT
               GO TO SCAN-ONE-PARA-EXIT
           END-IF.
           IF scanAddOn NOT = SPACES AND scanAddOn NOT NUMERIC
               MOVE "add-on contains a non-digit" TO rejectReason
               PERFORM REJECT-SCAN-PARA THRU REJECT-SCAN-PARA-EXIT
               GO TO SCAN-ONE-PARA-EXIT
           END-IF.

           MOVE SPACES TO inputISBN.
           MOVE scanEAN TO inputISBN.
           CALL "checkSUM" USING BY REFERENCE isbnStruct END-CALL.
           IF checkSumStatus NOT = 1
               MOVE SPACES TO rejectReason
               STRING "invalid check digit (should be "
                   DELIMITED BY SIZE
                   checkSumDigit DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO rejectReason
               END-STRING
               PERFORM REJECT-SCAN-PARA THRU REJECT-SCAN-PARA-EXIT
               GO TO SCAN-ONE-PARA-EXIT
           END-IF.

           MOVE scanEAN TO normalISBN13.
           PERFORM FIND-ENTRY-PARA THRU FIND-ENTRY-PARA-EXIT.
           IF recvHit = 0
               GO TO SCAN-ONE-PARA-EXIT
           END-IF.
           ADD 1 TO scanUsedCount.
           ADD 1 TO rvScanned(recvHit).

           IF rvMasterRead(recvHit) = 'N'
               PERFORM MASTER-READ-PARA THRU MASTER-READ-PARA-EXIT
           END-IF.
           PERFORM ADD-ON-CHECK-PARA THRU ADD-ON-CHECK-PARA-EXIT.
       SCAN-ONE-PARA-EXIT.
           EXIT.

       REJECT-SCAN-PARA.
           ADD 1 TO scanRejectCount.
           MOVE SPACES TO rejectLine.
           MOVE scanRecord TO rlScan.
           MOVE rejectReason TO rlReason.
           MOVE rejectLine TO reportLine.
           WRITE reportLine.
       REJECT-SCAN-PARA-EXIT.
           EXIT.

       MASTER-READ-PARA.
           MOVE 'Y' TO rvMasterRead(recvHit).
           IF masterOpen = 'N'
               GO TO MASTER-READ-PARA-EXIT
           END-IF.
           MOVE rvISBN13(recvHit) TO masterISBN13.
           READ masterFile
               INVALID KEY
                   GO TO MASTER-READ-PARA-EXIT
           END-READ.
           MOVE 'Y' TO rvInMaster(recvHit).
           MOVE masterListPrice TO rvListPrice(recvHit).
           IF rvTitle(recvHit) = SPACES
               MOVE masterTitle TO rvTitle(recvHit)
           END-IF.
       MASTER-READ-PARA-EXIT.
           EXIT.

      *>   The Bookland add-on is a price only when it starts with 5
      *>   (US dollars, the next four digits in cents); 59999 means
      *>   "over $99.98", and 50000 and 90000 carry no price. Anything
      *>   else - another currency, or a title the master doesn't
      *>   have - is counted as not compared.
       ADD-ON-CHECK-PARA.
           IF scanAddOn = SPACES
               ADD 1 TO noAddOnCount
               GO TO ADD-ON-CHECK-PARA-EXIT
           END-IF.
           IF scanAddOn(1:1) NOT = "5" OR scanAddOn = "59999" OR
               scanAddOn = "50000" OR rvInMaster(recvHit) = 'N'
               ADD 1 TO notComparedCount
               GO TO ADD-ON-CHECK-PARA-EXIT
           END-IF.

           MOVE scanAddOn(2:4) TO addOnCents.
           COMPUTE addOnPrice = addOnCents / 100.
           IF addOnPrice NOT = rvListPrice(recvHit)
               IF rvBadPriceScans(recvHit) = 0
                   MOVE scanAddOn TO rvAddOn(recvHit)
                   MOVE addOnPrice TO rvAddOnPrice(recvHit)
               END-IF
               ADD 1 TO rvBadPriceScans(recvHit)
           END-IF.
       ADD-ON-CHECK-PARA-EXIT.
           EXIT.

      *>***************************************************************
      *>   The four discrepancy sections, one pass over the table
      *>   each: O = over-shipped, S = short-shipped, U = unexpected
      *>   title, P = price mismatch.
      *>***************************************************************
       DISCREPANCY-PARA.
           MOVE SPACES TO reportLine.
           WRITE reportLine.
           MOVE "OVER-SHIPPED (MORE COPIES SCANNED THAN INVOICED)"
               TO reportLine.
           WRITE reportLine.
           MOVE 'O' TO sectionWanted.
           PERFORM QTY-SECTION-PARA THRU QTY-SECTION-PARA-EXIT.
           MOVE sectionCount TO overCount.

           MOVE SPACES TO reportLine.
           WRITE reportLine.
           MOVE "SHORT-SHIPPED (FEWER COPIES SCANNED THAN INVOICED)"
               TO reportLine.
           WRITE reportLine.
           MOVE 'S' TO sectionWanted.
           PERFORM QTY-SECTION-PARA THRU QTY-SECTION-PARA-EXIT.
           MOVE sectionCount TO shortCount.

           MOVE SPACES TO reportLine.
           WRITE reportLine.
           MOVE "UNEXPECTED TITLES (SCANNED, NOT ON THE EXTRACT)"
               TO reportLine.
           WRITE reportLine.
           MOVE 'U' TO sectionWanted.
           PERFORM QTY-SECTION-PARA THRU QTY-SECTION-PARA-EXIT.
           MOVE sectionCount TO unexpectedCount.

           MOVE SPACES TO reportLine.
           WRITE reportLine.
           MOVE "PRICE MISMATCHES (ADD-ON PRICE NOT THE LIST PRICE)"
               TO reportLine.
           WRITE reportLine.
           MOVE priceHeading TO reportLine.
           WRITE reportLine.
           MOVE 0 TO sectionCount.
           PERFORM PRICE-LINE-PARA THRU PRICE-LINE-PARA-EXIT
               VARYING recvJ FROM 1 BY 1 UNTIL recvJ > recvCount.
           IF sectionCount = 0
               MOVE "  (none)" TO reportLine
               WRITE reportLine
           END-IF.
           MOVE sectionCount TO priceMismatchCount.
       DISCREPANCY-PARA-EXIT.
           EXIT.

       QTY-SECTION-PARA.
           MOVE qtyHeading TO reportLine.
           WRITE reportLine.
           MOVE 0 TO sectionCount.
           PERFORM QTY-LINE-PARA THRU QTY-LINE-PARA-EXIT
               VARYING recvJ FROM 1 BY 1 UNTIL recvJ > recvCount.
           IF sectionCount = 0
               MOVE "  (none)" TO reportLine
               WRITE reportLine
           END-IF.
       QTY-SECTION-PARA-EXIT.
           EXIT.

       QTY-LINE-PARA.
           EVALUATE sectionWanted
               WHEN 'O'
                   IF rvOnExtract(recvJ) = 'N' OR
                       rvScanned(recvJ) NOT > rvExpected(recvJ)
                       GO TO QTY-LINE-PARA-EXIT
                   END-IF
               WHEN 'S'
                   IF rvOnExtract(recvJ) = 'N' OR
                       rvScanned(recvJ) NOT < rvExpected(recvJ)
                       GO TO QTY-LINE-PARA-EXIT
                   END-IF
               WHEN OTHER
                   IF rvOnExtract(recvJ) = 'Y'
                       GO TO QTY-LINE-PARA-EXIT
                   END-IF
           END-EVALUATE.

           ADD 1 TO sectionCount.
           MOVE SPACES TO qtyLine.
           MOVE rvISBN13(recvJ) TO qlISBN.
           IF rvTitle(recvJ) = SPACES
               MOVE "(not in master catalog)" TO qlTitle
           ELSE
               MOVE rvTitle(recvJ) TO qlTitle
           END-IF.
           MOVE rvExpected(recvJ) TO qlExpected.
           MOVE rvScanned(recvJ) TO qlScanned.
           COMPUTE qlDifference = rvScanned(recvJ) - rvExpected(recvJ).
           MOVE qtyLine TO reportLine.
           WRITE reportLine.
       QTY-LINE-PARA-EXIT.
           EXIT.

       PRICE-LINE-PARA.
           IF rvBadPriceScans(recvJ) = 0
               GO TO PRICE-LINE-PARA-EXIT
           END-IF.

           ADD 1 TO sectionCount.
           MOVE SPACES TO priceLine.
           MOVE rvISBN13(recvJ) TO plISBN.
           MOVE rvTitle(recvJ) TO plTitle.
           MOVE rvAddOn(recvJ) TO plAddOn.
           MOVE rvAddOnPrice(recvJ) TO plAddOnPrice.
           MOVE rvListPrice(recvJ) TO plListPrice.
           MOVE rvBadPriceScans(recvJ) TO plCopies.
           MOVE priceLine TO reportLine.
           WRITE reportLine.
       PRICE-LINE-PARA-EXIT.
           EXIT.

       TOTALS-PARA.
           MOVE SPACES TO reportLine.
           WRITE reportLine.
           MOVE "TOTALS" TO reportLine.
           WRITE reportLine.
           MOVE "SCANS READ" TO totalLabel.
           MOVE scanReadCount TO countDisplay.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE "SCANS NOT USED" TO totalLabel.
           MOVE scanRejectCount TO countDisplay.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE "COPIES SCANNED" TO totalLabel.
           MOVE scanUsedCount TO countDisplay.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE "COPIES ON THE EXTRACT" TO totalLabel.
           MOVE expectedCopies TO countDisplay.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE "TITLES ON THE EXTRACT" TO totalLabel.
           MOVE extractTitleCount TO countDisplay.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE "EXTRACT LINES NOT SHIPMENTS" TO totalLabel.
           MOVE extractSkipCount TO countDisplay.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE "TITLES OVER-SHIPPED" TO totalLabel.
           MOVE overCount TO countDisplay.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE "TITLES SHORT-SHIPPED" TO totalLabel.
           MOVE shortCount TO countDisplay.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE "UNEXPECTED TITLES" TO totalLabel.
           MOVE unexpectedCount TO countDisplay.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE "TITLES WITH PRICE MISMATCH" TO totalLabel.
           MOVE priceMismatchCount TO countDisplay.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE "SCANS WITHOUT AN ADD-ON" TO totalLabel.
           MOVE noAddOnCount TO countDisplay.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE "ADD-ONS NOT PRICE-CHECKED" TO totalLabel.
           MOVE notComparedCount TO countDisplay.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
       TOTALS-PARA-EXIT.
           EXIT.

       TOTAL-LINE-PARA.
           MOVE SPACES TO reportLine.
           STRING "  " DELIMITED BY SIZE
               totalLabel DELIMITED BY SIZE
               countDisplay DELIMITED BY SIZE
               INTO reportLine
           END-STRING.
           WRITE reportLine.
           DISPLAY reportLine(1:40).
       TOTAL-LINE-PARA-EXIT.
           EXIT.

       END PROGRAM receiveISBN.

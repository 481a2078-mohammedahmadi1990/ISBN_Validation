      * Tectonics: cobc -x inquireisbn.cob isbn.cob -I .
      * Modification History:
      *   9/02/2026  MA  Original version.
      *  10/15/2026  MA  Shows the price changes still waiting for
      *                  their effective date and the title's price
      *                  history.
      *  10/15/2026  MA  Takes an 8-character ISSN as well and shows
      *                  its 977 EAN-13 (and the ISSN of a 977 EAN),
      *                  with the ISSN or ISMN printed form where an
      *                  ISBN would show its hyphenated form.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. inquireISBN.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS masterISBN13
               FILE STATUS IS masterFileStatus.
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
           SELECT extractFile ASSIGN TO "isbn-print.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS extractFileStatus.
       FD masterFile.
       COPY masterrec.

       FD pendPriceFile.
       COPY pendprice.

       FD priceHistFile.
       COPY pricehist.

      *>  Layout written by aasbn's PRINT-EXTRACT-PARA.
       FD extractFile.
       01 extractRecord.
           05 exPublisher  PIC x(6).
           05 exFileName   PIC x(20).
           05 exPubName    PIC x(30).
           05 exIdType     PIC x(4).

      *>  Fixed layout written by AUDIT-PARA: timestamp, " file=",
      *>  filename(20), then the counts (same picture trendISBN uses).
       01 masterFileStatus  PIC x(02).
       01 extractFileStatus PIC x(02).
       01 auditFileStatus   PIC x(02).
       01 pendPriceFileStatus PIC x(02).
       01 priceHistFileStatus PIC x(02).
       77 inquiryDone       PIC A(1) VALUE 'N'.
       77 extractEOF        PIC A(1) VALUE 'N'.
       77 auditEOF          PIC A(1) VALUE 'N'.
       77 searchEOF         PIC A(1) VALUE 'N'.
       77 fileSeen          PIC A(1) VALUE 'N'.
       77 priceEOF          PIC A(1) VALUE 'N'.

       01 inquiryInput      PIC x(40) VALUE SPACES.
       01 inquiryISBN       PIC x(13) VALUE SPACES.
       01 countDisplay      PIC zzz9.
       01 priceDisplay      PIC zzzz9.99.
       01 qtyDisplay        PIC zzzzzz9.
       01 oldPriceDisplay   PIC zzzz9.99.
       01 priceRowCount     PIC 9(4) VALUE 0.
       01 currentFileName   PIC x(20) VALUE SPACES.

      *>  Source files the print extract shows contained the ISBN -

       INQUIRY-LOOP-PARA.
           DISPLAY " ".
           DISPLAY "Enter ISBN (10 or 13), ISSN (8), T=title "
               "fragment, or 0 to exit: ".
           MOVE SPACES TO inquiryInput.
           ACCEPT inquiryInput.

           EXIT.

      *>   One ISBN, both formats accepted - same length test the
      *>   batch uses (a digit past position 10 means ISBN-13, eight
      *>   characters an ISSN).
       ISBN-INQUIRY-PARA.
           MOVE SPACES TO inquiryISBN.
           MOVE FUNCTION TRIM(inquiryInput) TO inquiryISBN.
           COMPUTE inquiryLength =
               FUNCTION LENGTH(FUNCTION TRIM(inquiryISBN)).
           IF inquiryLength NOT = 8 AND inquiryLength NOT = 10 AND
               inquiryLength NOT = 13
               DISPLAY "An ISBN is 10 or 13 characters, an ISSN 8 - "
                   "got " inquiryLength "."
               GO TO ISBN-INQUIRY-PARA-EXIT
           END-IF.

           MOVE SPACES TO isbn13Value.
           MOVE SPACES TO isbn13Key.
           MOVE SPACES TO isbn10Form.
           IF inquiryLength NOT = 13
               MOVE inquiryISBN(1:10) TO isbn10Value
               MOVE inquiryISBN(1:10) TO isbn10Form
               CALL "isbnConvert" USING BY REFERENCE isbnStruct
                   END-CALL
               IF convertStatus = 1
                   MOVE isbn13Value TO isbn13Key
                   IF inquiryLength = 8
                       DISPLAY "EAN-13 form ...: " isbn13Key
                   ELSE
                       DISPLAY "ISBN-13 form ..: " isbn13Key
                   END-IF
               ELSE
                   DISPLAY "ISBN-13 form ..: not convertible"
               END-IF
                   END-CALL
               IF convertStatus = 1
                   MOVE isbn10Value TO isbn10Form
                   IF isbn13Key(1:3) = "977"
                       DISPLAY "ISSN form .....: " isbn10Form
                   ELSE
                       DISPLAY "ISBN-10 form ..: " isbn10Form
                   END-IF
               ELSE
                   DISPLAY "ISBN-10 form ..: none (not a 978 prefix)"
               END-IF
               EVALUATE rangeStatus
                   WHEN 1
                       DISPLAY "Hyphenated ....: " isbnHyphenValue
                   WHEN 4
                       DISPLAY "Printed form ..: " isbnHyphenValue
                   WHEN 2
                       DISPLAY "Range check ...: unassigned "
                           "registration group"
               END-EVALUATE
               PERFORM MASTER-LOOKUP-PARA
                   THRU MASTER-LOOKUP-PARA-EXIT
               PERFORM PRICE-INQUIRY-PARA
                   THRU PRICE-INQUIRY-PARA-EXIT
           END-IF.

           PERFORM HISTORY-PARA THRU HISTORY-PARA-EXIT.
       SHOW-MASTER-PARA-EXIT.
           EXIT.

      *>   Prices still waiting for their effective date, then every
      *>   price the title has had - both files are keyed on the
      *>   ISBN first, so a START on the ISBN walks just its rows.
       PRICE-INQUIRY-PARA.
           OPEN INPUT pendPriceFile.
           IF pendPriceFileStatus = "00"
               MOVE 0 TO priceRowCount
               MOVE 'N' TO priceEOF
               MOVE LOW-VALUES TO pendKey
               MOVE isbn13Key TO pendISBN13
               START pendPriceFile KEY NOT < pendKey
                   INVALID KEY
                       MOVE 'Y' TO priceEOF
               END-START
               PERFORM SHOW-PENDING-PARA THRU SHOW-PENDING-PARA-EXIT
                   UNTIL priceEOF = 'Y'
               CLOSE pendPriceFile
               IF priceRowCount = 0
                   DISPLAY "Pending price .: none"
               END-IF
           END-IF.

           OPEN INPUT priceHistFile.
           IF priceHistFileStatus NOT = "00"
               DISPLAY "Price history .: none kept yet"
               GO TO PRICE-INQUIRY-PARA-EXIT
           END-IF.
           MOVE 0 TO priceRowCount.
           MOVE 'N' TO priceEOF.
           MOVE LOW-VALUES TO phKey.
           MOVE isbn13Key TO phISBN13.
           START priceHistFile KEY NOT < phKey
               INVALID KEY
                   MOVE 'Y' TO priceEOF
           END-START.
           PERFORM SHOW-HISTORY-PARA THRU SHOW-HISTORY-PARA-EXIT
               UNTIL priceEOF = 'Y'.
           CLOSE priceHistFile.
           IF priceRowCount = 0
               DISPLAY "Price history .: no price changes recorded"
           END-IF.
       PRICE-INQUIRY-PARA-EXIT.
           EXIT.

       SHOW-PENDING-PARA.
           READ pendPriceFile NEXT RECORD
               AT END
                   MOVE 'Y' TO priceEOF
                   GO TO SHOW-PENDING-PARA-EXIT
           END-READ.
           IF pendISBN13 NOT = isbn13Key
               MOVE 'Y' TO priceEOF
               GO TO SHOW-PENDING-PARA-EXIT
           END-IF.
           ADD 1 TO priceRowCount.
           MOVE pendNewPrice TO priceDisplay.
           DISPLAY "Pending price .: " priceDisplay " from "
               pendEffDate " (" FUNCTION TRIM(pendSource) ")".
       SHOW-PENDING-PARA-EXIT.
           EXIT.

       SHOW-HISTORY-PARA.
           READ priceHistFile NEXT RECORD
               AT END
                   MOVE 'Y' TO priceEOF
                   GO TO SHOW-HISTORY-PARA-EXIT
           END-READ.
           IF phISBN13 NOT = isbn13Key
               MOVE 'Y' TO priceEOF
               GO TO SHOW-HISTORY-PARA-EXIT
           END-IF.
           ADD 1 TO priceRowCount.
           IF priceRowCount = 1
               DISPLAY "Price history .:"
           END-IF.
           MOVE phOldPrice TO oldPriceDisplay.
           MOVE phNewPrice TO priceDisplay.
           DISPLAY "  " phDate "  " oldPriceDisplay " -> "
               priceDisplay "  " FUNCTION TRIM(phSource).
       SHOW-HISTORY-PARA-EXIT.
           EXIT.

      *>   Which nightly files carried this ISBN? The print extract
      *>   knows (one H record per file, one D record per entry), and
      *>   the audit log has one line per file per run - show those

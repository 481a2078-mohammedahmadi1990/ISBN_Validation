      ******************************************************************
      * Author:  Mohammed Ahmadi
      * Date:    10/15/2026
      * Purpose: Daily changed-titles feed for the web storefront.
      *          Sends one record for every master title added,
      *          repriced, restocked, delisted or corrected since the
      *          previous feed - going by the change stamp reconcile,
      *          priceISBN, maintISBN and backoutISBN leave on the
      *          record - and one for every title deleted from the
      *          catalog since then (isbn-feeddel.dat). Each record
      *          carries the action, the masterRecord fields, the
      *          publisher's name and the hyphenated ISBN. The feed
      *          goes to isbn-feed-NNNNNN.dat, NNNNNN being the feed
      *          sequence, with a header carrying that sequence and
      *          the window it covers and a trailer with the record
      *          count (layouts in feedrec.cpy). isbn-feedctl.dat
      *          keeps the last sequence and the end of its window;
      *          with no control file the first feed is a full load
      *          of the catalog, every title sent as added. RETURN-
      *          CODE 0 = feed written, 8 = a file could not be opened
      *          (no feed, control file unchanged) or the control file
      *          could not be rewritten (feed written, sequence not
      *          advanced), 12 = an aasbn run holds the lock.
      * Tectonics: cobc -x feedisbn.cob isbn.cob -I .
      * Modification History:
      *  10/15/2026  MA  Original version.
      *  10/15/2026  MA  ISSN and ISMN titles carry their printed form
      *                  (isbnRange status 4) in the hyphenated column.
      *  10/15/2026  MA  The control file rewrite is status-checked; a
      *                  failure ends the run with RC 8, since the next
      *                  feed would repeat this one's sequence and
      *                  window.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. feedISBN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT masterFile ASSIGN TO "isbn-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS masterISBN13
               FILE STATUS IS masterFileStatus.
           SELECT feedDelFile ASSIGN TO "isbn-feeddel.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS feedDelFileStatus.
           SELECT feedFile ASSIGN TO feedFileName OF feedNames
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS feedFileStatus.
           SELECT feedCtlFile ASSIGN TO "isbn-feedctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS feedCtlFileStatus.
           SELECT lockFile ASSIGN TO "isbn-lock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lockFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD masterFile.
       COPY masterrec.

       FD feedDelFile.
       COPY feeddel.

       FD feedFile.
       COPY feedrec.

      *>  One record: the last feed's sequence and the stamp its
      *>  window ended at.
       FD feedCtlFile.
       01 feedCtlRecord.
           05 fcLastSeq      PIC 9(6).
           05 FILLER         PIC x(1).
           05 fcLastStamp    PIC x(14).

       FD lockFile.
       01 lockRecord PIC x(40).

       WORKING-STORAGE SECTION.
       01 masterFileStatus  PIC x(02).
       01 feedDelFileStatus PIC x(02).
       01 feedFileStatus    PIC x(02).
       01 feedCtlFileStatus PIC x(02).
       01 lockFileStatus    PIC x(02).
       77 masterEOF         PIC A(1) VALUE 'N'.
       77 feedDelEOF        PIC A(1) VALUE 'N'.
       77 ctlFailed         PIC A(1) VALUE 'N'.
       77 lockHeld          PIC A(1) VALUE 'N'.
       77 fullLoad          PIC A(1) VALUE 'N'.

       01 feedNames.
           05 feedFileName  PIC x(40) VALUE SPACES.

       01 runDate           PIC 9(8).
       01 runTime           PIC 9(8).
       01 lockTimestamp     PIC x(19).
       01 lastSeq           PIC 9(6) VALUE 0.
       01 feedSeq           PIC 9(6) VALUE 0.
       01 fromStamp         PIC x(14) VALUE SPACES.
       01 toStamp           PIC x(14) VALUE SPACES.
       01 feedAction        PIC x(1) VALUE SPACE.

       01 detailCount       PIC 9(7) VALUE 0.
       01 addedCount        PIC 9(6) VALUE 0.
       01 repricedCount     PIC 9(6) VALUE 0.
       01 restockedCount    PIC 9(6) VALUE 0.
       01 delistedCount     PIC 9(6) VALUE 0.
       01 correctedCount    PIC 9(6) VALUE 0.
       01 removedCount      PIC 9(6) VALUE 0.
       01 countDisplay      PIC zzzzz9.
       01 seqDisplay        PIC zzzzz9.

      *>  Shared Structure between subprograms
       COPY isbnstruct.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT runDate FROM DATE YYYYMMDD.

      *>   Never read the master while an aasbn run is changing it -
      *>   half a night's batch would go out as the day's changes.
           PERFORM ACQUIRE-LOCK-PARA THRU ACQUIRE-LOCK-PARA-EXIT.
           IF lockHeld = 'Y'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE runDate TO toStamp(1:8).
           MOVE runTime(1:6) TO toStamp(9:6).

           OPEN INPUT feedCtlFile.
           IF feedCtlFileStatus = "00"
               READ feedCtlFile
                   AT END
                       MOVE 'Y' TO fullLoad
                   NOT AT END
                       MOVE fcLastSeq TO lastSeq
                       MOVE fcLastStamp TO fromStamp
               END-READ
               CLOSE feedCtlFile
           ELSE
               MOVE 'Y' TO fullLoad
           END-IF.
           COMPUTE feedSeq = lastSeq + 1.

           OPEN INPUT masterFile.
           IF masterFileStatus NOT = "00"
               DISPLAY "Master catalog isbn-master.dat could not be "
                   "opened (status " masterFileStatus ") - no feed "
                   "written."
               PERFORM RELEASE-LOCK-PARA THRU RELEASE-LOCK-PARA-EXIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO feedFileName.
           STRING "isbn-feed-" DELIMITED BY SIZE
               feedSeq DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO feedFileName
           END-STRING.
           OPEN OUTPUT feedFile.
           IF feedFileStatus NOT = "00"
               DISPLAY "Feed file " FUNCTION TRIM(feedFileName)
                   " could not be written (status " feedFileStatus
                   ") - no feed written."
               CLOSE masterFile
               PERFORM RELEASE-LOCK-PARA THRU RELEASE-LOCK-PARA-EXIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO feedHeaderRecord.
           MOVE "H" TO fhRecordType.
           MOVE feedSeq TO fhSequence.
           MOVE fromStamp TO fhFromStamp.
           MOVE toStamp TO fhToStamp.
           WRITE feedHeaderRecord.

      *>   Removals go first: a title deleted and then added again in
      *>   the same window must end up present at the storefront.
           IF fullLoad = 'N'
               PERFORM DELETES-PARA THRU DELETES-PARA-EXIT
           END-IF.

           MOVE 'N' TO masterEOF.
           PERFORM MASTER-ONE-PARA THRU MASTER-ONE-PARA-EXIT
               UNTIL masterEOF = 'Y'.
           CLOSE masterFile.

           MOVE SPACES TO feedTrailerRecord.
           MOVE "T" TO ftRecordType.
           MOVE feedSeq TO ftSequence.
           MOVE detailCount TO ftRecordCount.
           WRITE feedTrailerRecord.
           CLOSE feedFile.

      *>   Only a complete feed moves the window on. If the control
      *>   file cannot be rewritten the next run would send this
      *>   sequence and window again - say so and end with RC 8.
           OPEN OUTPUT feedCtlFile.
           IF feedCtlFileStatus NOT = "00"
               MOVE 'Y' TO ctlFailed
           ELSE
               MOVE SPACES TO feedCtlRecord
               MOVE feedSeq TO fcLastSeq
               MOVE toStamp TO fcLastStamp
               WRITE feedCtlRecord
               IF feedCtlFileStatus NOT = "00"
                   MOVE 'Y' TO ctlFailed
               END-IF
               CLOSE feedCtlFile
           END-IF.
           IF ctlFailed = 'Y'
               DISPLAY "Feed control file isbn-feedctl.dat could not "
                   "be rewritten (status " feedCtlFileStatus ") - "
                   "the feed sequence was NOT advanced."
           END-IF.

           PERFORM RELEASE-LOCK-PARA THRU RELEASE-LOCK-PARA-EXIT.

           MOVE feedSeq TO seqDisplay.
           DISPLAY "Feed" seqDisplay " written to "
               FUNCTION TRIM(feedFileName) ".".
           IF fullLoad = 'Y'
               DISPLAY "First feed - full load of the master catalog."
           END-IF.
           MOVE addedCount TO countDisplay.
           DISPLAY "Titles added ................................. "
               countDisplay.
           MOVE repricedCount TO countDisplay.
           DISPLAY "Titles repriced .............................. "
               countDisplay.
           MOVE restockedCount TO countDisplay.
           DISPLAY "Titles restocked ............................. "
               countDisplay.
           MOVE delistedCount TO countDisplay.
           DISPLAY "Titles delisted .............................. "
               countDisplay.
           MOVE correctedCount TO countDisplay.
           DISPLAY "Titles corrected ............................. "
               countDisplay.
           MOVE removedCount TO countDisplay.
           DISPLAY "Titles removed from the catalog .............. "
               countDisplay.
           IF ctlFailed = 'Y'
               MOVE 8 TO RETURN-CODE
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

      *>   Deleted titles in the window. The image goes through the
      *>   master's record area (nothing has been read into it yet)
      *>   so the detail is built exactly as for a live title.
       DELETES-PARA.
           OPEN INPUT feedDelFile.
           IF feedDelFileStatus NOT = "00"
               GO TO DELETES-PARA-EXIT
           END-IF.
           MOVE 'N' TO feedDelEOF.
           PERFORM DELETE-ONE-PARA THRU DELETE-ONE-PARA-EXIT
               UNTIL feedDelEOF = 'Y'.
           CLOSE feedDelFile.
       DELETES-PARA-EXIT.
           EXIT.

       DELETE-ONE-PARA.
           READ feedDelFile
               AT END
                   MOVE 'Y' TO feedDelEOF
                   GO TO DELETE-ONE-PARA-EXIT
           END-READ.
           IF fxDeleteStamp NOT > fromStamp OR
               fxDeleteStamp > toStamp
               GO TO DELETE-ONE-PARA-EXIT
           END-IF.
           MOVE fxImage TO masterRecord.
           MOVE fxDeleteStamp TO masterChangeStamp.
           MOVE "X" TO feedAction.
           ADD 1 TO removedCount.
           PERFORM WRITE-DETAIL-PARA THRU WRITE-DETAIL-PARA-EXIT.
       DELETE-ONE-PARA-EXIT.
           EXIT.

      *>   A title goes out when its change stamp falls in the window
      *>   (after the last feed's end, up to this feed's start). On a
      *>   full load everything goes, as added.
       MASTER-ONE-PARA.
           READ masterFile NEXT RECORD
               AT END
                   MOVE 'Y' TO masterEOF
                   GO TO MASTER-ONE-PARA-EXIT
           END-READ.

           IF fullLoad = 'Y'
               MOVE "A" TO feedAction
           ELSE
               IF masterChangeStamp NOT > fromStamp OR
                   masterChangeStamp > toStamp
                   GO TO MASTER-ONE-PARA-EXIT
               END-IF
               MOVE masterChangeCode TO feedAction
               IF feedAction = SPACE
                   MOVE "C" TO feedAction
               END-IF
           END-IF.

           EVALUATE feedAction
               WHEN "A"
                   ADD 1 TO addedCount
               WHEN "P"
                   ADD 1 TO repricedCount
               WHEN "Q"
                   ADD 1 TO restockedCount
               WHEN "D"
                   ADD 1 TO delistedCount
               WHEN OTHER
                   ADD 1 TO correctedCount
           END-EVALUATE.
           PERFORM WRITE-DETAIL-PARA THRU WRITE-DETAIL-PARA-EXIT.
       MASTER-ONE-PARA-EXIT.
           EXIT.

      *>   Hyphenated form from isbnRange (blank when the range table
      *>   does not place it; the printed form for an ISSN or ISMN)
      *>   and the publisher's name from the
      *>   publisher master, as the print extract carries them.
       WRITE-DETAIL-PARA.
           MOVE SPACES TO feedDetailRecord.
           MOVE "D" TO fdRecordType.
           MOVE feedAction TO fdAction.
           MOVE masterISBN13 TO fdISBN13.
           MOVE masterTitle TO fdTitle.
           MOVE masterPublisher TO fdPublisher.
           MOVE masterListPrice TO fdListPrice.
           MOVE masterOnHandQty TO fdOnHandQty.
           MOVE masterStatus TO fdStatus.
           MOVE masterChangeStamp TO fdChangeStamp.

           MOVE masterISBN13 TO isbn13Value.
           CALL "isbnRange" USING BY REFERENCE isbnStruct END-CALL.
           IF rangeStatus = 1 OR rangeStatus = 4
               MOVE isbnHyphenValue TO fdHyphen
           END-IF.
           MOVE masterPublisher TO pubCodeValue.
           CALL "pubLookup" USING BY REFERENCE isbnStruct END-CALL.
           IF pubStatus = 1 OR pubStatus = 3
               MOVE pubNameValue TO fdPubName
           END-IF.

           WRITE feedDetailRecord.
           ADD 1 TO detailCount.
       WRITE-DETAIL-PARA-EXIT.
           EXIT.

       END PROGRAM feedISBN.

      ******************************************************************
      * Author:  Mohammed Ahmadi
      * Date:    10/15/2026
      * Purpose: Per-publisher exception return files. Splits the
      *          night's exception extract (isbn-except.dat, written
      *          by aasbn for every recycled entry) by publisher code
      *          into one outbound file per publisher,
      *          isbn-return-<code>-<yyyymmdd>.dat, dated by the run
      *          the exceptions came from: a header naming the
      *          publisher (from isbn-publishers.dat through
      *          pubLookup), one line per failed record - ISBN,
      *          title, status code and its text, the check digit
      *          checkSUM suggested, source file - and a trailer with
      *          the record count. Every file sent is logged to
      *          isbn-transmit.dat (when, which run, which publisher,
      *          how many records, which file) so a supplier dispute
      *          can be answered. Entries with no publisher code (bare
      *          ISBN extracts) have nobody to go to; they are counted
      *          and left in isbn-reject.dat. RETURN-CODE 0 = done,
      *          4 = a return file could not be written, 8 = no
      *          exception extract.
      * Tectonics: cobc -x returnisbn.cob isbn.cob -I .
      * Modification History:
      *  10/15/2026  MA  Original version.
      *  10/15/2026  MA  A change rejected for a bad effective date
      *                  says so in its status text.
      *  10/15/2026  MA  The status text follows the reject reason
      *                  aasbn records (erTranReject 'U' unknown code,
      *                  'Y' not in master) instead of guessing it from
      *                  the transaction code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. returnISBN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT exceptFile ASSIGN TO "isbn-except.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS exceptFileStatus.
      *>  Named per publisher at run time (same idiom as archiveISBN).
           SELECT returnFile ASSIGN TO returnFileName OF returnNames
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS returnFileStatus.
           SELECT transmitFile ASSIGN TO "isbn-transmit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS transmitFileStatus.
           SELECT sortFile ASSIGN TO "isbn-retsortwk".

       DATA DIVISION.
       FILE SECTION.
       FD exceptFile.
       COPY exceptrec.

       FD returnFile.
       01 returnLine PIC x(150).

      *>  Transmittal log, appended: when the file was cut, the run
      *>  its exceptions came from, publisher, record count, file.
       FD transmitFile.
       01 transmitRecord.
           05 tlSentStamp    PIC x(19).
           05 FILLER         PIC x(1).
           05 tlRunStamp     PIC x(19).
           05 FILLER         PIC x(1).
           05 tlPublisher    PIC x(6).
           05 FILLER         PIC x(1).
           05 tlRecordCount  PIC 9(6).
           05 FILLER         PIC x(1).
           05 tlFileName     PIC x(40).
           05 FILLER         PIC x(1).
           05 tlPubName      PIC x(30).

      *>  exceptrec.cpy layout, sorted by publisher, run and ISBN.
       SD sortFile.
       01 sortRecord.
           05 srRunStamp     PIC x(19).
           05 FILLER         PIC x(1).
           05 srSource       PIC x(20).
           05 FILLER         PIC x(1).
           05 srPublisher    PIC x(6).
           05 FILLER         PIC x(1).
           05 srISBN         PIC x(13).
           05 FILLER         PIC x(1).
           05 srStatus       PIC 9(2).
           05 FILLER         PIC x(1).
           05 srTranReject   PIC x(1).
           05 srTranCode     PIC x(1).
           05 FILLER         PIC x(1).
           05 srSuggested    PIC x(1).
           05 FILLER         PIC x(1).
           05 srTitle        PIC x(40).

       WORKING-STORAGE SECTION.
       01 exceptFileStatus   PIC x(02).
       01 returnFileStatus   PIC x(02).
       01 transmitFileStatus PIC x(02).
       77 sortEOF            PIC A(1) VALUE 'N'.
       77 groupOpen          PIC A(1) VALUE 'N'.
       77 groupSkip          PIC A(1) VALUE 'N'.

       01 returnNames.
           05 returnFileName PIC x(40) VALUE SPACES.

       01 runDate            PIC 9(8).
       01 runTime            PIC 9(8).
       01 sentStamp          PIC x(19) VALUE SPACES.
       01 currentPublisher   PIC x(6) VALUE SPACES.
       01 groupRunStamp      PIC x(19) VALUE SPACES.
       01 groupPubName       PIC x(30) VALUE SPACES.
       01 groupCount         PIC 9(6) VALUE 0.
       01 statusText         PIC x(30) VALUE SPACES.

       01 fileCount          PIC 9(6) VALUE 0.
       01 sentCount          PIC 9(6) VALUE 0.
       01 noPublisherCount   PIC 9(6) VALUE 0.
       01 failedFileCount    PIC 9(6) VALUE 0.
       01 countDisplay       PIC zzzzz9.

       01 returnHeader.
           05 FILLER         PIC x(1) VALUE "H".
           05 FILLER         PIC x(1) VALUE SPACE.
           05 rhPublisher    PIC x(6).
           05 FILLER         PIC x(1) VALUE SPACE.
           05 rhPubName      PIC x(30).
           05 FILLER         PIC x(1) VALUE SPACE.
           05 rhRunStamp     PIC x(19).
           05 FILLER         PIC x(1) VALUE SPACE.
           05 FILLER         PIC x(30)
               VALUE "ISBN EXCEPTIONS RETURNED".

       01 returnDetail.
           05 FILLER         PIC x(1) VALUE "D".
           05 FILLER         PIC x(1) VALUE SPACE.
           05 rdISBN         PIC x(13).
           05 FILLER         PIC x(1) VALUE SPACE.
           05 rdTitle        PIC x(40).
           05 FILLER         PIC x(1) VALUE SPACE.
           05 rdStatus       PIC 9(2).
           05 FILLER         PIC x(1) VALUE SPACE.
           05 rdStatusText   PIC x(30).
           05 FILLER         PIC x(1) VALUE SPACE.
           05 rdSuggested    PIC x(1).
           05 FILLER         PIC x(1) VALUE SPACE.
           05 rdSource       PIC x(20).

       01 returnTrailer.
           05 FILLER         PIC x(1) VALUE "T".
           05 FILLER         PIC x(1) VALUE SPACE.
           05 rtPublisher    PIC x(6).
           05 FILLER         PIC x(1) VALUE SPACE.
           05 rtRecordCount  PIC 9(6).

      *>  Shared Structure between subprograms
       COPY isbnstruct.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT runDate FROM DATE YYYYMMDD.
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
               INTO sentStamp
           END-STRING.

           OPEN INPUT exceptFile.
           IF exceptFileStatus NOT = "00"
               DISPLAY "No exception extract (isbn-except.dat) found "
                   "- run aasbn first (status " exceptFileStatus ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE exceptFile.

           SORT sortFile ON ASCENDING KEY srPublisher srRunStamp srISBN
               USING exceptFile
               OUTPUT PROCEDURE IS RETURN-OUT-PARA
                   THRU RETURN-OUT-PARA-EXIT.

           MOVE fileCount TO countDisplay.
           DISPLAY "Publisher return files written ............... "
               countDisplay.
           MOVE sentCount TO countDisplay.
           DISPLAY "Exception records returned ................... "
               countDisplay.
           MOVE noPublisherCount TO countDisplay.
           DISPLAY "No publisher code - not returned ............. "
               countDisplay.
           IF failedFileCount > 0
               MOVE failedFileCount TO countDisplay
               DISPLAY "Return files that could not be written ....... "
                   countDisplay
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       RETURN-OUT-PARA.
           OPEN EXTEND transmitFile.
           IF transmitFileStatus = "35"
               OPEN OUTPUT transmitFile
               CLOSE transmitFile
               OPEN EXTEND transmitFile
           END-IF.

           PERFORM RETURN-ONE-PARA THRU RETURN-ONE-PARA-EXIT
               UNTIL sortEOF = 'Y'.

           IF groupOpen = 'Y'
               PERFORM CLOSE-GROUP-PARA THRU CLOSE-GROUP-PARA-EXIT
           END-IF.
           CLOSE transmitFile.
       RETURN-OUT-PARA-EXIT.
           EXIT.

       RETURN-ONE-PARA.
           RETURN sortFile
               AT END
                   MOVE 'Y' TO sortEOF
                   GO TO RETURN-ONE-PARA-EXIT
           END-RETURN.

      *>   Blank codes sort first; a bare-ISBN reject has no supplier
      *>   to send it to.
           IF srPublisher = SPACES
               ADD 1 TO noPublisherCount
               GO TO RETURN-ONE-PARA-EXIT
           END-IF.

           IF srPublisher NOT = currentPublisher OR
               (groupOpen = 'N' AND groupSkip = 'N')
               IF groupOpen = 'Y'
                   PERFORM CLOSE-GROUP-PARA THRU CLOSE-GROUP-PARA-EXIT
               END-IF
               PERFORM OPEN-GROUP-PARA THRU OPEN-GROUP-PARA-EXIT
           END-IF.
           IF groupSkip = 'Y'
               GO TO RETURN-ONE-PARA-EXIT
           END-IF.

           PERFORM STATUS-TEXT-PARA THRU STATUS-TEXT-PARA-EXIT.
           MOVE srISBN TO rdISBN.
           MOVE srTitle TO rdTitle.
           MOVE srStatus TO rdStatus.
           MOVE statusText TO rdStatusText.
           MOVE srSuggested TO rdSuggested.
           MOVE srSource TO rdSource.
           MOVE returnDetail TO returnLine.
           WRITE returnLine.
           ADD 1 TO groupCount.
           ADD 1 TO sentCount.
       RETURN-ONE-PARA-EXIT.
           EXIT.

      *>   A new publisher: look up its name and open its file, dated
      *>   by the run its first exception came from.
       OPEN-GROUP-PARA.
           MOVE srPublisher TO currentPublisher.
           MOVE srRunStamp TO groupRunStamp.
           MOVE 0 TO groupCount.
           MOVE 'N' TO groupSkip.

           MOVE srPublisher TO pubCodeValue.
           CALL "pubLookup" USING BY REFERENCE isbnStruct END-CALL.
           IF pubStatus = 1 OR pubStatus = 3
               MOVE pubNameValue TO groupPubName
           ELSE
               MOVE "(not in publisher master)" TO groupPubName
           END-IF.

           MOVE SPACES TO returnFileName.
           STRING "isbn-return-" DELIMITED BY SIZE
               srPublisher DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               srRunStamp(1:4) DELIMITED BY SIZE
               srRunStamp(6:2) DELIMITED BY SIZE
               srRunStamp(9:2) DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO returnFileName
           END-STRING.

           OPEN OUTPUT returnFile.
           IF returnFileStatus NOT = "00"
               DISPLAY "Warning: " FUNCTION TRIM(returnFileName)
                   " could not be written (status " returnFileStatus
                   ") - " srPublisher " exceptions not returned."
               ADD 1 TO failedFileCount
               MOVE 'Y' TO groupSkip
               GO TO OPEN-GROUP-PARA-EXIT
           END-IF.
           MOVE 'Y' TO groupOpen.

           MOVE srPublisher TO rhPublisher.
           MOVE groupPubName TO rhPubName.
           MOVE srRunStamp TO rhRunStamp.
           MOVE returnHeader TO returnLine.
           WRITE returnLine.
       OPEN-GROUP-PARA-EXIT.
           EXIT.

      *>   Trailer, close, and one transmittal log line for the file.
       CLOSE-GROUP-PARA.
           MOVE currentPublisher TO rtPublisher.
           MOVE groupCount TO rtRecordCount.
           MOVE returnTrailer TO returnLine.
           WRITE returnLine.
           CLOSE returnFile.
           MOVE 'N' TO groupOpen.
           ADD 1 TO fileCount.

           MOVE SPACES TO transmitRecord.
           MOVE sentStamp TO tlSentStamp.
           MOVE groupRunStamp TO tlRunStamp.
           MOVE currentPublisher TO tlPublisher.
           MOVE groupCount TO tlRecordCount.
           MOVE returnFileName TO tlFileName.
           MOVE groupPubName TO tlPubName.
           WRITE transmitRecord.

           MOVE groupCount TO countDisplay.
           DISPLAY FUNCTION TRIM(returnFileName) " - "
               FUNCTION TRIM(groupPubName) " -" countDisplay
               " record(s).".
       CLOSE-GROUP-PARA-EXIT.
           EXIT.

      *>   Same reason wording as ageISBN; a valid ISBN whose
      *>   transaction reconcile turned away says why.
       STATUS-TEXT-PARA.
           IF srTranReject = 'E'
               MOVE "TRAN REJECTED - BAD EFF DATE" TO statusText
               GO TO STATUS-TEXT-PARA-EXIT
           END-IF.
           IF srTranReject = 'U'
               MOVE "TRAN REJECTED - UNKNOWN CODE" TO statusText
               GO TO STATUS-TEXT-PARA-EXIT
           END-IF.
           IF srTranReject = 'Y'
               MOVE "TRAN REJECTED - NOT IN MASTER" TO statusText
               GO TO STATUS-TEXT-PARA-EXIT
           END-IF.
           EVALUATE srStatus
               WHEN 10
                   MOVE "BAD CHECK DIGIT" TO statusText
               WHEN 20
                   MOVE "NON-DIGIT" TO statusText
               WHEN 30
                   MOVE "UNASSIGNED RANGE" TO statusText
               WHEN 40
                   MOVE "UNKNOWN PUB CODE" TO statusText
               WHEN 41
                   MOVE "INACTIVE PUB" TO statusText
               WHEN OTHER
                   MOVE "UNCLASSIFIED" TO statusText
           END-EVALUATE.
       STATUS-TEXT-PARA-EXIT.
           EXIT.

       END PROGRAM returnISBN.

      *                  per-publisher rollup of pass/fail counts
      *                  closes the report so a supplier can be told
      *                  exactly how dirty their feed was.
      *  10/15/2026  MA  Extract records carry the identifier type
      *                  (ISBN, ISSN or ISMN); the detail line shows it
      *                  next to the number (report line now 125).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. printISBN.
           05 exPublisher  PIC x(6).
           05 exFileName   PIC x(20).
           05 exPubName    PIC x(30).
           05 exIdType     PIC x(4).

       FD reportFile.
       01 reportLine PIC x(125).

       WORKING-STORAGE SECTION.
       01 extractFileStatus PIC x(02).

       01 currentFileName   PIC x(20) VALUE SPACES.
       01 categoryText      PIC x(16) VALUE SPACES.
       01 savedLine         PIC x(125) VALUE SPACES.
       77 rollupPass        PIC A(1) VALUE 'N'.
       77 rollupFound       PIC A(1) VALUE 'N'.


       01 columnHeading.
           05 FILLER        PIC x(14) VALUE "ISBN".
           05 FILLER        PIC x(5) VALUE "TYPE".
           05 FILLER        PIC x(18) VALUE "HYPHENATED".
           05 FILLER        PIC x(17) VALUE "STATUS".
           05 FILLER        PIC x(41) VALUE "TITLE".
       01 detailLine.
           05 dlISBN        PIC x(13).
           05 FILLER        PIC x(1) VALUE SPACE.
           05 dlIdType      PIC x(4).
           05 FILLER        PIC x(1) VALUE SPACE.
           05 dlHyphen      PIC x(17).
           05 FILLER        PIC x(1) VALUE SPACE.
           05 dlStatus      PIC x(16).

           MOVE SPACES TO detailLine.
           MOVE exISBN TO dlISBN.
      *>   Extracts written before the type was carried are all ISBNs.
           IF exIdType = SPACES
               MOVE "ISBN" TO dlIdType
           ELSE
               MOVE exIdType TO dlIdType
           END-IF.
           MOVE exHyphen TO dlHyphen.
           MOVE categoryText TO dlStatus.
           MOVE exTitle TO dlTitle.

      ******************************************************************
      * Author:  Mohammed Ahmadi
      * Date:    10/15/2026
      * Purpose: Possible-duplicate title report over the master
      *          catalog (isbn-master.dat). reconcile only stops the
      *          same ISBN-13 coming in twice; this finds the same
      *          book loaded under two ISBNs - a keying error that
      *          happened to pass the check digit, or a reissue the
      *          supplier should have sent as a change. Records are
      *          grouped when their masterTitle matches after
      *          normalization (case, punctuation, a leading or
      *          trailing article and extra spaces ignored) under the
      *          same masterPublisher. Each group is listed with its
      *          ISBNs, prices, on-hand quantities and status, so the
      *          catalog supervisor can merge or delist the extras
      *          with maintISBN before on-hand is split across two
      *          records. Output goes to isbn-dups.rpt, 60 lines to
      *          the page. RETURN-CODE 0 = no possible duplicates,
      *          4 = groups listed, 8 = master could not be opened.
      * Tectonics: cobc -x dupisbn.cob -I .
      * Modification History:
      *  10/15/2026  MA  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dupISBN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT masterFile ASSIGN TO "isbn-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS masterISBN13
               FILE STATUS IS masterFileStatus.
           SELECT dupFile ASSIGN TO "isbn-dups.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS dupFileStatus.
           SELECT sortFile ASSIGN TO "isbn-dupsortwk".

       DATA DIVISION.
       FILE SECTION.
       FD masterFile.
       COPY masterrec.

       FD dupFile.
       01 dupLine PIC x(120).

       SD sortFile.
       01 sortRecord.
           05 srPublisher  PIC x(6).
           05 srNormTitle  PIC x(40).
           05 srISBN13     PIC x(13).
           05 srTitle      PIC x(40).
           05 srListPrice  PIC 9(5)V99.
           05 srOnHandQty  PIC 9(7).
           05 srStatus     PIC x(1).

       WORKING-STORAGE SECTION.
       01 masterFileStatus  PIC x(02).
       01 dupFileStatus     PIC x(02).
       77 masterEOF         PIC A(1) VALUE 'N'.
       77 sortEOF           PIC A(1) VALUE 'N'.
       77 spacePending      PIC A(1) VALUE 'N'.

       01 pageNumber        PIC 9(4) VALUE 0.
       01 lineCount         PIC 9(2) VALUE 99.
       01 linesPerPage      PIC 9(2) VALUE 60.
       01 runDate           PIC 9(8).
       01 savedLine         PIC x(120) VALUE SPACES.

      *>  Title normalization work areas. An apostrophe is dropped
      *>  outright (CHILDREN'S = CHILDRENS); the other punctuation
      *>  becomes a space, and runs of spaces close up to one.
       01 normWork          PIC x(40) VALUE SPACES.
       01 normTitle         PIC x(40) VALUE SPACES.
       01 normShift         PIC x(40) VALUE SPACES.
       01 normLen           PIC 9(2) VALUE 0.
       01 normPos           PIC 9(2) VALUE 0.
       01 titleLen          PIC 9(2) VALUE 0.
       01 normChar          PIC x(1) VALUE SPACE.
       01 punctChars        PIC x(18) VALUE ".,;:!?""-()[]/&*#+_".
       01 punctSpaces       PIC x(18) VALUE SPACES.

      *>  The run of sorted records sharing one publisher and
      *>  normalized title; listed when it holds more than one.
       01 groupPublisher    PIC x(6) VALUE SPACES.
       01 groupNormTitle    PIC x(40) VALUE SPACES.
       01 groupCount        PIC 9(4) COMP VALUE 0.
       01 groupJ            PIC 9(4) COMP VALUE 0.
       01 groupOnHand       PIC 9(9) VALUE 0.
       01 groupTable.
           05 groupEntry OCCURS 200 TIMES.
               10 gtISBN13     PIC x(13).
               10 gtTitle      PIC x(40).
               10 gtListPrice  PIC 9(5)V99.
               10 gtOnHandQty  PIC 9(7).
               10 gtStatus     PIC x(1).

       01 readCount         PIC 9(7) VALUE 0.
       01 blankTitleCount   PIC 9(7) VALUE 0.
       01 dupGroupCount     PIC 9(7) VALUE 0.
       01 dupRecordCount    PIC 9(7) VALUE 0.
       01 overflowCount     PIC 9(7) VALUE 0.
       01 countDisplay      PIC zzzzzz9.
       01 unitsDisplay      PIC zzz,zzz,zz9.

       01 pageHeading.
           05 FILLER        PIC x(34)
               VALUE "POSSIBLE DUPLICATE TITLES".
           05 FILLER        PIC x(9) VALUE "RUN DATE ".
           05 phYear        PIC x(4).
           05 FILLER        PIC x(1) VALUE "-".
           05 phMonth       PIC x(2).
           05 FILLER        PIC x(1) VALUE "-".
           05 phDay         PIC x(2).
           05 FILLER        PIC x(36) VALUE SPACES.
           05 FILLER        PIC x(5) VALUE "PAGE ".
           05 phPage        PIC zzz9.

       01 columnHeading.
           05 FILLER        PIC x(16) VALUE "  ISBN".
           05 FILLER        PIC x(40) VALUE "TITLE AS CATALOGUED".
           05 FILLER        PIC x(10) VALUE "     PRICE".
           05 FILLER        PIC x(12) VALUE "     ON HAND".
           05 FILLER        PIC x(10) VALUE "  STATUS".

       01 detailLine.
           05 FILLER        PIC x(2) VALUE SPACES.
           05 dlISBN        PIC x(13).
           05 FILLER        PIC x(1) VALUE SPACE.
           05 dlTitle       PIC x(40).
           05 FILLER        PIC x(1) VALUE SPACE.
           05 dlPrice       PIC zz,zz9.99.
           05 FILLER        PIC x(1) VALUE SPACE.
           05 dlOnHand      PIC zzz,zzz,zz9.
           05 FILLER        PIC x(2) VALUE SPACES.
           05 dlStatus      PIC x(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT runDate FROM DATE YYYYMMDD.
           MOVE runDate(1:4) TO phYear.
           MOVE runDate(5:2) TO phMonth.
           MOVE runDate(7:2) TO phDay.

           OPEN INPUT masterFile.
           IF masterFileStatus NOT = "00"
               DISPLAY "Master catalog isbn-master.dat could not be "
                   "opened (status " masterFileStatus ") - no report "
                   "written."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           SORT sortFile
               ON ASCENDING KEY srPublisher srNormTitle srISBN13
               INPUT PROCEDURE IS MASTER-IN-PARA
                   THRU MASTER-IN-PARA-EXIT
               OUTPUT PROCEDURE IS REPORT-OUT-PARA
                   THRU REPORT-OUT-PARA-EXIT.

           CLOSE masterFile.

           IF dupGroupCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE dupGroupCount TO countDisplay.
           DISPLAY "Possible duplicate groups ... " countDisplay.
           DISPLAY "Duplicate report written to isbn-dups.rpt.".
           STOP RUN.

      *>***************************************************************
      *>   Input side of the sort: every master record with a title,
      *>   carrying its normalized title as the second sort key.
      *>***************************************************************
       MASTER-IN-PARA.
           PERFORM MASTER-ONE-PARA THRU MASTER-ONE-PARA-EXIT
               UNTIL masterEOF = 'Y'.
       MASTER-IN-PARA-EXIT.
           EXIT.

       MASTER-ONE-PARA.
           READ masterFile NEXT RECORD
               AT END
                   MOVE 'Y' TO masterEOF
                   GO TO MASTER-ONE-PARA-EXIT
           END-READ.
           ADD 1 TO readCount.

           PERFORM NORMALIZE-PARA THRU NORMALIZE-PARA-EXIT.
           IF normTitle = SPACES
               ADD 1 TO blankTitleCount
               GO TO MASTER-ONE-PARA-EXIT
           END-IF.

           MOVE masterPublisher TO srPublisher.
           MOVE normTitle TO srNormTitle.
           MOVE masterISBN13 TO srISBN13.
           MOVE masterTitle TO srTitle.
           MOVE masterListPrice TO srListPrice.
           MOVE masterOnHandQty TO srOnHandQty.
           MOVE masterStatus TO srStatus.
           RELEASE sortRecord.
       MASTER-ONE-PARA-EXIT.
           EXIT.

      *>***************************************************************
      *>   masterTitle into normTitle: upper case; a library-style
      *>   trailing article (", THE" / ", A" / ", AN") dropped;
      *>   punctuation out; spaces closed up; then a leading THE, A
      *>   or AN dropped - so "The Hobbit", "HOBBIT, THE" and
      *>   "Hobbit" all come out as HOBBIT.
      *>***************************************************************
       NORMALIZE-PARA.
           MOVE FUNCTION UPPER-CASE(masterTitle) TO normWork.
           MOVE SPACES TO normTitle.
           MOVE 0 TO normLen.

           MOVE 0 TO titleLen.
           PERFORM TITLE-LENGTH-PARA THRU TITLE-LENGTH-PARA-EXIT
               VARYING normPos FROM 40 BY -1
               UNTIL normPos < 1 OR titleLen > 0.
           IF titleLen > 5
               IF normWork(titleLen - 4:5) = ", THE"
                   MOVE SPACES TO normWork(titleLen - 4:5)
               END-IF
           END-IF.
           IF titleLen > 4
               IF normWork(titleLen - 3:4) = ", AN"
                   MOVE SPACES TO normWork(titleLen - 3:4)
               END-IF
           END-IF.
           IF titleLen > 3
               IF normWork(titleLen - 2:3) = ", A"
                   MOVE SPACES TO normWork(titleLen - 2:3)
               END-IF
           END-IF.

           INSPECT normWork CONVERTING punctChars TO punctSpaces.

           MOVE 'N' TO spacePending.
           PERFORM NORMALIZE-CHAR-PARA THRU NORMALIZE-CHAR-PARA-EXIT
               VARYING normPos FROM 1 BY 1 UNTIL normPos > 40.

           MOVE SPACES TO normShift.
           EVALUATE TRUE
               WHEN normLen > 4 AND normTitle(1:4) = "THE "
                   MOVE normTitle(5:36) TO normShift
                   MOVE normShift TO normTitle
               WHEN normLen > 3 AND normTitle(1:3) = "AN "
                   MOVE normTitle(4:37) TO normShift
                   MOVE normShift TO normTitle
               WHEN normLen > 2 AND normTitle(1:2) = "A "
                   MOVE normTitle(3:38) TO normShift
                   MOVE normShift TO normTitle
           END-EVALUATE.
       NORMALIZE-PARA-EXIT.
           EXIT.

       TITLE-LENGTH-PARA.
           IF normWork(normPos:1) NOT = SPACE
               MOVE normPos TO titleLen
           END-IF.
       TITLE-LENGTH-PARA-EXIT.
           EXIT.

       NORMALIZE-CHAR-PARA.
           MOVE normWork(normPos:1) TO normChar.
           IF normChar = "'"
               GO TO NORMALIZE-CHAR-PARA-EXIT
           END-IF.
           IF normChar = SPACE
               IF normLen > 0
                   MOVE 'Y' TO spacePending
               END-IF
               GO TO NORMALIZE-CHAR-PARA-EXIT
           END-IF.
           IF spacePending = 'Y'
               ADD 1 TO normLen
               MOVE SPACE TO normTitle(normLen:1)
               MOVE 'N' TO spacePending
           END-IF.
           ADD 1 TO normLen.
           MOVE normChar TO normTitle(normLen:1).
       NORMALIZE-CHAR-PARA-EXIT.
           EXIT.

      *>***************************************************************
      *>   Output side: collect each run of one publisher and one
      *>   normalized title, and list the runs of two or more.
      *>***************************************************************
       REPORT-OUT-PARA.
           OPEN OUTPUT dupFile.

           PERFORM GROUP-ONE-PARA THRU GROUP-ONE-PARA-EXIT
               UNTIL sortEOF = 'Y'.
           PERFORM GROUP-CLOSE-PARA THRU GROUP-CLOSE-PARA-EXIT.

           IF dupGroupCount = 0
               PERFORM WRITE-BLANK-PARA THRU WRITE-BLANK-PARA-EXIT
               MOVE "  (none)" TO dupLine
               PERFORM WRITE-LINE-PARA THRU WRITE-LINE-PARA-EXIT
           END-IF.
           PERFORM TOTALS-PARA THRU TOTALS-PARA-EXIT.

           CLOSE dupFile.
       REPORT-OUT-PARA-EXIT.
           EXIT.

       GROUP-ONE-PARA.
           RETURN sortFile
               AT END
                   MOVE 'Y' TO sortEOF
                   GO TO GROUP-ONE-PARA-EXIT
           END-RETURN.

           IF srPublisher NOT = groupPublisher OR
               srNormTitle NOT = groupNormTitle
               PERFORM GROUP-CLOSE-PARA THRU GROUP-CLOSE-PARA-EXIT
               MOVE srPublisher TO groupPublisher
               MOVE srNormTitle TO groupNormTitle
           END-IF.

           IF groupCount >= 200
               ADD 1 TO overflowCount
               GO TO GROUP-ONE-PARA-EXIT
           END-IF.
           ADD 1 TO groupCount.
           MOVE srISBN13 TO gtISBN13(groupCount).
           MOVE srTitle TO gtTitle(groupCount).
           MOVE srListPrice TO gtListPrice(groupCount).
           MOVE srOnHandQty TO gtOnHandQty(groupCount).
           MOVE srStatus TO gtStatus(groupCount).
       GROUP-ONE-PARA-EXIT.
           EXIT.

      *>   A group is started on a fresh page when it would not fit
      *>   on this one, so the supervisor sees it whole.
       GROUP-CLOSE-PARA.
           IF groupCount < 2
               MOVE 0 TO groupCount
               GO TO GROUP-CLOSE-PARA-EXIT
           END-IF.

           ADD 1 TO dupGroupCount.
           ADD groupCount TO dupRecordCount.
           IF lineCount + groupCount + 4 > linesPerPage
               MOVE linesPerPage TO lineCount
           END-IF.

           PERFORM WRITE-BLANK-PARA THRU WRITE-BLANK-PARA-EXIT.
           MOVE SPACES TO dupLine.
           STRING "PUBLISHER: " DELIMITED BY SIZE
               groupPublisher DELIMITED BY SIZE
               "  MATCHING TITLE: " DELIMITED BY SIZE
               groupNormTitle DELIMITED BY SIZE
               INTO dupLine
           END-STRING.
           PERFORM WRITE-LINE-PARA THRU WRITE-LINE-PARA-EXIT.
           MOVE columnHeading TO dupLine.
           PERFORM WRITE-LINE-PARA THRU WRITE-LINE-PARA-EXIT.

           MOVE 0 TO groupOnHand.
           PERFORM GROUP-LINE-PARA THRU GROUP-LINE-PARA-EXIT
               VARYING groupJ FROM 1 BY 1 UNTIL groupJ > groupCount.

           MOVE SPACES TO dupLine.
           MOVE groupCount TO countDisplay.
           MOVE groupOnHand TO unitsDisplay.
           STRING "  RECORDS " DELIMITED BY SIZE
               countDisplay DELIMITED BY SIZE
               "  COMBINED ON HAND " DELIMITED BY SIZE
               unitsDisplay DELIMITED BY SIZE
               INTO dupLine
           END-STRING.
           PERFORM WRITE-LINE-PARA THRU WRITE-LINE-PARA-EXIT.

           MOVE 0 TO groupCount.
       GROUP-CLOSE-PARA-EXIT.
           EXIT.

       GROUP-LINE-PARA.
           MOVE SPACES TO detailLine.
           MOVE gtISBN13(groupJ) TO dlISBN.
           MOVE gtTitle(groupJ) TO dlTitle.
           MOVE gtListPrice(groupJ) TO dlPrice.
           MOVE gtOnHandQty(groupJ) TO dlOnHand.
           EVALUATE gtStatus(groupJ)
               WHEN 'A'
                   MOVE "ACTIVE" TO dlStatus
               WHEN 'D'
                   MOVE "DELISTED" TO dlStatus
               WHEN OTHER
                   MOVE gtStatus(groupJ) TO dlStatus
           END-EVALUATE.
           MOVE detailLine TO dupLine.
           PERFORM WRITE-LINE-PARA THRU WRITE-LINE-PARA-EXIT.
           ADD gtOnHandQty(groupJ) TO groupOnHand.
       GROUP-LINE-PARA-EXIT.
           EXIT.

       TOTALS-PARA.
           PERFORM WRITE-BLANK-PARA THRU WRITE-BLANK-PARA-EXIT.
           MOVE "TOTALS" TO dupLine.
           PERFORM WRITE-LINE-PARA THRU WRITE-LINE-PARA-EXIT.

           MOVE SPACES TO dupLine.
           MOVE readCount TO countDisplay.
           STRING "  MASTER RECORDS READ ....... " DELIMITED BY SIZE
               countDisplay DELIMITED BY SIZE
               INTO dupLine
           END-STRING.
           PERFORM WRITE-LINE-PARA THRU WRITE-LINE-PARA-EXIT.

           MOVE SPACES TO dupLine.
           MOVE blankTitleCount TO countDisplay.
           STRING "  TITLE BLANK, NOT GROUPED .. " DELIMITED BY SIZE
               countDisplay DELIMITED BY SIZE
               INTO dupLine
           END-STRING.
           PERFORM WRITE-LINE-PARA THRU WRITE-LINE-PARA-EXIT.

           MOVE SPACES TO dupLine.
           MOVE dupGroupCount TO countDisplay.
           STRING "  POSSIBLE DUPLICATE GROUPS . " DELIMITED BY SIZE
               countDisplay DELIMITED BY SIZE
               INTO dupLine
           END-STRING.
           PERFORM WRITE-LINE-PARA THRU WRITE-LINE-PARA-EXIT.

           MOVE SPACES TO dupLine.
           MOVE dupRecordCount TO countDisplay.
           STRING "  RECORDS IN THOSE GROUPS ... " DELIMITED BY SIZE
               countDisplay DELIMITED BY SIZE
               INTO dupLine
           END-STRING.
           PERFORM WRITE-LINE-PARA THRU WRITE-LINE-PARA-EXIT.

           IF overflowCount > 0
               MOVE SPACES TO dupLine
               MOVE overflowCount TO countDisplay
               STRING "  NOT LISTED (GROUP OVER 200) "
                   DELIMITED BY SIZE
                   countDisplay DELIMITED BY SIZE
                   INTO dupLine
               END-STRING
               PERFORM WRITE-LINE-PARA THRU WRITE-LINE-PARA-EXIT
           END-IF.
       TOTALS-PARA-EXIT.
           EXIT.

      *>   Every line goes out through here so the page break is in
      *>   one place (same pattern as printISBN).
       WRITE-LINE-PARA.
           IF lineCount >= linesPerPage
               MOVE dupLine TO savedLine
               PERFORM NEW-PAGE-PARA THRU NEW-PAGE-PARA-EXIT
               MOVE savedLine TO dupLine
           END-IF.
           WRITE dupLine.
           ADD 1 TO lineCount.
       WRITE-LINE-PARA-EXIT.
           EXIT.

       WRITE-BLANK-PARA.
           MOVE SPACES TO dupLine.
           PERFORM WRITE-LINE-PARA THRU WRITE-LINE-PARA-EXIT.
       WRITE-BLANK-PARA-EXIT.
           EXIT.

       NEW-PAGE-PARA.
           ADD 1 TO pageNumber.
           MOVE pageNumber TO phPage.
           MOVE pageHeading TO dupLine.
           WRITE dupLine.
           MOVE SPACES TO dupLine.
           WRITE dupLine.
           MOVE 2 TO lineCount.
       NEW-PAGE-PARA-EXIT.
           EXIT.

       END PROGRAM dupISBN.

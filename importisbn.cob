      ******************************************************************
      * Author:  Mohammed Ahmadi
      * Date:    10/15/2026
      * Purpose: Rebuilds the range reference table (isbn-ranges.dat)
      *          from the International ISBN Agency's range message
      *          (RangeMessage.xml, as downloaded) instead of keying
      *          it by hand. Every registration group rule with a
      *          publisher length becomes one table line in the
      *          existing column layout; rules of length 0 are ranges
      *          the agency has not assigned and are left out. The new
      *          table is written to isbn-ranges.new and compared with
      *          the one in use: groups and publisher ranges added,
      *          widened, relaid (same numbers, new publisher length),
      *          narrowed or removed go to isbn-rangechg.rpt, followed
      *          by every isbn-master.dat title that the new table no
      *          longer places in an assigned range. With no such
      *          title the new table is installed at once; otherwise
      *          only when the operator confirms after reading the
      *          list. The table it replaces is kept as
      *          isbn-ranges.old. RETURN-CODE 0 = installed, 4 = not
      *          installed (left in isbn-ranges.new), 8 = the range
      *          message could not be read or gave no usable table.
      * Tectonics: cobc -x importisbn.cob -I .
      * Modification History:
      *  10/15/2026  MA  Original version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. importISBN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT messageFile ASSIGN TO "RangeMessage.xml"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS messageFileStatus.
           SELECT rangeFile ASSIGN TO "isbn-ranges.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rangeFileStatus.
           SELECT newRangeFile ASSIGN TO "isbn-ranges.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS newRangeFileStatus.
           SELECT oldRangeFile ASSIGN TO "isbn-ranges.old"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS oldRangeFileStatus.
           SELECT masterFile ASSIGN TO "isbn-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS masterISBN13
               FILE STATUS IS masterFileStatus.
           SELECT changeReportFile ASSIGN TO "isbn-rangechg.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS changeReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD messageFile.
       01 messageLine PIC x(256).

      *>  Same layout isbnRange reads.
       FD rangeFile.
       01 rangeRecord.
           05 rrPrefix  PIC x(3).
           05 FILLER    PIC x(1).
           05 rrGroup   PIC x(5).
           05 FILLER    PIC x(1).
           05 rrPubLow  PIC x(7).
           05 FILLER    PIC x(1).
           05 rrPubHigh PIC x(7).
           05 FILLER    PIC x(55).

       FD newRangeFile.
       01 newRangeRecord PIC x(80).

       FD oldRangeFile.
       01 oldRangeRecord PIC x(80).

       FD masterFile.
       COPY masterrec.

       FD changeReportFile.
       01 changeReportLine PIC x(120).

       WORKING-STORAGE SECTION.
       01 messageFileStatus      PIC x(02).
       01 rangeFileStatus        PIC x(02).
       01 newRangeFileStatus     PIC x(02).
       01 oldRangeFileStatus     PIC x(02).
       01 masterFileStatus       PIC x(02).
       01 changeReportFileStatus PIC x(02).
       77 messageEOF        PIC A(1) VALUE 'N'.
       77 rangeEOF          PIC A(1) VALUE 'N'.
       77 masterEOF         PIC A(1) VALUE 'N'.
       77 inGroups          PIC A(1) VALUE 'N'.
       77 tableOverflow     PIC A(1) VALUE 'N'.
       77 rowFound          PIC A(1) VALUE 'N'.
       77 groupFound        PIC A(1) VALUE 'N'.
       77 coverProgress     PIC A(1) VALUE 'N'.
       77 anyOverlap        PIC A(1) VALUE 'N'.
       77 matchFound        PIC A(1) VALUE 'N'.
       77 installTable      PIC A(1) VALUE 'N'.

       01 runDate           PIC 9(8).
       01 confirmAnswer     PIC x(1) VALUE SPACE.

      *>  One element per line, as the agency publishes it: the text
      *>  before the first "<", the tag, and the value up to the
      *>  closing tag.
       01 xmlLead           PIC x(80).
       01 xmlTag            PIC x(40).
       01 xmlValue          PIC x(80).
       01 msgSerial         PIC x(40) VALUE SPACES.
       01 msgDate           PIC x(40) VALUE SPACES.
       01 curPrefix         PIC x(3) VALUE SPACES.
       01 curGroup          PIC x(5) VALUE SPACES.
       01 curLow            PIC x(7) VALUE SPACES.
       01 curHigh           PIC x(7) VALUE SPACES.
       01 curLength         PIC 9 VALUE 0.
       01 lengthText        PIC x(2) VALUE SPACES.
       01 groupLenWork      PIC 99 VALUE 0.
       01 pubLenWork        PIC 99 VALUE 0.
       01 highLenWork       PIC 99 VALUE 0.
       01 pubDigits         PIC x(7) VALUE SPACES.
       01 work7             PIC x(7) VALUE SPACES.

      *>  Both tables side by side - set 1 is the table in use, set 2
      *>  the one built from the message - so every comparison runs
      *>  the same paragraphs in either direction. Each row also
      *>  carries its publisher range widened to seven digits
      *>  (low padded with 0s, high with 9s), which makes ranges of
      *>  different publisher lengths comparable.
       01 setA              PIC 9 COMP VALUE 1.
       01 setB              PIC 9 COMP VALUE 2.
       01 rowR              PIC 9(4) COMP VALUE 0.
       01 rowJ              PIC 9(4) COMP VALUE 0.
       01 coverCursor       PIC 9(8) VALUE 0.
       01 coverState        PIC x(1) VALUE SPACE.
           88 coverFull     VALUE 'F'.
           88 coverPartial  VALUE 'P'.
           88 coverNone     VALUE 'N'.
       01 rangeSets.
           05 rangeSet OCCURS 2 TIMES.
               10 setCount  PIC 9(4) COMP.
               10 setEntry OCCURS 9999 TIMES.
                   15 sPrefix   PIC x(3).
                   15 sGroup    PIC x(5).
                   15 sGroupLen PIC 9.
                   15 sPubLow   PIC x(7).
                   15 sPubHigh  PIC x(7).
                   15 sPubLen   PIC 9.
                   15 sLow7     PIC 9(7).
                   15 sHigh7    PIC 9(7).

       01 groupsAddedCount   PIC 9(6) VALUE 0.
       01 groupsRemovedCount PIC 9(6) VALUE 0.
       01 addedCount         PIC 9(6) VALUE 0.
       01 widenedCount       PIC 9(6) VALUE 0.
       01 relaidCount        PIC 9(6) VALUE 0.
       01 narrowedCount      PIC 9(6) VALUE 0.
       01 removedCount       PIC 9(6) VALUE 0.
       01 affectedCount      PIC 9(6) VALUE 0.
       01 countDisplay       PIC zzzzz9.
       01 totalLabel         PIC x(30) VALUE SPACES.

       01 headingLine.
           05 FILLER        PIC x(36)
               VALUE "ISBN RANGE TABLE CHANGES".
           05 FILLER        PIC x(9) VALUE "RUN DATE ".
           05 hdYear        PIC x(4).
           05 FILLER        PIC x(1) VALUE "-".
           05 hdMonth       PIC x(2).
           05 FILLER        PIC x(1) VALUE "-".
           05 hdDay         PIC x(2).

       01 rangeHeading.
           05 FILLER        PIC x(11) VALUE "ACTION".
           05 FILLER        PIC x(7) VALUE "PREFIX".
           05 FILLER        PIC x(7) VALUE "GROUP".
           05 FILLER        PIC x(9) VALUE "LOW".
           05 FILLER        PIC x(9) VALUE "HIGH".

       01 rangeDetail.
           05 rdAction      PIC x(10).
           05 FILLER        PIC x(1) VALUE SPACE.
           05 rdPrefix      PIC x(3).
           05 FILLER        PIC x(4) VALUE SPACES.
           05 rdGroup       PIC x(5).
           05 FILLER        PIC x(2) VALUE SPACES.
           05 rdPubLow      PIC x(7).
           05 FILLER        PIC x(2) VALUE SPACES.
           05 rdPubHigh     PIC x(7).

       01 affectedDetail.
           05 adISBN        PIC x(13).
           05 FILLER        PIC x(2) VALUE SPACES.
           05 adTitle       PIC x(40).
           05 FILLER        PIC x(2) VALUE SPACES.
           05 adPublisher   PIC x(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT runDate FROM DATE YYYYMMDD.
           MOVE runDate(1:4) TO hdYear.
           MOVE runDate(5:2) TO hdMonth.
           MOVE runDate(7:2) TO hdDay.

           MOVE 0 TO setCount(1).
           MOVE 0 TO setCount(2).
           PERFORM LOAD-CURRENT-PARA THRU LOAD-CURRENT-PARA-EXIT.

           OPEN INPUT messageFile.
           IF messageFileStatus NOT = "00"
               DISPLAY "Range message RangeMessage.xml could not be "
                   "opened (status " messageFileStatus ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO messageEOF.
           PERFORM PARSE-LINE-PARA THRU PARSE-LINE-PARA-EXIT
               UNTIL messageEOF = 'Y'.
           CLOSE messageFile.

      *>   A short table would turn every group it dropped into
      *>   "unassigned" - never install one.
           IF tableOverflow = 'Y'
               DISPLAY "Range message has more than 9999 assigned "
                   "ranges - table not rebuilt."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF setCount(2) = 0
               DISPLAY "No registration group rules found in "
                   "RangeMessage.xml - table not rebuilt."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WRITE-NEW-PARA THRU WRITE-NEW-PARA-EXIT.

           OPEN OUTPUT changeReportFile.
           MOVE headingLine TO changeReportLine.
           WRITE changeReportLine.
           MOVE SPACES TO changeReportLine.
           STRING "AGENCY MESSAGE " DELIMITED BY SIZE
               msgSerial DELIMITED BY "  "
               "  " DELIMITED BY SIZE
               msgDate DELIMITED BY "  "
               INTO changeReportLine
           END-STRING.
           WRITE changeReportLine.

           PERFORM GROUP-CHANGES-PARA THRU GROUP-CHANGES-PARA-EXIT.
           PERFORM RANGE-CHANGES-PARA THRU RANGE-CHANGES-PARA-EXIT.
           PERFORM AFFECTED-PARA THRU AFFECTED-PARA-EXIT.
           PERFORM TOTALS-PARA THRU TOTALS-PARA-EXIT.

      *>   Titles would drop out of assigned ranges - the operator
      *>   decides, having the list in front of them.
           MOVE 'Y' TO installTable.
           IF affectedCount > 0
               MOVE affectedCount TO countDisplay
               DISPLAY countDisplay " master title(s) would no longer "
                   "be in an assigned range - see isbn-rangechg.rpt."
               DISPLAY "Install the new range table anyway? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT confirmAnswer
               IF confirmAnswer NOT = 'Y' AND confirmAnswer NOT = 'y'
                   MOVE 'N' TO installTable
               END-IF
           END-IF.

           MOVE SPACES TO changeReportLine.
           WRITE changeReportLine.
           IF installTable = 'Y'
               PERFORM INSTALL-PARA THRU INSTALL-PARA-EXIT
           END-IF.
           IF installTable = 'Y'
               STRING "NEW TABLE INSTALLED - previous table kept as "
                   DELIMITED BY SIZE
                   "isbn-ranges.old" DELIMITED BY SIZE
                   INTO changeReportLine
               END-STRING
               DISPLAY "New range table installed in isbn-ranges.dat."
           ELSE
               MOVE "NEW TABLE NOT INSTALLED - left in isbn-ranges.new"
                   TO changeReportLine
               DISPLAY "New range table NOT installed - left in "
                   "isbn-ranges.new."
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE changeReportLine.
           CLOSE changeReportFile.

           DISPLAY "Range change report written to "
               "isbn-rangechg.rpt.".
           STOP RUN.

      *>   The table in use, read the way isbnRange reads it. None
      *>   yet is fine - everything in the message is then new.
       LOAD-CURRENT-PARA.
           OPEN INPUT rangeFile.
           IF rangeFileStatus NOT = "00"
               GO TO LOAD-CURRENT-PARA-EXIT
           END-IF.
           MOVE 'N' TO rangeEOF.
           PERFORM LOAD-ONE-PARA THRU LOAD-ONE-PARA-EXIT
               UNTIL rangeEOF = 'Y' OR setCount(1) >= 9999.
           CLOSE rangeFile.
       LOAD-CURRENT-PARA-EXIT.
           EXIT.

       LOAD-ONE-PARA.
           READ rangeFile
               AT END
                   MOVE 'Y' TO rangeEOF
                   GO TO LOAD-ONE-PARA-EXIT
           END-READ.
           IF rangeRecord(1:1) = "*" OR rangeRecord = SPACES
               GO TO LOAD-ONE-PARA-EXIT
           END-IF.

           COMPUTE groupLenWork =
               FUNCTION LENGTH(FUNCTION TRIM(rrGroup)).
           COMPUTE pubLenWork =
               FUNCTION LENGTH(FUNCTION TRIM(rrPubLow)).
           COMPUTE highLenWork =
               FUNCTION LENGTH(FUNCTION TRIM(rrPubHigh)).
           IF rrGroup = SPACES OR rrPubLow = SPACES OR
               pubLenWork NOT = highLenWork OR
               groupLenWork + pubLenWork > 8
               GO TO LOAD-ONE-PARA-EXIT
           END-IF.

           MOVE 1 TO setA.
           MOVE rrPrefix TO curPrefix.
           MOVE rrGroup TO curGroup.
           MOVE rrPubLow TO curLow.
           MOVE rrPubHigh TO curHigh.
           MOVE pubLenWork TO curLength.
           PERFORM ADD-ROW-PARA THRU ADD-ROW-PARA-EXIT.
       LOAD-ONE-PARA-EXIT.
           EXIT.

      *>   Only the RegistrationGroups section matters; the EAN.UCC
      *>   section ahead of it splits 978/979 by registration group
      *>   and has no publisher ranges. Within a group each Rule
      *>   gives a seven-digit Range and the publisher Length - the
      *>   first Length digits of each end are the table's low and
      *>   high.
       PARSE-LINE-PARA.
           READ messageFile
               AT END
                   MOVE 'Y' TO messageEOF
                   GO TO PARSE-LINE-PARA-EXIT
           END-READ.
           INSPECT messageLine REPLACING ALL X"09" BY SPACE.
           MOVE SPACES TO xmlLead xmlTag xmlValue.
           UNSTRING messageLine DELIMITED BY "<" OR ">"
               INTO xmlLead xmlTag xmlValue
           END-UNSTRING.

           EVALUATE xmlTag
               WHEN "MessageSerialNumber"
                   MOVE xmlValue TO msgSerial
               WHEN "MessageDate"
                   MOVE xmlValue TO msgDate
               WHEN "RegistrationGroups"
                   MOVE 'Y' TO inGroups
               WHEN "/RegistrationGroups"
                   MOVE 'N' TO inGroups
               WHEN "Prefix"
                   IF inGroups = 'Y'
                       MOVE SPACES TO curPrefix curGroup
                       UNSTRING xmlValue DELIMITED BY "-"
                           INTO curPrefix curGroup
                       END-UNSTRING
                   END-IF
               WHEN "Range"
                   MOVE SPACES TO curLow curHigh
                   UNSTRING xmlValue DELIMITED BY "-"
                       INTO curLow curHigh
                   END-UNSTRING
               WHEN "Length"
                   IF inGroups = 'Y'
                       PERFORM RULE-PARA THRU RULE-PARA-EXIT
                   END-IF
           END-EVALUATE.
       PARSE-LINE-PARA-EXIT.
           EXIT.

       RULE-PARA.
           MOVE xmlValue(1:2) TO lengthText.
           IF lengthText(1:1) NOT NUMERIC OR
               lengthText(2:1) NOT = SPACE
               DISPLAY "Warning: rule with unreadable length skipped "
                   "in group " curPrefix "-" curGroup
               GO TO RULE-PARA-EXIT
           END-IF.
           MOVE lengthText(1:1) TO curLength.
           IF curLength = 0
               GO TO RULE-PARA-EXIT
           END-IF.

           COMPUTE groupLenWork =
               FUNCTION LENGTH(FUNCTION TRIM(curGroup)).
           IF curPrefix NOT NUMERIC OR curGroup = SPACES OR
               curLow NOT NUMERIC OR curHigh NOT NUMERIC OR
               curLength > 7 OR groupLenWork + curLength > 8
               DISPLAY "Warning: malformed rule skipped in group "
                   curPrefix "-" curGroup
               GO TO RULE-PARA-EXIT
           END-IF.

           IF setCount(2) >= 9999
               MOVE 'Y' TO tableOverflow
               GO TO RULE-PARA-EXIT
           END-IF.
           MOVE SPACES TO work7.
           MOVE curLow(1:curLength) TO work7.
           MOVE work7 TO curLow.
           MOVE SPACES TO work7.
           MOVE curHigh(1:curLength) TO work7.
           MOVE work7 TO curHigh.
           MOVE 2 TO setA.
           PERFORM ADD-ROW-PARA THRU ADD-ROW-PARA-EXIT.
       RULE-PARA-EXIT.
           EXIT.

      *>   Appends curPrefix/curGroup/curLow/curHigh (publisher
      *>   length curLength) to set setA.
       ADD-ROW-PARA.
           ADD 1 TO setCount(setA).
           MOVE setCount(setA) TO rowR.
           MOVE curPrefix TO sPrefix(setA, rowR).
           MOVE curGroup TO sGroup(setA, rowR).
           COMPUTE sGroupLen(setA, rowR) =
               FUNCTION LENGTH(FUNCTION TRIM(curGroup)).
           MOVE curLow TO sPubLow(setA, rowR).
           MOVE curHigh TO sPubHigh(setA, rowR).
           MOVE curLength TO sPubLen(setA, rowR).
           MOVE "0000000" TO work7.
           MOVE curLow(1:curLength) TO work7(1:curLength).
           MOVE work7 TO sLow7(setA, rowR).
           MOVE "9999999" TO work7.
           MOVE curHigh(1:curLength) TO work7(1:curLength).
           MOVE work7 TO sHigh7(setA, rowR).
       ADD-ROW-PARA-EXIT.
           EXIT.

      *>   The new table, in the column layout isbnRange reads, with
      *>   the usual comment block on top.
       WRITE-NEW-PARA.
           OPEN OUTPUT newRangeFile.
           MOVE SPACES TO newRangeRecord.
           STRING "* ISBN range reference table, loaded by "
               DELIMITED BY SIZE
               "the isbnRange subprogram." DELIMITED BY SIZE
               INTO newRangeRecord
           END-STRING.
           WRITE newRangeRecord.
           MOVE SPACES TO newRangeRecord.
           STRING "* Columns: 1-3 EAN prefix, 5-9 registration "
               DELIMITED BY SIZE
               "group, 11-17 publisher" DELIMITED BY SIZE
               INTO newRangeRecord
           END-STRING.
           WRITE newRangeRecord.
           MOVE SPACES TO newRangeRecord.
           STRING "* range low, 19-25 publisher range high "
               DELIMITED BY SIZE
               "(low/high must be the same" DELIMITED BY SIZE
               INTO newRangeRecord
           END-STRING.
           WRITE newRangeRecord.
           MOVE SPACES TO newRangeRecord.
           STRING "* width - the width is the publisher "
               DELIMITED BY SIZE
               "element length). Lines starting" DELIMITED BY SIZE
               INTO newRangeRecord
           END-STRING.
           WRITE newRangeRecord.
           MOVE SPACES TO newRangeRecord.
           STRING "* with * are comments. Rebuilt by importISBN "
               DELIMITED BY SIZE
               "from the International" DELIMITED BY SIZE
               INTO newRangeRecord
           END-STRING.
           WRITE newRangeRecord.
           MOVE SPACES TO newRangeRecord.
           STRING "* ISBN Agency range message - rerun the "
               DELIMITED BY SIZE
               "import rather than editing." DELIMITED BY SIZE
               INTO newRangeRecord
           END-STRING.
           WRITE newRangeRecord.
           MOVE SPACES TO newRangeRecord.
           STRING "* Message " DELIMITED BY SIZE
               msgSerial DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               msgDate DELIMITED BY "  "
               "." DELIMITED BY SIZE
               INTO newRangeRecord
           END-STRING.
           WRITE newRangeRecord.

           PERFORM WRITE-ROW-PARA THRU WRITE-ROW-PARA-EXIT
               VARYING rowR FROM 1 BY 1 UNTIL rowR > setCount(2).
           CLOSE newRangeFile.
       WRITE-NEW-PARA-EXIT.
           EXIT.

       WRITE-ROW-PARA.
           MOVE SPACES TO rangeRecord.
           MOVE sPrefix(2, rowR) TO rrPrefix.
           MOVE sGroup(2, rowR) TO rrGroup.
           MOVE sPubLow(2, rowR) TO rrPubLow.
           MOVE sPubHigh(2, rowR) TO rrPubHigh.
           MOVE rangeRecord TO newRangeRecord.
           WRITE newRangeRecord.
       WRITE-ROW-PARA-EXIT.
           EXIT.

      *>   A group is reported where its first row appears in one
      *>   table and it has no row at all in the other.
       GROUP-CHANGES-PARA.
           MOVE SPACES TO changeReportLine.
           WRITE changeReportLine.
           MOVE "REGISTRATION GROUPS" TO changeReportLine.
           WRITE changeReportLine.

           MOVE 2 TO setA.
           MOVE 1 TO setB.
           PERFORM GROUP-ONE-PARA THRU GROUP-ONE-PARA-EXIT
               VARYING rowR FROM 1 BY 1 UNTIL rowR > setCount(setA).
           MOVE 1 TO setA.
           MOVE 2 TO setB.
           PERFORM GROUP-ONE-PARA THRU GROUP-ONE-PARA-EXIT
               VARYING rowR FROM 1 BY 1 UNTIL rowR > setCount(setA).

           IF groupsAddedCount + groupsRemovedCount = 0
               MOVE "  (no groups added or removed)"
                   TO changeReportLine
               WRITE changeReportLine
           END-IF.
       GROUP-CHANGES-PARA-EXIT.
           EXIT.

       GROUP-ONE-PARA.
           IF rowR > 1
               IF sPrefix(setA, rowR) = sPrefix(setA, rowR - 1) AND
                   sGroup(setA, rowR) = sGroup(setA, rowR - 1)
                   GO TO GROUP-ONE-PARA-EXIT
               END-IF
           END-IF.

           MOVE 'N' TO groupFound.
           PERFORM GROUP-MATCH-PARA THRU GROUP-MATCH-PARA-EXIT
               VARYING rowJ FROM 1 BY 1
               UNTIL rowJ > setCount(setB) OR groupFound = 'Y'.
           IF groupFound = 'Y'
               GO TO GROUP-ONE-PARA-EXIT
           END-IF.

           MOVE SPACES TO changeReportLine.
           IF setA = 2
               ADD 1 TO groupsAddedCount
               MOVE "  GROUP ADDED    " TO changeReportLine(1:17)
           ELSE
               ADD 1 TO groupsRemovedCount
               MOVE "  GROUP REMOVED  " TO changeReportLine(1:17)
           END-IF.
           MOVE sPrefix(setA, rowR) TO changeReportLine(18:3).
           MOVE "-" TO changeReportLine(21:1).
           MOVE sGroup(setA, rowR) TO changeReportLine(22:5).
           WRITE changeReportLine.
       GROUP-ONE-PARA-EXIT.
           EXIT.

       GROUP-MATCH-PARA.
           IF sPrefix(setB, rowJ) = sPrefix(setA, rowR) AND
               sGroup(setB, rowJ) = sGroup(setA, rowR)
               MOVE 'Y' TO groupFound
           END-IF.
       GROUP-MATCH-PARA-EXIT.
           EXIT.

      *>   A row in both tables unchanged is not reported. An old row
      *>   missing from the new table is RELAID if the new rows still
      *>   cover all of its numbers, NARROWED if only some, REMOVED
      *>   if none. A new row is ADDED if the old table covered none
      *>   of it, WIDENED if some; one fully covered by the old table
      *>   is a relaid range already reported from the old side.
       RANGE-CHANGES-PARA.
           MOVE SPACES TO changeReportLine.
           WRITE changeReportLine.
           MOVE "PUBLISHER RANGES" TO changeReportLine.
           WRITE changeReportLine.
           MOVE rangeHeading TO changeReportLine.
           WRITE changeReportLine.

           MOVE 1 TO setA.
           MOVE 2 TO setB.
           PERFORM RANGE-ONE-PARA THRU RANGE-ONE-PARA-EXIT
               VARYING rowR FROM 1 BY 1 UNTIL rowR > setCount(setA).
           MOVE 2 TO setA.
           MOVE 1 TO setB.
           PERFORM RANGE-ONE-PARA THRU RANGE-ONE-PARA-EXIT
               VARYING rowR FROM 1 BY 1 UNTIL rowR > setCount(setA).
       RANGE-CHANGES-PARA-EXIT.
           EXIT.

       RANGE-ONE-PARA.
           MOVE 'N' TO rowFound.
           PERFORM ROW-MATCH-PARA THRU ROW-MATCH-PARA-EXIT
               VARYING rowJ FROM 1 BY 1
               UNTIL rowJ > setCount(setB) OR rowFound = 'Y'.
           IF rowFound = 'Y'
               GO TO RANGE-ONE-PARA-EXIT
           END-IF.

           PERFORM COVER-PARA THRU COVER-PARA-EXIT.
           MOVE SPACES TO rangeDetail.
           IF setA = 1
               EVALUATE TRUE
                   WHEN coverFull
                       ADD 1 TO relaidCount
                       MOVE "RELAID" TO rdAction
                   WHEN coverPartial
                       ADD 1 TO narrowedCount
                       MOVE "NARROWED" TO rdAction
                   WHEN OTHER
                       ADD 1 TO removedCount
                       MOVE "REMOVED" TO rdAction
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN coverFull
                       GO TO RANGE-ONE-PARA-EXIT
                   WHEN coverPartial
                       ADD 1 TO widenedCount
                       MOVE "WIDENED" TO rdAction
                   WHEN OTHER
                       ADD 1 TO addedCount
                       MOVE "ADDED" TO rdAction
               END-EVALUATE
           END-IF.
           MOVE sPrefix(setA, rowR) TO rdPrefix.
           MOVE sGroup(setA, rowR) TO rdGroup.
           MOVE sPubLow(setA, rowR) TO rdPubLow.
           MOVE sPubHigh(setA, rowR) TO rdPubHigh.
           MOVE SPACES TO changeReportLine.
           MOVE rangeDetail TO changeReportLine.
           WRITE changeReportLine.
       RANGE-ONE-PARA-EXIT.
           EXIT.

       ROW-MATCH-PARA.
           IF sPrefix(setB, rowJ) = sPrefix(setA, rowR) AND
               sGroup(setB, rowJ) = sGroup(setA, rowR) AND
               sPubLow(setB, rowJ) = sPubLow(setA, rowR) AND
               sPubHigh(setB, rowJ) = sPubHigh(setA, rowR)
               MOVE 'Y' TO rowFound
           END-IF.
       ROW-MATCH-PARA-EXIT.
           EXIT.

      *>   How much of row rowR of set setA do the rows of set setB
      *>   (same prefix and group) cover? Walk a cursor up from the
      *>   row's low end, each pass jumping past whichever setB row
      *>   contains it, until it passes the high end (full cover) or
      *>   no row contains it.
       COVER-PARA.
           MOVE sLow7(setA, rowR) TO coverCursor.
           MOVE 'Y' TO coverProgress.
           PERFORM COVER-PASS-PARA THRU COVER-PASS-PARA-EXIT
               UNTIL coverCursor > sHigh7(setA, rowR) OR
                   coverProgress = 'N'.
           IF coverCursor > sHigh7(setA, rowR)
               SET coverFull TO TRUE
               GO TO COVER-PARA-EXIT
           END-IF.

           MOVE 'N' TO anyOverlap.
           PERFORM OVERLAP-ROW-PARA THRU OVERLAP-ROW-PARA-EXIT
               VARYING rowJ FROM 1 BY 1
               UNTIL rowJ > setCount(setB) OR anyOverlap = 'Y'.
           IF anyOverlap = 'Y'
               SET coverPartial TO TRUE
           ELSE
               SET coverNone TO TRUE
           END-IF.
       COVER-PARA-EXIT.
           EXIT.

       COVER-PASS-PARA.
           MOVE 'N' TO coverProgress.
           PERFORM COVER-ROW-PARA THRU COVER-ROW-PARA-EXIT
               VARYING rowJ FROM 1 BY 1
               UNTIL rowJ > setCount(setB) OR coverProgress = 'Y'.
       COVER-PASS-PARA-EXIT.
           EXIT.

       COVER-ROW-PARA.
           IF sPrefix(setB, rowJ) = sPrefix(setA, rowR) AND
               sGroup(setB, rowJ) = sGroup(setA, rowR) AND
               sLow7(setB, rowJ) <= coverCursor AND
               sHigh7(setB, rowJ) >= coverCursor
               COMPUTE coverCursor = sHigh7(setB, rowJ) + 1
               MOVE 'Y' TO coverProgress
           END-IF.
       COVER-ROW-PARA-EXIT.
           EXIT.

       OVERLAP-ROW-PARA.
           IF sPrefix(setB, rowJ) = sPrefix(setA, rowR) AND
               sGroup(setB, rowJ) = sGroup(setA, rowR) AND
               sLow7(setB, rowJ) <= sHigh7(setA, rowR) AND
               sHigh7(setB, rowJ) >= sLow7(setA, rowR)
               MOVE 'Y' TO anyOverlap
           END-IF.
       OVERLAP-ROW-PARA-EXIT.
           EXIT.

      *>   Every master title the table in use places in an assigned
      *>   range and the new one does not - these would start failing
      *>   as UNASSIGNED the night the new table goes live.
       AFFECTED-PARA.
           MOVE SPACES TO changeReportLine.
           WRITE changeReportLine.
           MOVE "MASTER TITLES NO LONGER IN AN ASSIGNED RANGE"
               TO changeReportLine.
           WRITE changeReportLine.

           OPEN INPUT masterFile.
           IF masterFileStatus = "35"
               MOVE "  (no master catalog yet)" TO changeReportLine
               WRITE changeReportLine
               GO TO AFFECTED-PARA-EXIT
           END-IF.
           IF masterFileStatus NOT = "00"
               DISPLAY "Master catalog isbn-master.dat could not be "
                   "opened (status " masterFileStatus ")."
               MOVE SPACES TO changeReportLine
               STRING "  MASTER CATALOG NOT CHECKED (status "
                   DELIMITED BY SIZE
                   masterFileStatus DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO changeReportLine
               END-STRING
               WRITE changeReportLine
      *>       Unknown is not the same as none - make the operator
      *>       decide.
               MOVE 1 TO affectedCount
               GO TO AFFECTED-PARA-EXIT
           END-IF.

           MOVE 'N' TO masterEOF.
           PERFORM AFFECTED-ONE-PARA THRU AFFECTED-ONE-PARA-EXIT
               UNTIL masterEOF = 'Y'.
           CLOSE masterFile.

           IF affectedCount = 0
               MOVE "  (none)" TO changeReportLine
               WRITE changeReportLine
           END-IF.
       AFFECTED-PARA-EXIT.
           EXIT.

       AFFECTED-ONE-PARA.
           READ masterFile NEXT RECORD
               AT END
                   MOVE 'Y' TO masterEOF
                   GO TO AFFECTED-ONE-PARA-EXIT
           END-READ.

           MOVE 1 TO setA.
           PERFORM MATCH-ISBN-PARA THRU MATCH-ISBN-PARA-EXIT.
           IF matchFound = 'N'
               GO TO AFFECTED-ONE-PARA-EXIT
           END-IF.
           MOVE 2 TO setA.
           PERFORM MATCH-ISBN-PARA THRU MATCH-ISBN-PARA-EXIT.
           IF matchFound = 'Y'
               GO TO AFFECTED-ONE-PARA-EXIT
           END-IF.

           ADD 1 TO affectedCount.
           MOVE SPACES TO affectedDetail.
           MOVE masterISBN13 TO adISBN.
           MOVE masterTitle TO adTitle.
           MOVE masterPublisher TO adPublisher.
           MOVE SPACES TO changeReportLine.
           MOVE affectedDetail TO changeReportLine(3:63).
           WRITE changeReportLine.
       AFFECTED-ONE-PARA-EXIT.
           EXIT.

      *>   Same test isbnRange makes, against set setA.
       MATCH-ISBN-PARA.
           MOVE 'N' TO matchFound.
           PERFORM MATCH-ROW-PARA THRU MATCH-ROW-PARA-EXIT
               VARYING rowJ FROM 1 BY 1
               UNTIL rowJ > setCount(setA) OR matchFound = 'Y'.
       MATCH-ISBN-PARA-EXIT.
           EXIT.

       MATCH-ROW-PARA.
           IF masterISBN13(1:3) NOT = sPrefix(setA, rowJ)
               GO TO MATCH-ROW-PARA-EXIT
           END-IF.
           MOVE sGroupLen(setA, rowJ) TO groupLenWork.
           IF masterISBN13(4:groupLenWork) NOT =
               sGroup(setA, rowJ)(1:groupLenWork)
               GO TO MATCH-ROW-PARA-EXIT
           END-IF.
           MOVE sPubLen(setA, rowJ) TO pubLenWork.
           MOVE masterISBN13(4 + groupLenWork:pubLenWork)
               TO pubDigits.
           IF pubDigits(1:pubLenWork) >=
               sPubLow(setA, rowJ)(1:pubLenWork)
               AND pubDigits(1:pubLenWork) <=
                   sPubHigh(setA, rowJ)(1:pubLenWork)
               MOVE 'Y' TO matchFound
           END-IF.
       MATCH-ROW-PARA-EXIT.
           EXIT.

      *>   Keep the table in use as isbn-ranges.old, then copy the new
      *>   one over it. Line by line, so it works wherever the job
      *>   runs.
       INSTALL-PARA.
           OPEN INPUT rangeFile.
           IF rangeFileStatus = "00"
               OPEN OUTPUT oldRangeFile
               MOVE 'N' TO rangeEOF
               PERFORM SAVE-OLD-PARA THRU SAVE-OLD-PARA-EXIT
                   UNTIL rangeEOF = 'Y'
               CLOSE oldRangeFile
               CLOSE rangeFile
           END-IF.

           OPEN INPUT newRangeFile.
           OPEN OUTPUT rangeFile.
           IF newRangeFileStatus NOT = "00" OR
               rangeFileStatus NOT = "00"
               DISPLAY "New range table could not be installed "
                   "(status " newRangeFileStatus "/" rangeFileStatus
                   ")."
               MOVE 'N' TO installTable
               CLOSE newRangeFile
               CLOSE rangeFile
               GO TO INSTALL-PARA-EXIT
           END-IF.
           MOVE 'N' TO rangeEOF.
           PERFORM COPY-NEW-PARA THRU COPY-NEW-PARA-EXIT
               UNTIL rangeEOF = 'Y'.
           CLOSE newRangeFile.
           CLOSE rangeFile.
       INSTALL-PARA-EXIT.
           EXIT.

       SAVE-OLD-PARA.
           READ rangeFile
               AT END
                   MOVE 'Y' TO rangeEOF
                   GO TO SAVE-OLD-PARA-EXIT
           END-READ.
           MOVE rangeRecord TO oldRangeRecord.
           WRITE oldRangeRecord.
       SAVE-OLD-PARA-EXIT.
           EXIT.

       COPY-NEW-PARA.
           READ newRangeFile
               AT END
                   MOVE 'Y' TO rangeEOF
                   GO TO COPY-NEW-PARA-EXIT
           END-READ.
           MOVE SPACES TO rangeRecord.
           MOVE newRangeRecord TO rangeRecord.
           WRITE rangeRecord.
       COPY-NEW-PARA-EXIT.
           EXIT.

      *>   One totals line each through the shared paragraph, as in
      *>   verifyISBN.
       TOTALS-PARA.
           MOVE SPACES TO changeReportLine.
           WRITE changeReportLine.

           MOVE setCount(1) TO countDisplay.
           MOVE "  RANGES IN TABLE IN USE ..... " TO totalLabel.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE setCount(2) TO countDisplay.
           MOVE "  RANGES IN NEW TABLE ........ " TO totalLabel.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE groupsAddedCount TO countDisplay.
           MOVE "  GROUPS ADDED ............... " TO totalLabel.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE groupsRemovedCount TO countDisplay.
           MOVE "  GROUPS REMOVED ............. " TO totalLabel.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE addedCount TO countDisplay.
           MOVE "  RANGES ADDED ............... " TO totalLabel.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE widenedCount TO countDisplay.
           MOVE "  RANGES WIDENED ............. " TO totalLabel.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE relaidCount TO countDisplay.
           MOVE "  RANGES RELAID .............. " TO totalLabel.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE narrowedCount TO countDisplay.
           MOVE "  RANGES NARROWED ............ " TO totalLabel.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE removedCount TO countDisplay.
           MOVE "  RANGES REMOVED ............. " TO totalLabel.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
           MOVE affectedCount TO countDisplay.
           MOVE "  MASTER TITLES AFFECTED ..... " TO totalLabel.
           PERFORM TOTAL-LINE-PARA THRU TOTAL-LINE-PARA-EXIT.
       TOTALS-PARA-EXIT.
           EXIT.

       TOTAL-LINE-PARA.
           MOVE SPACES TO changeReportLine.
           STRING totalLabel DELIMITED BY SIZE
               countDisplay DELIMITED BY SIZE
               INTO changeReportLine
           END-STRING.
           WRITE changeReportLine.
       TOTAL-LINE-PARA-EXIT.
           EXIT.

       END PROGRAM importISBN.

      *          change is logged to isbn-maintlog.dat with a
      *          before/after image, the acting user and a timestamp,
      *          so "who changed this title and when" has an answer.
      *          Only operators in the authority file
      *          (isbn-operators.dat) may use it, each to the level
      *          set there: I = inquire only, C = correct title and
      *          publisher, D = correct and delete. A delete is held
      *          in isbn-pendel.dat until a second, different D-level
      *          operator approves it; refused and pending actions are
      *          logged with the changes.
      * Tectonics: cobc -x maintisbn.cob -I .
      * Modification History:
      *   9/02/2026  MA  Original version.
      *  10/15/2026  MA  An update stamps the record as corrected for
      *                  the storefront feed; a delete leaves the
      *                  record's last image in isbn-feeddel.dat so
      *                  the feed can tell the storefront it is gone.
      *  10/15/2026  MA  Operator authority file checked in both
      *                  modes; deletes need a second approver (held
      *                  in isbn-pendel.dat, action A approves in a
      *                  correction file, P reviews them on-line);
      *                  REFUSE and PENDING lines in the log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. maintISBN.
           SELECT maintLogFile ASSIGN TO "isbn-maintlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS maintLogFileStatus.
           SELECT feedDelFile ASSIGN TO "isbn-feeddel.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS feedDelFileStatus.
           SELECT operatorFile ASSIGN TO "isbn-operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS operatorFileStatus.
           SELECT pendDelFile ASSIGN TO "isbn-pendel.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pendDelFileStatus.

       DATA DIVISION.
       FILE SECTION.
       COPY masterrec.

      *>  One approved correction per line: action (U = update title/
      *>  publisher, D = request a delete, A = approve a delete
      *>  someone else requested), the ISBN-13 key, the replacement
      *>  title and publisher (blank = keep the current value on an
      *>  update), and the user ID of whoever approved it.
       FD correctionFile.
       01 correctionRecord.
           05 ccAction     PIC x(1).
               88 ccUpdate VALUE 'U'.
               88 ccDelete VALUE 'D'.
               88 ccApprove VALUE 'A'.
           05 ccISBN13     PIC x(13).
           05 ccTitle      PIC x(40).
           05 ccPublisher  PIC x(6).
       FD maintLogFile.
       01 maintLogRecord PIC x(120).

       FD feedDelFile.
       COPY feeddel.

      *>  One operator per line: user ID, authority level, name.
      *>  Lines starting with * are comments.
       FD operatorFile.
       01 operatorRecord.
           05 opUser       PIC x(8).
           05 FILLER       PIC x(1).
           05 opLevel      PIC x(1).
           05 FILLER       PIC x(1).
           05 opName       PIC x(30).

      *>  Deletes waiting for their second approval: the key, who
      *>  asked for it and when, and the title as it stood then.
       FD pendDelFile.
       01 pendDelRecord.
           05 pdISBN13     PIC x(13).
           05 FILLER       PIC x(1).
           05 pdRequester  PIC x(8).
           05 FILLER       PIC x(1).
           05 pdStamp      PIC x(14).
           05 FILLER       PIC x(1).
           05 pdTitle      PIC x(40).

       WORKING-STORAGE SECTION.
       01 masterFileStatus     PIC x(02).
       01 correctionFileStatus PIC x(02).
       01 maintLogFileStatus   PIC x(02).
       01 feedDelFileStatus    PIC x(02).
       01 operatorFileStatus   PIC x(02).
       01 pendDelFileStatus    PIC x(02).
       77 correctionEOF        PIC A(1) VALUE 'N'.
       77 maintDone            PIC A(1) VALUE 'N'.
       77 operatorEOF          PIC A(1) VALUE 'N'.
       77 pendDelEOF           PIC A(1) VALUE 'N'.
       77 operatorFound        PIC A(1) VALUE 'N'.
       77 pendFound            PIC A(1) VALUE 'N'.
       77 pendChanged          PIC A(1) VALUE 'N'.

       01 runModeMaint         PIC x(01) VALUE 'I'.
           88 interactiveMaint VALUE 'I'.
           88 batchMaint       VALUE 'B'.

       01 actingUser           PIC x(8) VALUE SPACES.
       01 actingLevel          PIC x(1) VALUE SPACE.
           88 levelInquire     VALUE 'I'.
           88 levelCorrect     VALUE 'C'.
           88 levelDelete      VALUE 'D'.
           88 levelKnown       VALUE 'I' 'C' 'D'.
       01 keyInput             PIC x(13) VALUE SPACES.
       01 actionInput          PIC x(1) VALUE SPACE.
       01 titleInput           PIC x(40) VALUE SPACES.
       01 publisherInput       PIC x(6) VALUE SPACES.
       01 actionText           PIC x(7) VALUE SPACES.
       01 rejectReason         PIC x(30) VALUE SPACES.
       01 requesterText        PIC x(8) VALUE SPACES.
       01 reviewInput          PIC x(1) VALUE SPACE.

      *>  The authority file, loaded once.
       01 operatorCount        PIC 9(4) COMP VALUE 0.
       01 opJ                  PIC 9(4) COMP VALUE 0.
       01 operatorTable.
           05 operatorEntry OCCURS 500 TIMES.
               10 otUser       PIC x(8).
               10 otLevel      PIC x(1).

      *>  The pending deletes, loaded at the start and written back
      *>  at the end without the ones settled in this run.
       01 pendCount            PIC 9(4) COMP VALUE 0.
       01 pendJ                PIC 9(4) COMP VALUE 0.
       01 pendHit              PIC 9(4) COMP VALUE 0.
       01 reviewJ              PIC 9(4) COMP VALUE 0.
       01 reviewCount          PIC 9(4) COMP VALUE 0.
       01 pendTable.
           05 pendEntry OCCURS 2000 TIMES.
               10 ptISBN13     PIC x(13).
               10 ptRequester  PIC x(8).
               10 ptStamp      PIC x(14).
               10 ptTitle      PIC x(40).
               10 ptOpen       PIC x(1).

      *>  Before-image of the record in hand, for the maintenance log.
       01 beforeImage.

       01 appliedCount         PIC 9(6) VALUE 0.
       01 rejectedCount        PIC 9(6) VALUE 0.
       01 refusedCount         PIC 9(6) VALUE 0.
       01 pendingCount         PIC 9(6) VALUE 0.
       01 countDisplay         PIC zzzzz9.
       01 priceDisplay         PIC zzzz9.99.
       01 qtyDisplay           PIC zzzzzz9.
       01 logDate              PIC 9(8).
       01 logTime              PIC 9(8).
       01 logTimestamp         PIC x(19).
       01 changeDate           PIC 9(8).
       01 changeTime           PIC 9(8).
       01 changeStamp          PIC x(14).

       PROCEDURE DIVISION.
       MAIN-PARA.

           DISPLAY "..:| Master Catalog Maintenance |:..".

      *>   No authority file, no maintenance - nobody can be shown
      *>   to be allowed to change anything.
           PERFORM LOAD-OPERATORS-PARA THRU LOAD-OPERATORS-PARA-EXIT.
           IF operatorCount = 0
               DISPLAY "Operator authority file isbn-operators.dat "
                   "is missing or empty - maintenance refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-PENDING-PARA THRU LOAD-PENDING-PARA-EXIT.

           OPEN I-O masterFile.
           IF masterFileStatus NOT = "00"
               DISPLAY "Master catalog isbn-master.dat could not be "
               CLOSE correctionFile
           ELSE
               SET interactiveMaint TO TRUE
               DISPLAY "Enter your user ID (for the change log): "
               ACCEPT actingUser
               PERFORM FIND-OPERATOR-PARA THRU FIND-OPERATOR-PARA-EXIT
               IF NOT levelKnown
                   ADD 1 TO refusedCount
                   DISPLAY "User " actingUser " is not in the "
                       "operator authority file - refused."
                   MOVE SPACES TO keyInput
                   MOVE "REFUSE" TO actionText
                   MOVE "(not an authorised operator)" TO rejectReason
                   PERFORM LOG-REJECT-PARA THRU LOG-REJECT-PARA-EXIT
                   MOVE 'Y' TO maintDone
               END-IF
               PERFORM OPERATOR-LOOP-PARA
                   THRU OPERATOR-LOOP-PARA-EXIT
                   UNTIL maintDone = 'Y'
           END-IF.

           CLOSE masterFile.
           IF pendChanged = 'Y'
               PERFORM SAVE-PENDING-PARA THRU SAVE-PENDING-PARA-EXIT
           END-IF.

           DISPLAY " ".
           MOVE appliedCount TO countDisplay.
           MOVE rejectedCount TO countDisplay.
           DISPLAY "Corrections rejected ......................... "
               countDisplay.
           MOVE refusedCount TO countDisplay.
           DISPLAY "Refused for lack of authority ................ "
               countDisplay.
           MOVE pendingCount TO countDisplay.
           DISPLAY "Deletes queued for a second approval ......... "
               countDisplay.

           IF rejectedCount > 0 OR refusedCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF operatorFound = 'N' AND interactiveMaint
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>   Authority file into operatorTable. A level other than
      *>   I, C or D is loaded as it stands and so authorises nothing.
       LOAD-OPERATORS-PARA.
           OPEN INPUT operatorFile.
           IF operatorFileStatus NOT = "00"
               GO TO LOAD-OPERATORS-PARA-EXIT
           END-IF.
           MOVE 'N' TO operatorEOF.
           PERFORM READ-OPERATOR-PARA THRU READ-OPERATOR-PARA-EXIT
               UNTIL operatorEOF = 'Y'.
           CLOSE operatorFile.
       LOAD-OPERATORS-PARA-EXIT.
           EXIT.

       READ-OPERATOR-PARA.
           READ operatorFile
               AT END
                   MOVE 'Y' TO operatorEOF
                   GO TO READ-OPERATOR-PARA-EXIT
           END-READ.
           IF operatorRecord = SPACES OR opUser(1:1) = "*"
               GO TO READ-OPERATOR-PARA-EXIT
           END-IF.
           IF operatorCount >= 500
               DISPLAY "Warning: more than 500 operators - "
                   FUNCTION TRIM(opUser) " and later lines ignored."
               MOVE 'Y' TO operatorEOF
               GO TO READ-OPERATOR-PARA-EXIT
           END-IF.
           ADD 1 TO operatorCount.
           MOVE FUNCTION UPPER-CASE(opUser) TO otUser(operatorCount).
           MOVE FUNCTION UPPER-CASE(opLevel)
               TO otLevel(operatorCount).
       READ-OPERATOR-PARA-EXIT.
           EXIT.

      *>   actingUser's level into actingLevel; blank when the user
      *>   is not in the authority file.
       FIND-OPERATOR-PARA.
           MOVE FUNCTION UPPER-CASE(actingUser) TO actingUser.
           MOVE 'N' TO operatorFound.
           MOVE SPACE TO actingLevel.
           PERFORM MATCH-OPERATOR-PARA THRU MATCH-OPERATOR-PARA-EXIT
               VARYING opJ FROM 1 BY 1
               UNTIL opJ > operatorCount OR operatorFound = 'Y'.
       FIND-OPERATOR-PARA-EXIT.
           EXIT.

       MATCH-OPERATOR-PARA.
           IF otUser(opJ) = actingUser AND actingUser NOT = SPACES
               MOVE 'Y' TO operatorFound
               MOVE otLevel(opJ) TO actingLevel
           END-IF.
       MATCH-OPERATOR-PARA-EXIT.
           EXIT.

       LOAD-PENDING-PARA.
           OPEN INPUT pendDelFile.
           IF pendDelFileStatus NOT = "00"
               GO TO LOAD-PENDING-PARA-EXIT
           END-IF.
           MOVE 'N' TO pendDelEOF.
           PERFORM READ-PENDING-PARA THRU READ-PENDING-PARA-EXIT
               UNTIL pendDelEOF = 'Y'.
           CLOSE pendDelFile.
       LOAD-PENDING-PARA-EXIT.
           EXIT.

       READ-PENDING-PARA.
           READ pendDelFile
               AT END
                   MOVE 'Y' TO pendDelEOF
                   GO TO READ-PENDING-PARA-EXIT
           END-READ.
           IF pendDelRecord = SPACES
               GO TO READ-PENDING-PARA-EXIT
           END-IF.
           IF pendCount >= 2000
               DISPLAY "Warning: more than 2000 pending deletes - "
                   "the rest are not loaded."
               MOVE 'Y' TO pendDelEOF
               GO TO READ-PENDING-PARA-EXIT
           END-IF.
           ADD 1 TO pendCount.
           MOVE pdISBN13 TO ptISBN13(pendCount).
           MOVE pdRequester TO ptRequester(pendCount).
           MOVE pdStamp TO ptStamp(pendCount).
           MOVE pdTitle TO ptTitle(pendCount).
           MOVE 'Y' TO ptOpen(pendCount).
       READ-PENDING-PARA-EXIT.
           EXIT.

      *>   Write back the deletes still waiting. Only done when this
      *>   run added or settled one, so a run that touched none
      *>   leaves the file as it found it.
       SAVE-PENDING-PARA.
           OPEN OUTPUT pendDelFile.
           IF pendDelFileStatus NOT = "00"
               DISPLAY "Warning: isbn-pendel.dat could not be written "
                   "(status " pendDelFileStatus ") - pending deletes "
                   "from this run are lost."
               GO TO SAVE-PENDING-PARA-EXIT
           END-IF.
           PERFORM WRITE-PENDING-PARA THRU WRITE-PENDING-PARA-EXIT
               VARYING pendJ FROM 1 BY 1 UNTIL pendJ > pendCount.
           CLOSE pendDelFile.
       SAVE-PENDING-PARA-EXIT.
           EXIT.

       WRITE-PENDING-PARA.
           IF ptOpen(pendJ) NOT = 'Y'
               GO TO WRITE-PENDING-PARA-EXIT
           END-IF.
           MOVE SPACES TO pendDelRecord.
           MOVE ptISBN13(pendJ) TO pdISBN13.
           MOVE ptRequester(pendJ) TO pdRequester.
           MOVE ptStamp(pendJ) TO pdStamp.
           MOVE ptTitle(pendJ) TO pdTitle.
           WRITE pendDelRecord.
       WRITE-PENDING-PARA-EXIT.
           EXIT.

      *>   Open pending delete for keyInput into pendHit (0 = none).
       FIND-PENDING-PARA.
           MOVE 'N' TO pendFound.
           MOVE 0 TO pendHit.
           PERFORM MATCH-PENDING-PARA THRU MATCH-PENDING-PARA-EXIT
               VARYING pendJ FROM 1 BY 1
               UNTIL pendJ > pendCount OR pendFound = 'Y'.
       FIND-PENDING-PARA-EXIT.
           EXIT.

       MATCH-PENDING-PARA.
           IF ptISBN13(pendJ) = keyInput AND ptOpen(pendJ) = 'Y'
               MOVE 'Y' TO pendFound
               MOVE pendJ TO pendHit
           END-IF.
       MATCH-PENDING-PARA-EXIT.
           EXIT.

      *>   One correction-file line. Blank and comment lines are
      *>   skipped so the file can carry the approver's notes.
       CORRECTION-LOOP-PARA.
           MOVE ccTitle TO titleInput.
           MOVE ccPublisher TO publisherInput.
           MOVE ccUser TO actingUser.
           PERFORM FIND-OPERATOR-PARA THRU FIND-OPERATOR-PARA-EXIT.
           PERFORM APPLY-CHANGE-PARA THRU APPLY-CHANGE-PARA-EXIT.
       CORRECTION-LOOP-PARA-EXIT.
           EXIT.
      *>   to be retyped.
       OPERATOR-LOOP-PARA.
           DISPLAY " ".
           DISPLAY "Enter ISBN-13 key to maintain "
               "(P = pending deletes, 0 to exit): ".
           ACCEPT keyInput.

           IF FUNCTION TRIM(keyInput) = "0"
               GO TO OPERATOR-LOOP-PARA-EXIT
           END-IF.

           IF FUNCTION TRIM(keyInput) = "P" OR
               FUNCTION TRIM(keyInput) = "p"
               DISPLAY "Deletes waiting for a second approval:"
               MOVE 0 TO reviewCount
               PERFORM REVIEW-PENDING-PARA
                   THRU REVIEW-PENDING-PARA-EXIT
                   VARYING reviewJ FROM 1 BY 1
                   UNTIL reviewJ > pendCount
               IF reviewCount = 0
                   DISPLAY "  (none)"
               END-IF
               GO TO OPERATOR-LOOP-PARA-EXIT
           END-IF.

           MOVE keyInput TO masterISBN13.
           READ masterFile
               INVALID KEY
           END-READ.

           PERFORM SHOW-RECORD-PARA THRU SHOW-RECORD-PARA-EXIT.
           PERFORM FIND-PENDING-PARA THRU FIND-PENDING-PARA-EXIT.
           IF pendHit > 0
               DISPLAY "  Delete requested by " ptRequester(pendHit)
                   " - D from another operator approves it."
           END-IF.
           IF levelInquire
               GO TO OPERATOR-LOOP-PARA-EXIT
           END-IF.

           DISPLAY "Action - U = update title/publisher, "
               "D = delete, blank = leave alone: ".
       OPERATOR-LOOP-PARA-EXIT.
           EXIT.

      *>   One pending delete, offered for approval to anyone but the
      *>   operator who asked for it. The approval itself goes through
      *>   APPLY-CHANGE-PARA, so it is checked and logged like any
      *>   other change.
       REVIEW-PENDING-PARA.
           IF ptOpen(reviewJ) NOT = 'Y'
               GO TO REVIEW-PENDING-PARA-EXIT
           END-IF.
           ADD 1 TO reviewCount.
           DISPLAY " ".
           DISPLAY "  " ptISBN13(reviewJ) "  " ptTitle(reviewJ).
           DISPLAY "  Requested by " ptRequester(reviewJ) " at "
               ptStamp(reviewJ).
           IF ptRequester(reviewJ) = actingUser OR NOT levelDelete
               GO TO REVIEW-PENDING-PARA-EXIT
           END-IF.
           DISPLAY "  Approve this delete? (Y = approve, "
               "blank = leave pending): ".
           MOVE SPACE TO reviewInput.
           ACCEPT reviewInput.
           IF reviewInput = 'Y' OR reviewInput = 'y'
               MOVE ptISBN13(reviewJ) TO keyInput
               MOVE 'A' TO actionInput
               MOVE SPACES TO titleInput
               MOVE SPACES TO publisherInput
               PERFORM APPLY-CHANGE-PARA THRU APPLY-CHANGE-PARA-EXIT
           END-IF.
       REVIEW-PENDING-PARA-EXIT.
           EXIT.

       SHOW-RECORD-PARA.
           MOVE masterListPrice TO priceDisplay.
           MOVE masterOnHandQty TO qtyDisplay.
           EXIT.

      *>   Apply one change (from either source) against the master:
      *>   check the operator may make it, read the key, save the
      *>   before-image, update or delete, and log it. A key the
      *>   master has never seen is a rejected correction, counted
      *>   and logged as such (and any delete pending on it is
      *>   dropped - there is nothing left to delete).
       APPLY-CHANGE-PARA.
           MOVE SPACES TO requesterText.
           PERFORM AUTHORITY-PARA THRU AUTHORITY-PARA-EXIT.
           IF rejectReason NOT = SPACES
               ADD 1 TO refusedCount
               DISPLAY "Refused - " actingUser " " rejectReason
                   " for " keyInput
               MOVE "REFUSE" TO actionText
               PERFORM LOG-REJECT-PARA THRU LOG-REJECT-PARA-EXIT
               GO TO APPLY-CHANGE-PARA-EXIT
           END-IF.

           MOVE keyInput TO masterISBN13.
           READ masterFile
               INVALID KEY
                   MOVE "REJECT" TO actionText
                   MOVE "(not in master catalog)" TO rejectReason
                   PERFORM LOG-REJECT-PARA THRU LOG-REJECT-PARA-EXIT
                   PERFORM FIND-PENDING-PARA
                       THRU FIND-PENDING-PARA-EXIT
                   IF pendHit > 0
                       MOVE 'N' TO ptOpen(pendHit)
                       MOVE 'Y' TO pendChanged
                   END-IF
                   GO TO APPLY-CHANGE-PARA-EXIT
           END-READ.

                   IF publisherInput NOT = SPACES
                       MOVE publisherInput TO masterPublisher
                   END-IF
                   PERFORM CHANGE-STAMP-PARA
                       THRU CHANGE-STAMP-PARA-EXIT
                   MOVE changeStamp TO masterChangeStamp
                   SET masterChangeCorrect TO TRUE
                   REWRITE masterRecord
                       INVALID KEY
                           DISPLAY "Warning: rewrite failed (status "
                   ELSE
                       ADD 1 TO rejectedCount
                   END-IF
      *>       A first request for a delete only queues it. The same
      *>       request from a second D-level operator - or an
      *>       explicit approval - carries it out.
               WHEN actionInput = 'D' OR actionInput = 'A'
                   PERFORM FIND-PENDING-PARA
                       THRU FIND-PENDING-PARA-EXIT
                   EVALUATE TRUE
                       WHEN pendHit = 0 AND actionInput = 'A'
                           ADD 1 TO rejectedCount
                           DISPLAY "Rejected - no delete pending for "
                               keyInput
                           MOVE "REJECT" TO actionText
                           MOVE "(no delete pending)" TO rejectReason
                           PERFORM LOG-REJECT-PARA
                               THRU LOG-REJECT-PARA-EXIT
                       WHEN pendHit = 0
                           PERFORM REQUEST-DELETE-PARA
                               THRU REQUEST-DELETE-PARA-EXIT
                       WHEN ptRequester(pendHit) = actingUser
                           ADD 1 TO refusedCount
                           DISPLAY "Refused - the delete of " keyInput
                               " needs a second operator's approval"
                           MOVE "REFUSE" TO actionText
                           MOVE "(needs a second approver)"
                               TO rejectReason
                           PERFORM LOG-REJECT-PARA
                               THRU LOG-REJECT-PARA-EXIT
                       WHEN OTHER
                           PERFORM DELETE-RECORD-PARA
                               THRU DELETE-RECORD-PARA-EXIT
                   END-EVALUATE
               WHEN OTHER
                   ADD 1 TO rejectedCount
                   DISPLAY "Rejected - unknown action '" actionInput
       APPLY-CHANGE-PARA-EXIT.
           EXIT.

      *>   What the operator's level allows: U needs C or D, a delete
      *>   or an approval needs D. rejectReason comes back blank when
      *>   the change may go ahead. An unknown action is left for
      *>   APPLY-CHANGE-PARA to reject.
       AUTHORITY-PARA.
           MOVE SPACES TO rejectReason.
           EVALUATE TRUE
               WHEN NOT levelKnown
                   MOVE "(not an authorised operator)" TO rejectReason
               WHEN actionInput = 'U' AND levelInquire
                   MOVE "(inquiry only)" TO rejectReason
               WHEN (actionInput = 'D' OR actionInput = 'A')
                   AND NOT levelDelete
                   MOVE "(no delete authority)" TO rejectReason
           END-EVALUATE.
       AUTHORITY-PARA-EXIT.
           EXIT.

      *>   Queue the delete for a second approval and log it with the
      *>   record's before-image.
       REQUEST-DELETE-PARA.
           IF pendCount >= 2000
               ADD 1 TO rejectedCount
               DISPLAY "Rejected - pending delete list is full, "
                   keyInput " not queued"
               MOVE "REJECT" TO actionText
               MOVE "(pending delete list full)" TO rejectReason
               PERFORM LOG-REJECT-PARA THRU LOG-REJECT-PARA-EXIT
               GO TO REQUEST-DELETE-PARA-EXIT
           END-IF.
           PERFORM CHANGE-STAMP-PARA THRU CHANGE-STAMP-PARA-EXIT.
           ADD 1 TO pendCount.
           MOVE keyInput TO ptISBN13(pendCount).
           MOVE actingUser TO ptRequester(pendCount).
           MOVE changeStamp TO ptStamp(pendCount).
           MOVE masterTitle TO ptTitle(pendCount).
           MOVE 'Y' TO ptOpen(pendCount).
           MOVE 'Y' TO pendChanged.
           ADD 1 TO pendingCount.
           MOVE "PENDING" TO actionText.
           MOVE SPACES TO requesterText.
           PERFORM LOG-CHANGE-PARA THRU LOG-CHANGE-PARA-EXIT.
           DISPLAY "Delete of " keyInput " is pending a second "
               "operator's approval".
       REQUEST-DELETE-PARA-EXIT.
           EXIT.

      *>   Second approval given: the delete itself, as it always was,
      *>   with the requester named in the log.
       DELETE-RECORD-PARA.
           MOVE ptRequester(pendHit) TO requesterText.
           DELETE masterFile
               INVALID KEY
                   DISPLAY "Warning: delete failed (status "
                       masterFileStatus ") for " keyInput
           END-DELETE.
           IF masterFileStatus = "00"
               ADD 1 TO appliedCount
               MOVE 'N' TO ptOpen(pendHit)
               MOVE 'Y' TO pendChanged
               PERFORM FEED-DELETE-PARA THRU FEED-DELETE-PARA-EXIT
               MOVE "DELETE" TO actionText
               PERFORM LOG-CHANGE-PARA THRU LOG-CHANGE-PARA-EXIT
               DISPLAY "Deleted " keyInput
           ELSE
               ADD 1 TO rejectedCount
           END-IF.
       DELETE-RECORD-PARA-EXIT.
           EXIT.

       CHANGE-STAMP-PARA.
           ACCEPT changeDate FROM DATE YYYYMMDD.
           ACCEPT changeTime FROM TIME.
           MOVE changeDate TO changeStamp(1:8).
           MOVE changeTime(1:6) TO changeStamp(9:6).
       CHANGE-STAMP-PARA-EXIT.
           EXIT.

      *>   The record just deleted, as it last stood, for the
      *>   storefront feed.
       FEED-DELETE-PARA.
           PERFORM CHANGE-STAMP-PARA THRU CHANGE-STAMP-PARA-EXIT.
           OPEN EXTEND feedDelFile.
           IF feedDelFileStatus = "35"
               OPEN OUTPUT feedDelFile
               CLOSE feedDelFile
               OPEN EXTEND feedDelFile
           END-IF.
           IF feedDelFileStatus NOT = "00"
               DISPLAY "Warning: isbn-feeddel.dat could not be opened "
                   "(status " feedDelFileStatus ") - the storefront "
                   "feed will not show " keyInput " as removed."
               GO TO FEED-DELETE-PARA-EXIT
           END-IF.
           MOVE SPACES TO feedDeleteRecord.
           MOVE changeStamp TO fxDeleteStamp.
           MOVE masterRecord TO fxImage.
           WRITE feedDeleteRecord.
           CLOSE feedDelFile.
       FEED-DELETE-PARA-EXIT.
           EXIT.

      *>   Three log lines per change - header with timestamp, user
      *>   and action, then the before- and after-images - so the log
      *>   reads as a plain audit trail without a decoder.
               " user=" DELIMITED BY SIZE
               actingUser DELIMITED BY SIZE
               " action=" DELIMITED BY SIZE
               actionText DELIMITED BY SPACE
               " isbn=" DELIMITED BY SIZE
               keyInput DELIMITED BY SIZE
               INTO maintLogRecord
           END-STRING.
           IF requesterText NOT = SPACES
               STRING " requested-by=" DELIMITED BY SIZE
                   requesterText DELIMITED BY SIZE
                   INTO maintLogRecord(70:30)
               END-STRING
           END-IF.
           WRITE maintLogRecord.

           MOVE SPACES TO maintLogRecord.
           WRITE maintLogRecord.

           MOVE SPACES TO maintLogRecord.
           EVALUATE actionText
               WHEN "DELETE"
                   MOVE "  after  (record deleted)" TO maintLogRecord
               WHEN "PENDING"
                   MOVE "  after  (delete pending a second approval)"
                       TO maintLogRecord
               WHEN OTHER
                   MOVE masterListPrice TO priceDisplay
                   MOVE masterOnHandQty TO qtyDisplay
                   STRING "  after  title=[" DELIMITED BY SIZE
                       masterTitle DELIMITED BY SIZE
                       "] pub=" DELIMITED BY SIZE
                       masterPublisher DELIMITED BY SIZE
                       " price=" DELIMITED BY SIZE
                       priceDisplay DELIMITED BY SIZE
                       " qty=" DELIMITED BY SIZE
                       qtyDisplay DELIMITED BY SIZE
                       " status=" DELIMITED BY SIZE
                       masterStatus DELIMITED BY SIZE
                       INTO maintLogRecord
                   END-STRING
           END-EVALUATE.
           WRITE maintLogRecord.

           CLOSE maintLogFile.
       LOG-CHANGE-PARA-EXIT.
           EXIT.

      *>   A rejected or refused correction leaves a one-line trace
      *>   too, with the action and reason the caller set, so the log
      *>   answers "what happened to the correction I approved".
       LOG-REJECT-PARA.
           PERFORM OPEN-LOG-PARA THRU OPEN-LOG-PARA-EXIT.

           STRING logTimestamp DELIMITED BY SIZE
               " user=" DELIMITED BY SIZE
               actingUser DELIMITED BY SIZE
               " action=" DELIMITED BY SIZE
               actionText DELIMITED BY SPACE
               " isbn=" DELIMITED BY SIZE
               keyInput DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               rejectReason DELIMITED BY SIZE

      *> Checks an inbound interface file against its control header and
      *> trailer (see FeedEnvelope.cob, which must also be copied). Set
      *> EnvelopeFileType, EnvelopeRunDate and EnvelopeFileStem (the name
      *> without .txt) and PERFORM CheckInboundEnvelope: the whole file is
      *> read before anything is loaded. EnvelopeRejectReason is SPACES when
      *> the file may be loaded; its detail lines are then lines 2 through
      *> EnvelopeDetailCount + 1. While reading, count lines in
      *> EnvelopeLineNumber and PERFORM ClassifyEnvelopeLine to skip the
      *> header and trailer. After the load PERFORM AcceptInboundFile;
      *> a rejected file goes to the feed's reject queue and is then moved
      *> aside with ".rejected" in EnvelopeAsideSuffix and PERFORM
      *> SetInboundFileAside.
       CheckInboundEnvelope.
           MOVE SPACES TO EnvelopeRejectReason
           MOVE SPACES TO EnvelopeReceivedType
           MOVE 'N' TO EnvelopeFileMissing
           MOVE 'N' TO EnvelopeHeaderPresent
           MOVE 'N' TO EnvelopeTrailerPresent
           MOVE 0 TO EnvelopeLineCount
           MOVE 0 TO EnvelopeDetailCount
           MOVE 0 TO EnvelopeRecordCount
           MOVE 0 TO EnvelopeHashTotal
           MOVE 0 TO EnvelopeSequence
           MOVE SPACES TO EnvelopeFileName
           STRING FUNCTION TRIM(EnvelopeFileStem) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO EnvelopeFileName
           MOVE LOW-VALUES TO EnvelopeCheckDetails
           CALL "CBL_CHECK_FILE_EXIST" USING EnvelopeFileName
               EnvelopeCheckDetails
           IF RETURN-CODE NOT = 0
               MOVE 'Y' TO EnvelopeFileMissing
               MOVE "NO FILE RECEIVED" TO EnvelopeRejectReason
           ELSE
               PERFORM ReadInboundEnvelope
           END-IF
           MOVE 0 TO RETURN-CODE.

      *> Each line is held back one read, so the line still held at end of
      *> file is the trailer and is not hashed with the detail lines.
       ReadInboundEnvelope.
           MOVE SPACES TO EnvelopeHeldLine
           MOVE 'N' TO EOF-EnvelopeCheckFile
           OPEN INPUT EnvelopeCheckFile
           PERFORM UNTIL EOF-EnvelopeCheckFile = 'Y'
               READ EnvelopeCheckFile
               AT END
                   MOVE 'Y' TO EOF-EnvelopeCheckFile
               NOT AT END
                   ADD 1 TO EnvelopeLineCount
                   IF EnvelopeLineCount = 1
                       MOVE EnvelopeCheckRecord(1:60) TO EnvelopeLine
                       IF EnvelopeTag = "HDR"
                           MOVE 'Y' TO EnvelopeHeaderPresent
                           MOVE EnvelopeHdrSequence TO EnvelopeSequence
                           MOVE EnvelopeHdrFileType TO EnvelopeReceivedType
                       END-IF
                   ELSE
                       IF EnvelopeLineCount > 2
                           MOVE EnvelopeHeldLine TO EnvelopeDetail
                           PERFORM AddEnvelopeHash
                       END-IF
                       MOVE EnvelopeCheckRecord TO EnvelopeHeldLine
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EnvelopeCheckFile

           IF EnvelopeLineCount > 1
               MOVE EnvelopeHeldLine(1:60) TO EnvelopeLine
               IF EnvelopeTag = "TRL"
                   MOVE 'Y' TO EnvelopeTrailerPresent
               END-IF
           END-IF
           MOVE EnvelopeRecordCount TO EnvelopeDetailCount

           EVALUATE TRUE
               WHEN EnvelopeHeaderPresent = 'N'
                   MOVE "FILE HAS NO HEADER" TO EnvelopeRejectReason
               WHEN EnvelopeReceivedType NOT = EnvelopeFileType
                   MOVE "FILE TYPE DOES NOT MATCH" TO EnvelopeRejectReason
               WHEN EnvelopeTrailerPresent = 'N'
                   MOVE "FILE HAS NO TRAILER" TO EnvelopeRejectReason
               WHEN EnvelopeTrlCount IS NOT NUMERIC
                   MOVE "TRAILER COUNT INVALID" TO EnvelopeRejectReason
               WHEN EnvelopeTrlCount NOT = EnvelopeRecordCount
                   MOVE "TRAILER COUNT MISMATCH" TO EnvelopeRejectReason
               WHEN EnvelopeTrlHash IS NOT NUMERIC
                   MOVE "TRAILER HASH INVALID" TO EnvelopeRejectReason
               WHEN EnvelopeTrlHash NOT = EnvelopeHashTotal
                   MOVE "TRAILER HASH MISMATCH" TO EnvelopeRejectReason
               WHEN OTHER
                   PERFORM CheckInboundSequence
           END-EVALUATE.

      *> The first file received on an interface sets its starting point.
       CheckInboundSequence.
           MOVE SPACES TO EnvelopeSequenceKey
           STRING "IN " DELIMITED BY SIZE
               EnvelopeFileType DELIMITED BY SIZE
               INTO EnvelopeSequenceKey
           PERFORM FindInterfaceSequence
           IF EnvelopeSequenceFound = 'Y'
               PERFORM StepEnvelopeSequence
               IF EnvelopeSequence NOT = EnvelopeExpectedSequence
                   IF EnvelopeSequence > EnvelopeExpectedSequence
                       MOVE "SEQUENCE SKIPS AHEAD" TO EnvelopeRejectReason
                   ELSE
                       MOVE "SEQUENCE REPEATED" TO EnvelopeRejectReason
                   END-IF
               END-IF
           END-IF.

       AcceptInboundFile.
           PERFORM SaveInterfaceSequence
           MOVE ".loaded" TO EnvelopeAsideSuffix
           PERFORM SetInboundFileAside.

      *> The file is renamed so tomorrow's run does not see it again.
       SetInboundFileAside.
           IF EnvelopeFileMissing = 'N'
               MOVE SPACES TO EnvelopeAsideName
               STRING FUNCTION TRIM(EnvelopeFileStem) DELIMITED BY SIZE
                   FUNCTION TRIM(EnvelopeAsideSuffix) DELIMITED BY SIZE
                   INTO EnvelopeAsideName
               CALL "CBL_DELETE_FILE" USING EnvelopeAsideName
               CALL "CBL_RENAME_FILE" USING EnvelopeFileName
                   EnvelopeAsideName
               MOVE 0 TO RETURN-CODE
           END-IF.

      *> Lines past the count taken at the check were written after it, and
      *> are left for the next file rather than loaded unchecked.
       ClassifyEnvelopeLine.
           MOVE 'Y' TO EnvelopeIsDetail
           IF EnvelopeHeaderPresent = 'Y' AND EnvelopeLineNumber = 1
               MOVE 'N' TO EnvelopeIsDetail
           END-IF
           IF EnvelopeTrailerPresent = 'Y'
              AND EnvelopeLineNumber >= EnvelopeLineCount
               MOVE 'N' TO EnvelopeIsDetail
           END-IF
           IF EnvelopeLineCount > 0 AND EnvelopeLineNumber > EnvelopeLineCount
               MOVE 'N' TO EnvelopeIsDetail
           END-IF.

      *> Records resubmitted from the reject queue through AdminConsole
      *> carry no header or trailer; every line is a detail line.
       StartUnenvelopedFile.
           MOVE 'N' TO EnvelopeHeaderPresent
           MOVE 'N' TO EnvelopeTrailerPresent
           MOVE 0 TO EnvelopeLineCount
           MOVE 0 TO EnvelopeLineNumber.

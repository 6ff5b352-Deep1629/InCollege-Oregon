       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EmployerFeedFile ASSIGN TO EmployerFeedFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EmployerFeedRejectFile
               ASSIGN TO "input/EmployerFeed.rej"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EmployerFile ASSIGN TO "employers.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalControlFile ASSIGN TO "journal_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL InterfaceSequenceFile
               ASSIGN TO "interface_sequences.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempInterfaceSequenceFile
               ASSIGN TO "interface_sequences_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EnvelopeCheckFile ASSIGN TO EnvelopeFileName
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 FeedEmployerLocation PIC X(50).
           05 FeedEmployerDescription PIC X(200).
           05 FeedEmployerContact PIC X(50).
           05 FeedEmployerParent PIC X(50).

       FD EmployerFeedRejectFile.
       01 EmployerFeedRejectRecord.
           05 RejEmployerName PIC X(50).
           05 RejEmployerLocation PIC X(50).
           05 RejEmployerDescription PIC X(200).
           05 RejEmployerContact PIC X(50).
           05 RejReason PIC X(30).
           05 RejEmployerParent PIC X(50).

       FD EmployerFile.
       01 EmployerRecord.
           05 EmployerLocation PIC X(50).
           05 EmployerDescription PIC X(200).
           05 EmployerContact PIC X(50).
           05 EmployerParentId PIC 9(5).

       FD TempEmployerFile.
       01 TempEmployerRecord.
           05 EmployerLocation PIC X(50).
           05 EmployerDescription PIC X(200).
           05 EmployerContact PIC X(50).
           05 EmployerParentId PIC 9(5).

       FD EmployerCounterFile.
       01 EmployerCounterRecord.
           05 ControlWrittenCount PIC 9(6).
           05 ControlRejectCount PIC 9(6).

       FD JournalFile.
       01 JournalEntryRecord.
           05 JournalEntrySeq PIC 9(8).
           05 JournalEntryStamp PIC X(19).
           05 JournalEntryProgram PIC X(24).
           05 JournalEntryUser PIC X(20).
           05 JournalEntryFile PIC X(27).
           05 JournalEntryBeforeFlag PIC X(1).
           05 JournalEntryBeforeSize PIC 9(12).
           05 JournalEntryAfterSize PIC 9(12).

       FD JournalControlFile.
       01 JournalControlRecord.
           05 JournalControlSeq PIC 9(8).

       FD InterfaceSequenceFile.
       01 InterfaceSequenceRecord.
           05 SeqInterfaceKey PIC X(24).
           05 SeqLastNumber PIC 9(6).
           05 SeqLastDate PIC X(10).

       FD TempInterfaceSequenceFile.
       01 TempInterfaceSequenceRecord.
           05 TempSeqInterfaceKey PIC X(24).
           05 TempSeqLastNumber PIC 9(6).
           05 TempSeqLastDate PIC X(10).

       FD EnvelopeCheckFile.
       01 EnvelopeCheckRecord PIC X(600).

       WORKING-STORAGE SECTION.
       01 CurrentMessage PIC X(132).
       01 EOF-FeedFile PIC X VALUE 'N'.
       01 FeedAddedCount PIC 9(5) VALUE 0.
       01 FeedUpdatedCount PIC 9(5) VALUE 0.
       01 FeedRejectedCount PIC 9(5) VALUE 0.
       01 FeedFileRejectedCount PIC 9(5) VALUE 0.
       01 FeedRejectReason PIC X(30).
       01 EmployerFeedFileName PIC X(44) VALUE "input/EmployerFeed.txt".
       01 EmployerFound PIC X VALUE 'N'.
       01 LastEmployerIdValue PIC 9(5) VALUE 0.
       01 FeedParentId PIC 9(5) VALUE 0.
       01 FeedSelfId PIC 9(5) VALUE 0.
       01 FeedSelfHasDivisions PIC X VALUE 'N'.
       01 ControlStampBuf PIC X(20).
       01 ControlStampWork PIC X(21).
       01 ControlRunDay PIC X(10).

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "EmployerFeedLoader".
       01 JournalUserName PIC X(20) VALUE "OPERATOR".
       01 JournalLastSeq PIC 9(8) VALUE 0.
       01 JournalImageName PIC X(40).
       01 JournalDirReady PIC X VALUE 'N'.
       01 JournalCheckDetails.
           05 JournalCheckSize PIC 9(18) COMP.
           05 FILLER PIC X(56).
       01 JournalPendingTable VALUE SPACES.
           05 JournalPendingEntry OCCURS 10 TIMES.
               10 JournalPendingName PIC X(27).
               10 JournalPendingSeq PIC 9(8).
               10 JournalPendingExists PIC X(1).
               10 JournalPendingSize PIC 9(12).
       01 JournalPendingIndex PIC 9(2) VALUE 0.
       01 JournalPendingSlot PIC 9(2) VALUE 0.
       01 JournalStampBuf PIC X(20).
       01 JournalStampWork PIC X(21).
       01 JournalStamp PIC X(19).

       01 EnvelopeFileType PIC X(20).
       01 EnvelopeSourceSystem PIC X(10) VALUE "INCOLLEGE".
       01 EnvelopeRunDate PIC X(10).
       01 EnvelopeSequence PIC 9(6) VALUE 0.
       01 EnvelopeLastSequence PIC 9(6) VALUE 0.
       01 EnvelopeExpectedSequence PIC 9(6) VALUE 0.
       01 EnvelopeSequenceKey PIC X(24).
       01 EnvelopeSequenceFound PIC X VALUE 'N'.
       01 EOF-InterfaceSequenceFile PIC X VALUE 'N'.
       01 EnvelopeRecordCount PIC 9(8) VALUE 0.
       01 EnvelopeHashTotal PIC 9(15) VALUE 0.
       01 EnvelopeByteIndex PIC 9(4) VALUE 0.
       01 EnvelopeDetail PIC X(600).
       01 EnvelopeLine.
           05 EnvelopeTag PIC X(3).
           05 EnvelopeHeader.
               10 EnvelopeHdrSource PIC X(10).
               10 EnvelopeHdrFileType PIC X(20).
               10 EnvelopeHdrRunDate PIC X(10).
               10 EnvelopeHdrSequence PIC 9(6).
               10 FILLER PIC X(11).
           05 EnvelopeTrailer REDEFINES EnvelopeHeader.
               10 EnvelopeTrlCount PIC 9(8).
               10 EnvelopeTrlHash PIC 9(15).
               10 FILLER PIC X(34).
       01 EnvelopeFileStem PIC X(40).
       01 EnvelopeFileName PIC X(44).
       01 EnvelopeAsideName PIC X(48).
       01 EnvelopeAsideSuffix PIC X(9).
       01 EnvelopeReceivedType PIC X(20).
       01 EnvelopeRejectReason PIC X(30).
       01 EnvelopeFileMissing PIC X VALUE 'N'.
       01 EnvelopeHeaderPresent PIC X VALUE 'N'.
       01 EnvelopeTrailerPresent PIC X VALUE 'N'.
       01 EnvelopeLineCount PIC 9(8) VALUE 0.
       01 EnvelopeDetailCount PIC 9(8) VALUE 0.
       01 EnvelopeLineNumber PIC 9(8) VALUE 0.
       01 EnvelopeIsDetail PIC X VALUE 'Y'.
       01 EnvelopeHeldLine PIC X(600).
       01 EOF-EnvelopeCheckFile PIC X VALUE 'N'.
       01 EnvelopeCheckDetails.
           05 EnvelopeCheckSize PIC 9(18) COMP.
           05 FILLER PIC X(56).

       PROCEDURE DIVISION.
       MainSection.
           PERFORM DetermineControlRunDay
           OPEN OUTPUT ReportFile
           MOVE "InCollege Employer Feed Load Report" TO CurrentMessage
           PERFORM WriteReportLine
           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine

           MOVE "EMPLOYERFEED" TO EnvelopeFileType
           MOVE ControlRunDay TO EnvelopeRunDate
           MOVE "input/EmployerFeed" TO EnvelopeFileStem
           PERFORM CheckInboundEnvelope
           EVALUATE TRUE
               WHEN EnvelopeFileMissing = 'Y'
                   MOVE "No employer feed file received." TO CurrentMessage
                   PERFORM WriteReportLine
               WHEN EnvelopeRejectReason NOT = SPACES
                   PERFORM RejectEmployerFeedFile
               WHEN OTHER
                   MOVE SPACES TO CurrentMessage
                   STRING "Feed file sequence " DELIMITED BY SIZE
                       EnvelopeSequence DELIMITED BY SIZE
                       " accepted" DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM WriteReportLine
                   MOVE EnvelopeFileName TO EmployerFeedFileName
                   PERFORM LoadEmployerFeedFile
                   PERFORM AcceptInboundFile
           END-EVALUATE

           MOVE "input/EmployerFeed.fix" TO EmployerFeedFileName
           CALL "CBL_CHECK_FILE_EXIST" USING EmployerFeedFileName
               EnvelopeCheckDetails
           IF RETURN-CODE = 0
               MOVE "Resubmitted records (input/EmployerFeed.fix):"
                   TO CurrentMessage
               PERFORM WriteReportLine
               PERFORM StartUnenvelopedFile
               PERFORM LoadEmployerFeedFile
               CALL "CBL_DELETE_FILE" USING EmployerFeedFileName
           END-IF
           MOVE 0 TO RETURN-CODE

           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine
               FeedUpdatedCount DELIMITED BY SIZE
               "  rejected: " DELIMITED BY SIZE
               FeedRejectedCount DELIMITED BY SIZE
               "  rejected with file: " DELIMITED BY SIZE
               FeedFileRejectedCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           CLOSE ReportFile
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       LoadEmployerFeedFile.
           MOVE 0 TO EnvelopeLineNumber
           MOVE 'N' TO EOF-FeedFile
           OPEN INPUT EmployerFeedFile
           PERFORM UNTIL EOF-FeedFile = 'Y'
               READ EmployerFeedFile INTO EmployerFeedRecord
               AT END
                   MOVE 'Y' TO EOF-FeedFile
               NOT AT END
                   ADD 1 TO EnvelopeLineNumber
                   PERFORM ClassifyEnvelopeLine
                   IF EnvelopeIsDetail = 'Y'
                       ADD 1 TO FeedRecordCount
                       IF FUNCTION TRIM(FeedEmployerName) = SPACES
                           ADD 1 TO FeedRejectedCount
                           MOVE "Rejected: feed record with no employer name"
                               TO CurrentMessage
                           PERFORM WriteReportLine
                           MOVE "MISSING EMPLOYER NAME" TO FeedRejectReason
                           PERFORM WriteFeedReject
                       ELSE
                           PERFORM ResolveFeedParent
                           IF FeedRejectReason = SPACES
                               PERFORM LoadOneEmployer
                           ELSE
                               ADD 1 TO FeedRejectedCount
                               MOVE SPACES TO CurrentMessage
                               STRING "Rejected: " DELIMITED BY SIZE
                                   FUNCTION TRIM(FeedEmployerName)
                                   DELIMITED BY SIZE
                                   " - " DELIMITED BY SIZE
                                   FUNCTION TRIM(FeedRejectReason)
                                   DELIMITED BY SIZE
                                   INTO CurrentMessage
                               PERFORM WriteReportLine
                               PERFORM WriteFeedReject
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerFeedFile.

      *> Nothing from a file that fails its control check is loaded: every
      *> detail line goes to the reject queue under the file's reason.
       RejectEmployerFeedFile.
           MOVE SPACES TO CurrentMessage
           STRING "Feed file sequence " DELIMITED BY SIZE
               EnvelopeSequence DELIMITED BY SIZE
               " rejected: " DELIMITED BY SIZE
               FUNCTION TRIM(EnvelopeRejectReason) DELIMITED BY SIZE
               "; nothing loaded." DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           MOVE EnvelopeFileName TO EmployerFeedFileName
           MOVE EnvelopeRejectReason TO FeedRejectReason
           MOVE 0 TO EnvelopeLineNumber
           MOVE 'N' TO EOF-FeedFile
           OPEN INPUT EmployerFeedFile
           PERFORM UNTIL EOF-FeedFile = 'Y'
               READ EmployerFeedFile INTO EmployerFeedRecord
               AT END
                   MOVE 'Y' TO EOF-FeedFile
               NOT AT END
                   ADD 1 TO EnvelopeLineNumber
                   PERFORM ClassifyEnvelopeLine
                   IF EnvelopeIsDetail = 'Y'
                       ADD 1 TO FeedRecordCount
                       ADD 1 TO FeedFileRejectedCount
                       PERFORM WriteFeedReject
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerFeedFile
           MOVE ".rejected" TO EnvelopeAsideSuffix
           PERFORM SetInboundFileAside.

       WriteFeedReject.
           OPEN EXTEND EmployerFeedRejectFile
           MOVE SPACES TO EmployerFeedRejectRecord
           MOVE FeedEmployerName TO RejEmployerName
           MOVE FeedEmployerLocation TO RejEmployerLocation
           MOVE FeedEmployerDescription TO RejEmployerDescription
           MOVE FeedEmployerContact TO RejEmployerContact
           MOVE FeedRejectReason TO RejReason
           MOVE FeedEmployerParent TO RejEmployerParent
           WRITE EmployerFeedRejectRecord
           CLOSE EmployerFeedRejectFile.

       LoadOneEmployer.
           MOVE 'N' TO EmployerFound
           MOVE 'N' TO EOF-EmployerFile
                           MOVE FeedEmployerContact
                               TO EmployerContact IN EmployerRecord
                       END-IF
                       IF FeedParentId > 0
                           MOVE FeedParentId
                               TO EmployerParentId IN EmployerRecord
                       END-IF
                   END-IF
                   WRITE TempEmployerRecord FROM EmployerRecord
               END-READ
           CLOSE EmployerFile
           CLOSE TempEmployerFile

           MOVE "employers.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "employers.dat"
           CALL "CBL_RENAME_FILE" USING "employers_temp.dat"
               "employers.dat"
           PERFORM JournalAfterImage

           IF EmployerFound = 'Y' THEN
               ADD 1 TO FeedUpdatedCount
               PERFORM WriteReportLine
           ELSE
               PERFORM GetNextEmployerId
               MOVE "employers.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND EmployerFile
               MOVE SPACES TO EmployerRecord
               MOVE LastEmployerIdValue
                   TO EmployerDescription IN EmployerRecord
               MOVE FeedEmployerContact
                   TO EmployerContact IN EmployerRecord
               MOVE FeedParentId TO EmployerParentId IN EmployerRecord
               WRITE EmployerRecord
               CLOSE EmployerFile
               MOVE "employers.dat" TO JournalMasterName
               PERFORM JournalAfterImage
               ADD 1 TO FeedAddedCount
               MOVE SPACES TO CurrentMessage
               STRING "Added:   " DELIMITED BY SIZE
               PERFORM WriteReportLine
           END-IF.

      *> The parent is named, not numbered, since the sending system does
      *> not know our Employer IDs. It must already be on file and must not
      *> itself be a division, and an employer that has divisions of its
      *> own cannot be made one. A blank parent leaves any existing link.
       ResolveFeedParent.
           MOVE SPACES TO FeedRejectReason
           MOVE 0 TO FeedParentId
           MOVE 0 TO FeedSelfId
           IF FUNCTION TRIM(FeedEmployerParent) NOT = SPACES
               MOVE "UNKNOWN PARENT EMPLOYER" TO FeedRejectReason
               MOVE 'N' TO EOF-EmployerFile
               OPEN INPUT EmployerFile
               PERFORM UNTIL EOF-EmployerFile = 'Y'
                   READ EmployerFile INTO EmployerRecord
                   AT END
                       MOVE 'Y' TO EOF-EmployerFile
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(EmployerName IN EmployerRecord)) =
                          FUNCTION UPPER-CASE(FUNCTION TRIM(FeedEmployerParent))
                           MOVE EmployerId-Master IN EmployerRecord
                               TO FeedParentId
                           IF EmployerParentId IN EmployerRecord IS NUMERIC
                              AND EmployerParentId IN EmployerRecord > 0
                               MOVE "PARENT IS A DIVISION"
                                   TO FeedRejectReason
                           ELSE
                               MOVE SPACES TO FeedRejectReason
                           END-IF
                       END-IF
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(EmployerName IN EmployerRecord)) =
                          FUNCTION UPPER-CASE(FUNCTION TRIM(FeedEmployerName))
                           MOVE EmployerId-Master IN EmployerRecord
                               TO FeedSelfId
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE EmployerFile
               IF FeedRejectReason = SPACES AND FeedSelfId > 0
                   IF FeedSelfId = FeedParentId
                       MOVE "PARENT IS THE SAME EMPLOYER"
                           TO FeedRejectReason
                   ELSE
                       PERFORM CheckFeedSelfDivisions
                       IF FeedSelfHasDivisions = 'Y'
                           MOVE "EMPLOYER HAS DIVISIONS"
                               TO FeedRejectReason
                       END-IF
                   END-IF
               END-IF
               IF FeedRejectReason NOT = SPACES
                   MOVE 0 TO FeedParentId
               END-IF
           END-IF.

       CheckFeedSelfDivisions.
           MOVE 'N' TO FeedSelfHasDivisions
           MOVE 'N' TO EOF-EmployerFile
           OPEN INPUT EmployerFile
           PERFORM UNTIL EOF-EmployerFile = 'Y'
               READ EmployerFile INTO EmployerRecord
               AT END
                   MOVE 'Y' TO EOF-EmployerFile
               NOT AT END
                   IF EmployerParentId IN EmployerRecord IS NUMERIC AND
                      EmployerParentId IN EmployerRecord = FeedSelfId
                       MOVE 'Y' TO FeedSelfHasDivisions
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerFile.

       GetNextEmployerId.
           MOVE 0 TO LastEmployerIdValue
           OPEN INPUT EmployerCounterFile
           END-READ
           CLOSE EmployerCounterFile
           ADD 1 TO LastEmployerIdValue
           MOVE "employer_counter.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN OUTPUT EmployerCounterFile
           MOVE LastEmployerIdValue TO LastEmployerId IN EmployerCounterRecord
           WRITE EmployerCounterRecord
           CLOSE EmployerCounterFile
           MOVE "employer_counter.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       WriteReportLine.
           DISPLAY CurrentMessage
           MOVE CurrentMessage TO ReportRecord
           WRITE ReportRecord.

       DetermineControlRunDay.
           MOVE SPACES TO ControlStampBuf
           ACCEPT ControlStampBuf FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
           IF FUNCTION TRIM(ControlStampBuf) = SPACES
                   INTO ControlRunDay
           ELSE
               MOVE ControlStampBuf(1:10) TO ControlRunDay
           END-IF.

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE ControlRunDay TO ControlRunDate
           MOVE "employers.dat" TO ControlFileName
           MOVE FeedRecordCount TO ControlReadCount
           COMPUTE ControlWrittenCount = FeedAddedCount + FeedUpdatedCount
           COMPUTE ControlRejectCount =
               FeedRejectedCount + FeedFileRejectedCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "Journal.cob".

       COPY "FeedEnvelope.cob".

       COPY "FeedEnvelopeCheck.cob".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AppFeedFile ASSIGN TO AppFeedFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL UserDataFile ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Username-Profile OF UserProfileRecord.
           SELECT OPTIONAL JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JobId OF JobRecord
               ALTERNATE RECORD KEY IS JobUsername OF JobRecord
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EmployerId OF JobRecord
                   WITH DUPLICATES.
           SELECT OPTIONAL ApplicationFile ASSIGN TO "applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "output/AppFeedLoadReport.txt"
           SELECT OPTIONAL AppFeedRejectFile
               ASSIGN TO "input/ApplicationFeed.rej"
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
           05 JobOriginCampus PIC X(8).
           05 JobScreenFlags PIC X(60).
           05 JobOriginJobId PIC 9(5).
           05 JobWorkAuth PIC X(4).
           05 JobWorkType PIC X(1).

       FD ApplicationFile.
       01 ApplicationRecord.
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
       01 FeedAcceptedCount PIC 9(5) VALUE 0.
       01 FeedRejectedCount PIC 9(5) VALUE 0.
       01 FeedRejectReason PIC X(50).
       01 AppFeedFileName PIC X(44) VALUE "input/ApplicationFeed.txt".
       01 FeedFileRejectedCount PIC 9(5) VALUE 0.

       01 FeedUserOk PIC X VALUE 'N'.
       01 FeedJobFound PIC X VALUE 'N'.
       01 FeedResumePath PIC X(100).
       01 FeedUsernameKey PIC X(20).

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "AppFeedLoader".
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
           PERFORM DetermineLoadDate
           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine

           MOVE "APPLICATIONFEED" TO EnvelopeFileType
           MOVE LoadDate TO EnvelopeRunDate
           MOVE "input/ApplicationFeed" TO EnvelopeFileStem
           PERFORM CheckInboundEnvelope
           EVALUATE TRUE
               WHEN EnvelopeFileMissing = 'Y'
                   MOVE "No application feed file received." TO CurrentMessage
                   PERFORM WriteReportLine
               WHEN EnvelopeRejectReason NOT = SPACES
                   PERFORM RejectAppFeedFile
               WHEN OTHER
                   MOVE SPACES TO CurrentMessage
                   STRING "Feed file sequence " DELIMITED BY SIZE
                       EnvelopeSequence DELIMITED BY SIZE
                       " accepted" DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM WriteReportLine
                   MOVE EnvelopeFileName TO AppFeedFileName
                   PERFORM LoadAppFeedFile
                   PERFORM AcceptInboundFile
           END-EVALUATE

           MOVE "input/ApplicationFeed.fix" TO AppFeedFileName
           CALL "CBL_CHECK_FILE_EXIST" USING AppFeedFileName
               EnvelopeCheckDetails
           IF RETURN-CODE = 0
               MOVE "Resubmitted records (input/ApplicationFeed.fix):"
                   TO CurrentMessage
               PERFORM WriteReportLine
               PERFORM StartUnenvelopedFile
               PERFORM LoadAppFeedFile
               CALL "CBL_DELETE_FILE" USING AppFeedFileName
           END-IF
           MOVE 0 TO RETURN-CODE

           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine
               FeedAcceptedCount DELIMITED BY SIZE
               "  rejected: " DELIMITED BY SIZE
               FeedRejectedCount DELIMITED BY SIZE
               "  rejected with file: " DELIMITED BY SIZE
               FeedFileRejectedCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           CLOSE ReportFile
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       LoadAppFeedFile.
           MOVE 0 TO EnvelopeLineNumber
           MOVE 'N' TO EOF-FeedFile
           OPEN INPUT AppFeedFile
           PERFORM UNTIL EOF-FeedFile = 'Y'
               READ AppFeedFile INTO AppFeedRecord
               AT END
                   MOVE 'Y' TO EOF-FeedFile
               NOT AT END
                   ADD 1 TO EnvelopeLineNumber
                   PERFORM ClassifyEnvelopeLine
                   IF EnvelopeIsDetail = 'Y'
                       ADD 1 TO FeedReadCount
                       PERFORM ProcessFeedApplication
                   END-IF
               END-READ
           END-PERFORM
           CLOSE AppFeedFile.

      *> Nothing from a file that fails its control check is loaded: every
      *> detail line goes to the reject queue under the file's reason.
       RejectAppFeedFile.
           MOVE SPACES TO CurrentMessage
           STRING "Feed file sequence " DELIMITED BY SIZE
               EnvelopeSequence DELIMITED BY SIZE
               " rejected: " DELIMITED BY SIZE
               FUNCTION TRIM(EnvelopeRejectReason) DELIMITED BY SIZE
               "; nothing loaded." DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           MOVE EnvelopeFileName TO AppFeedFileName
           MOVE EnvelopeRejectReason TO FeedRejectReason
           MOVE 0 TO EnvelopeLineNumber
           MOVE 'N' TO EOF-FeedFile
           OPEN INPUT AppFeedFile
           PERFORM UNTIL EOF-FeedFile = 'Y'
               READ AppFeedFile INTO AppFeedRecord
               AT END
                   MOVE 'Y' TO EOF-FeedFile
               NOT AT END
                   ADD 1 TO EnvelopeLineNumber
                   PERFORM ClassifyEnvelopeLine
                   IF EnvelopeIsDetail = 'Y'
                       ADD 1 TO FeedReadCount
                       ADD 1 TO FeedFileRejectedCount
                       PERFORM WriteFeedReject
                   END-IF
               END-READ
           END-PERFORM
           CLOSE AppFeedFile
           MOVE ".rejected" TO EnvelopeAsideSuffix
           PERFORM SetInboundFileAside.

       DetermineLoadDate.
           MOVE SPACES TO FixedTimestamp
           ACCEPT FixedTimestamp FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
                   ")" DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteReportLine
               PERFORM WriteFeedReject
           END-IF.

       WriteFeedReject.
           OPEN EXTEND AppFeedRejectFile
           MOVE SPACES TO AppFeedRejectRecord
           MOVE FeedAppUsername TO RejAppUsername
           MOVE FeedAppJobId TO RejAppJobId
           MOVE FeedRejectReason(1:30) TO RejReason
           WRITE AppFeedRejectRecord
           CLOSE AppFeedRejectFile.

       CheckFeedUser.
           MOVE 'N' TO FeedUserOk
           OPEN INPUT UserDataFile
           END-READ
           CLOSE UserProfileRecordFile

           MOVE "applications.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND ApplicationFile
           MOVE SPACES TO ApplicationRecord
           MOVE FeedUsernameKey TO AppUsername IN ApplicationRecord
           MOVE FeedAppJobId TO AppJobId IN ApplicationRecord
           MOVE FeedResumePath TO AppResumePath IN ApplicationRecord
           WRITE ApplicationRecord
           CLOSE ApplicationFile
           MOVE "applications.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       WriteReportLine.
           DISPLAY CurrentMessage
           MOVE "applications.dat" TO ControlFileName
           MOVE FeedReadCount TO ControlReadCount
           MOVE FeedAcceptedCount TO ControlWrittenCount
           COMPUTE ControlRejectCount =
               FeedRejectedCount + FeedFileRejectedCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "Journal.cob".

       COPY "FeedEnvelope.cob".

       COPY "FeedEnvelopeCheck.cob".

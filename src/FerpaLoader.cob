IDENTIFICATION DIVISION.
       PROGRAM-ID. FerpaLoader.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FerpaFeedFile ASSIGN TO FerpaFeedFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FerpaRejectFile ASSIGN TO "input/FerpaFeed.rej"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FerpaSuppressionFile
               ASSIGN TO "ferpa_suppressions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL UserDataFile ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Username OF UserRecord.
           SELECT ReportFile ASSIGN TO "output/FerpaLoadReport.txt"
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
       FD FerpaFeedFile.
       01 FerpaFeedRecord PIC X(200).

       FD FerpaRejectFile.
       01 FerpaRejectRecord.
           05 RejFeedLine PIC X(200).
           05 RejReason PIC X(30).

       FD FerpaSuppressionFile.
       01 FerpaSuppressionRecord.
           05 FerpaUsername PIC X(20).
           05 FerpaFlag PIC X(1).
           05 FerpaEffectiveDate PIC X(10).
           05 FerpaSetBy PIC X(20).
           05 FerpaSetDate PIC X(10).

       FD UserDataFile.
       01 UserRecord.
           05 Username PIC X(20).
           05 PasswordDigest PIC X(20).
           05 CreatedDate PIC X(10).
           05 UserRole PIC X(1).
           05 PwdMustChange PIC X(1).
           05 PwdChangedDate PIC X(10).

       FD ReportFile.
       01 ReportRecord PIC X(132).

       FD BatchControlFile.
       01 BatchControlRecord.
           05 ControlRunDate PIC X(10).
           05 ControlStep PIC X(20).
           05 ControlFileName PIC X(25).
           05 ControlReadCount PIC 9(6).
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
       01 EOF-FerpaFeedFile PIC X VALUE 'N'.
       01 FeedRecordCount PIC 9(5) VALUE 0.
       01 FeedSuppressCount PIC 9(5) VALUE 0.
       01 FeedReleaseCount PIC 9(5) VALUE 0.
       01 FeedRejectedCount PIC 9(5) VALUE 0.
       01 FeedFileRejectedCount PIC 9(5) VALUE 0.
       01 FerpaFeedFileName PIC X(44) VALUE "input/FerpaFeed.txt".
       01 FeedRejectReason PIC X(30).
       01 FeedRecordValid PIC X VALUE 'N'.
       01 FeedActionText PIC X(10).

       01 FeedUsername PIC X(20).
       01 FeedFlag PIC X(5).
       01 FeedEffectiveDate PIC X(12).

       01 DateCheckInput PIC X(10).
       01 DateCheckWork PIC X(10).
       01 DateCheckValid PIC X VALUE 'N'.
       01 DateCheckNormalized PIC X(10).
       01 DateCheckNum PIC 9(8) VALUE 0.
       01 DateCheckDigits PIC 9(8) VALUE 0.

       01 LoadDate PIC X(10).
       01 FixedTimestamp PIC X(20).
       01 CurrentDateTime PIC X(21).

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "FerpaLoader".
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

           OPEN OUTPUT ReportFile
           MOVE "InCollege Registrar FERPA Suppression Load Report"
               TO CurrentMessage
           PERFORM WriteReportLine
           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine

           MOVE "FERPAFEED" TO EnvelopeFileType
           MOVE LoadDate TO EnvelopeRunDate
           MOVE "input/FerpaFeed" TO EnvelopeFileStem
           PERFORM CheckInboundEnvelope
           EVALUATE TRUE
               WHEN EnvelopeFileMissing = 'Y'
                   MOVE "No FERPA feed file received." TO CurrentMessage
                   PERFORM WriteReportLine
               WHEN EnvelopeRejectReason NOT = SPACES
                   PERFORM RejectFerpaFeedFile
               WHEN OTHER
                   MOVE SPACES TO CurrentMessage
                   STRING "Feed file sequence " DELIMITED BY SIZE
                       EnvelopeSequence DELIMITED BY SIZE
                       " accepted" DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM WriteReportLine
                   MOVE EnvelopeFileName TO FerpaFeedFileName
                   PERFORM LoadFerpaFeedFile
                   PERFORM AcceptInboundFile
           END-EVALUATE

           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Rows read: " DELIMITED BY SIZE
               FeedRecordCount DELIMITED BY SIZE
               "  suppressed: " DELIMITED BY SIZE
               FeedSuppressCount DELIMITED BY SIZE
               "  released: " DELIMITED BY SIZE
               FeedReleaseCount DELIMITED BY SIZE
               "  rejected: " DELIMITED BY SIZE
               FeedRejectedCount DELIMITED BY SIZE
               "  rejected with file: " DELIMITED BY SIZE
               FeedFileRejectedCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           CLOSE ReportFile
           PERFORM WriteLoadControlRecord
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       DetermineLoadDate.
           MOVE SPACES TO FixedTimestamp
           ACCEPT FixedTimestamp FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
           IF FUNCTION TRIM(FixedTimestamp) = SPACES
               MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
               STRING CurrentDateTime(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(7:2) DELIMITED BY SIZE
                   INTO LoadDate
           ELSE
               MOVE FixedTimestamp(1:10) TO LoadDate
           END-IF.

       LoadFerpaFeedFile.
           MOVE 0 TO EnvelopeLineNumber
           MOVE 'N' TO EOF-FerpaFeedFile
           OPEN INPUT FerpaFeedFile
           PERFORM UNTIL EOF-FerpaFeedFile = 'Y'
               READ FerpaFeedFile INTO FerpaFeedRecord
               AT END
                   MOVE 'Y' TO EOF-FerpaFeedFile
               NOT AT END
                   ADD 1 TO EnvelopeLineNumber
                   PERFORM ClassifyEnvelopeLine
                   IF EnvelopeIsDetail = 'Y' AND
                      FUNCTION TRIM(FerpaFeedRecord) NOT = SPACES
                       ADD 1 TO FeedRecordCount
                       PERFORM ProcessFerpaRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FerpaFeedFile.

      *> Nothing from a file that fails its control check is loaded: every
      *> detail line goes to the reject queue under the file's reason.
       RejectFerpaFeedFile.
           MOVE SPACES TO CurrentMessage
           STRING "Feed file sequence " DELIMITED BY SIZE
               EnvelopeSequence DELIMITED BY SIZE
               " rejected: " DELIMITED BY SIZE
               FUNCTION TRIM(EnvelopeRejectReason) DELIMITED BY SIZE
               "; nothing loaded." DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           MOVE EnvelopeFileName TO FerpaFeedFileName
           MOVE EnvelopeRejectReason TO FeedRejectReason
           MOVE 0 TO EnvelopeLineNumber
           MOVE 'N' TO EOF-FerpaFeedFile
           OPEN INPUT FerpaFeedFile
           PERFORM UNTIL EOF-FerpaFeedFile = 'Y'
               READ FerpaFeedFile INTO FerpaFeedRecord
               AT END
                   MOVE 'Y' TO EOF-FerpaFeedFile
               NOT AT END
                   ADD 1 TO EnvelopeLineNumber
                   PERFORM ClassifyEnvelopeLine
                   IF EnvelopeIsDetail = 'Y'
                       ADD 1 TO FeedRecordCount
                       ADD 1 TO FeedFileRejectedCount
                       PERFORM WriteFerpaReject
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FerpaFeedFile
           MOVE ".rejected" TO EnvelopeAsideSuffix
           PERFORM SetInboundFileAside.

      *> Feed rows are username|Y or N|effective date. Y files the
      *> non-disclosure request, N withdraws it; a blank date means the
      *> change takes effect on the load date. Rows are appended, never
      *> replaced, so the file is also the history of each request.
       ProcessFerpaRecord.
           MOVE SPACES TO FeedUsername
           MOVE SPACES TO FeedFlag
           MOVE SPACES TO FeedEffectiveDate
           UNSTRING FerpaFeedRecord DELIMITED BY "|"
               INTO FeedUsername
                    FeedFlag
                    FeedEffectiveDate
           END-UNSTRING

           MOVE 'Y' TO FeedRecordValid
           MOVE SPACES TO FeedRejectReason
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FeedFlag)) TO FeedFlag

           IF FUNCTION TRIM(FeedUsername) = SPACES OR
              FeedFlag = SPACES
               MOVE 'N' TO FeedRecordValid
               MOVE "MISSING REQUIRED FIELD" TO FeedRejectReason
           END-IF

           IF FeedRecordValid = 'Y'
               IF FeedFlag NOT = "Y" AND FeedFlag NOT = "N"
                   MOVE 'N' TO FeedRecordValid
                   MOVE "INVALID FLAG" TO FeedRejectReason
               END-IF
           END-IF

           IF FeedRecordValid = 'Y'
               IF FUNCTION TRIM(FeedEffectiveDate) = SPACES
                   MOVE LoadDate TO DateCheckNormalized
               ELSE
                   MOVE FUNCTION TRIM(FeedEffectiveDate) TO DateCheckInput
                   PERFORM ValidateDateField
                   IF DateCheckValid = 'N'
                       MOVE 'N' TO FeedRecordValid
                       MOVE "INVALID EFFECTIVE DATE" TO FeedRejectReason
                   END-IF
               END-IF
           END-IF

           IF FeedRecordValid = 'Y'
               OPEN INPUT UserDataFile
               MOVE FeedUsername TO Username IN UserRecord
               READ UserDataFile
               INVALID KEY
                   MOVE 'N' TO FeedRecordValid
                   MOVE "UNKNOWN STUDENT" TO FeedRejectReason
               NOT INVALID KEY
                   IF UserRole IN UserRecord NOT = 'S' AND
                      UserRole IN UserRecord NOT = SPACE
                       MOVE 'N' TO FeedRecordValid
                       MOVE "NOT A STUDENT ACCOUNT" TO FeedRejectReason
                   END-IF
               END-READ
               CLOSE UserDataFile
           END-IF

           IF FeedRecordValid = 'N'
               ADD 1 TO FeedRejectedCount
               MOVE SPACES TO CurrentMessage
               STRING "Rejected (" DELIMITED BY SIZE
                   FUNCTION TRIM(FeedRejectReason) DELIMITED BY SIZE
                   "): " DELIMITED BY SIZE
                   FerpaFeedRecord(1:80) DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteReportLine
               PERFORM WriteFerpaReject
           ELSE
               MOVE "ferpa_suppressions.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND FerpaSuppressionFile
               MOVE SPACES TO FerpaSuppressionRecord
               MOVE FeedUsername TO FerpaUsername
               MOVE FeedFlag(1:1) TO FerpaFlag
               MOVE DateCheckNormalized TO FerpaEffectiveDate
               MOVE "REGISTRAR" TO FerpaSetBy
               MOVE LoadDate TO FerpaSetDate
               WRITE FerpaSuppressionRecord
               CLOSE FerpaSuppressionFile
               MOVE "ferpa_suppressions.dat" TO JournalMasterName
               PERFORM JournalAfterImage
               IF FeedFlag = "Y"
                   ADD 1 TO FeedSuppressCount
                   MOVE "Suppressed" TO FeedActionText
               ELSE
                   ADD 1 TO FeedReleaseCount
                   MOVE "Released" TO FeedActionText
               END-IF
               MOVE SPACES TO CurrentMessage
               STRING FUNCTION TRIM(FeedActionText) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(FeedUsername) DELIMITED BY SIZE
                   " effective " DELIMITED BY SIZE
                   DateCheckNormalized DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteReportLine
           END-IF.

       WriteFerpaReject.
           OPEN EXTEND FerpaRejectFile
           MOVE SPACES TO FerpaRejectRecord
           MOVE FerpaFeedRecord TO RejFeedLine
           MOVE FeedRejectReason TO RejReason
           WRITE FerpaRejectRecord
           CLOSE FerpaRejectFile.

       WriteReportLine.
           DISPLAY CurrentMessage
           MOVE CurrentMessage TO ReportRecord
           WRITE ReportRecord.

       COPY "DateCheck.cob".

       WriteLoadControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE LoadDate TO ControlRunDate
           MOVE "FERPALOAD" TO ControlStep
           MOVE "ferpa_suppressions.dat" TO ControlFileName
           MOVE FeedRecordCount TO ControlReadCount
           COMPUTE ControlWrittenCount =
               FeedSuppressCount + FeedReleaseCount
           COMPUTE ControlRejectCount =
               FeedRejectedCount + FeedFileRejectedCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "Journal.cob".

       COPY "FeedEnvelope.cob".

       COPY "FeedEnvelopeCheck.cob".

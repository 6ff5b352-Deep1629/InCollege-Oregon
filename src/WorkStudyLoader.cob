IDENTIFICATION DIVISION.
       PROGRAM-ID. WorkStudyLoader.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WorkStudyFeedFile ASSIGN TO WorkStudyFeedFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WorkStudyRejectFile
               ASSIGN TO "input/WorkStudyFeed.rej"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WorkStudyAwardFile ASSIGN TO "work_study_awards.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempWorkStudyAwardFile
               ASSIGN TO "work_study_awards_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL UserDataFile ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Username OF UserRecord.
           SELECT ReportFile ASSIGN TO "output/WorkStudyLoadReport.txt"
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
       FD WorkStudyFeedFile.
       01 WorkStudyFeedRecord PIC X(200).

       FD WorkStudyRejectFile.
       01 WorkStudyRejectRecord.
           05 RejFeedLine PIC X(200).
           05 RejReason PIC X(30).

       FD WorkStudyAwardFile.
       01 WorkStudyAwardRecord.
           05 AwardUsername PIC X(20).
           05 AwardYear PIC 9(4).
           05 AwardAmount PIC 9(6)V99.
           05 AwardHourlyRate PIC 9(3)V99.
           05 AwardJobList.
               10 AwardJobId PIC 9(5) OCCURS 5 TIMES.
           05 AwardLoadDate PIC X(10).

       FD TempWorkStudyAwardFile.
       01 TempWorkStudyAwardRecord.
           05 AwardUsername PIC X(20).
           05 AwardYear PIC 9(4).
           05 AwardAmount PIC 9(6)V99.
           05 AwardHourlyRate PIC 9(3)V99.
           05 AwardJobList.
               10 AwardJobId PIC 9(5) OCCURS 5 TIMES.
           05 AwardLoadDate PIC X(10).

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
       01 EOF-WorkStudyFeedFile PIC X VALUE 'N'.
       01 EOF-WorkStudyAwardFile PIC X VALUE 'N'.
       01 FeedRecordCount PIC 9(5) VALUE 0.
       01 FeedLoadedCount PIC 9(5) VALUE 0.
       01 FeedReplacedCount PIC 9(5) VALUE 0.
       01 FeedRejectedCount PIC 9(5) VALUE 0.
       01 FeedFileRejectedCount PIC 9(5) VALUE 0.
       01 WorkStudyFeedFileName PIC X(44) VALUE "input/WorkStudyFeed.txt".
       01 FeedRejectReason PIC X(30).
       01 FeedRecordValid PIC X VALUE 'N'.
       01 AwardReplaced PIC X VALUE 'N'.
       01 FeedReplacedNote PIC X(11).

       01 FeedUsername PIC X(20).
       01 FeedAwardYear PIC X(4).
       01 FeedAmount PIC X(12).
       01 FeedRate PIC X(8).
       01 FeedJobIds PIC X(40).
       01 FeedJobText PIC X(8) OCCURS 5 TIMES.
       01 FeedJobIndex PIC 9(1) VALUE 0.

       01 NewAwardRecord.
           05 NewAwardUsername PIC X(20).
           05 NewAwardYear PIC 9(4).
           05 NewAwardAmount PIC 9(6)V99.
           05 NewAwardHourlyRate PIC 9(3)V99.
           05 NewAwardJobList.
               10 NewAwardJobId PIC 9(5) OCCURS 5 TIMES.
           05 NewAwardLoadDate PIC X(10).

       01 LoadDate PIC X(10).
       01 FixedTimestamp PIC X(20).
       01 CurrentDateTime PIC X(21).

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "WorkStudyLoader".
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
           MOVE "InCollege Work-Study Award Load Report" TO CurrentMessage
           PERFORM WriteReportLine
           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine

           MOVE "WORKSTUDYFEED" TO EnvelopeFileType
           MOVE LoadDate TO EnvelopeRunDate
           MOVE "input/WorkStudyFeed" TO EnvelopeFileStem
           PERFORM CheckInboundEnvelope
           EVALUATE TRUE
               WHEN EnvelopeFileMissing = 'Y'
                   MOVE "No work-study feed file received." TO CurrentMessage
                   PERFORM WriteReportLine
               WHEN EnvelopeRejectReason NOT = SPACES
                   PERFORM RejectWorkStudyFeedFile
               WHEN OTHER
                   MOVE SPACES TO CurrentMessage
                   STRING "Feed file sequence " DELIMITED BY SIZE
                       EnvelopeSequence DELIMITED BY SIZE
                       " accepted" DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM WriteReportLine
                   MOVE EnvelopeFileName TO WorkStudyFeedFileName
                   PERFORM LoadWorkStudyFeedFile
                   PERFORM AcceptInboundFile
           END-EVALUATE

           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Rows read: " DELIMITED BY SIZE
               FeedRecordCount DELIMITED BY SIZE
               "  loaded: " DELIMITED BY SIZE
               FeedLoadedCount DELIMITED BY SIZE
               "  (replacing " DELIMITED BY SIZE
               FeedReplacedCount DELIMITED BY SIZE
               ")  rejected: " DELIMITED BY SIZE
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

       LoadWorkStudyFeedFile.
           MOVE 0 TO EnvelopeLineNumber
           MOVE 'N' TO EOF-WorkStudyFeedFile
           OPEN INPUT WorkStudyFeedFile
           PERFORM UNTIL EOF-WorkStudyFeedFile = 'Y'
               READ WorkStudyFeedFile INTO WorkStudyFeedRecord
               AT END
                   MOVE 'Y' TO EOF-WorkStudyFeedFile
               NOT AT END
                   ADD 1 TO EnvelopeLineNumber
                   PERFORM ClassifyEnvelopeLine
                   IF EnvelopeIsDetail = 'Y' AND
                      FUNCTION TRIM(WorkStudyFeedRecord) NOT = SPACES
                       ADD 1 TO FeedRecordCount
                       PERFORM ProcessWorkStudyRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE WorkStudyFeedFile.

      *> Nothing from a file that fails its control check is loaded: every
      *> detail line goes to the reject queue under the file's reason.
       RejectWorkStudyFeedFile.
           MOVE SPACES TO CurrentMessage
           STRING "Feed file sequence " DELIMITED BY SIZE
               EnvelopeSequence DELIMITED BY SIZE
               " rejected: " DELIMITED BY SIZE
               FUNCTION TRIM(EnvelopeRejectReason) DELIMITED BY SIZE
               "; nothing loaded." DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           MOVE EnvelopeFileName TO WorkStudyFeedFileName
           MOVE EnvelopeRejectReason TO FeedRejectReason
           MOVE 0 TO EnvelopeLineNumber
           MOVE 'N' TO EOF-WorkStudyFeedFile
           OPEN INPUT WorkStudyFeedFile
           PERFORM UNTIL EOF-WorkStudyFeedFile = 'Y'
               READ WorkStudyFeedFile INTO WorkStudyFeedRecord
               AT END
                   MOVE 'Y' TO EOF-WorkStudyFeedFile
               NOT AT END
                   ADD 1 TO EnvelopeLineNumber
                   PERFORM ClassifyEnvelopeLine
                   IF EnvelopeIsDetail = 'Y'
                       ADD 1 TO FeedRecordCount
                       ADD 1 TO FeedFileRejectedCount
                       PERFORM WriteWorkStudyReject
                   END-IF
               END-READ
           END-PERFORM
           CLOSE WorkStudyFeedFile
           MOVE ".rejected" TO EnvelopeAsideSuffix
           PERFORM SetInboundFileAside.

      *> Feed rows are username|award year|award amount|hourly rate|
      *> eligible JobIds separated by commas (up to five; none = any).
      *> A row for a student and year already on file replaces it.
       ProcessWorkStudyRecord.
           MOVE SPACES TO FeedUsername
           MOVE SPACES TO FeedAwardYear
           MOVE SPACES TO FeedAmount
           MOVE SPACES TO FeedRate
           MOVE SPACES TO FeedJobIds
           UNSTRING WorkStudyFeedRecord DELIMITED BY "|"
               INTO FeedUsername
                    FeedAwardYear
                    FeedAmount
                    FeedRate
                    FeedJobIds
           END-UNSTRING

           MOVE 'Y' TO FeedRecordValid
           MOVE SPACES TO FeedRejectReason
           MOVE SPACES TO NewAwardRecord
           MOVE ZEROS TO NewAwardJobList

           IF FUNCTION TRIM(FeedUsername) = SPACES OR
              FUNCTION TRIM(FeedAwardYear) = SPACES OR
              FUNCTION TRIM(FeedAmount) = SPACES OR
              FUNCTION TRIM(FeedRate) = SPACES
               MOVE 'N' TO FeedRecordValid
               MOVE "MISSING REQUIRED FIELD" TO FeedRejectReason
           END-IF

           IF FeedRecordValid = 'Y'
               IF FeedAwardYear IS NOT NUMERIC
                   MOVE 'N' TO FeedRecordValid
                   MOVE "INVALID AWARD YEAR" TO FeedRejectReason
               ELSE
                   MOVE FeedAwardYear TO NewAwardYear
               END-IF
           END-IF

           IF FeedRecordValid = 'Y'
               IF FUNCTION TEST-NUMVAL(FeedAmount) NOT = 0 OR
                  FUNCTION TEST-NUMVAL(FeedRate) NOT = 0
                   MOVE 'N' TO FeedRecordValid
                   MOVE "INVALID AMOUNT OR RATE" TO FeedRejectReason
               ELSE
                   MOVE FUNCTION NUMVAL(FeedAmount) TO NewAwardAmount
                   MOVE FUNCTION NUMVAL(FeedRate) TO NewAwardHourlyRate
                   IF NewAwardAmount = 0 OR NewAwardHourlyRate = 0
                       MOVE 'N' TO FeedRecordValid
                       MOVE "INVALID AMOUNT OR RATE" TO FeedRejectReason
                   END-IF
               END-IF
           END-IF

           IF FeedRecordValid = 'Y'
               PERFORM SplitFeedJobIds
           END-IF

           IF FeedRecordValid = 'Y'
               OPEN INPUT UserDataFile
               MOVE FeedUsername TO Username IN UserRecord
               READ UserDataFile
               INVALID KEY
                   MOVE 'N' TO FeedRecordValid
                   MOVE "UNKNOWN STUDENT" TO FeedRejectReason
               END-READ
               CLOSE UserDataFile
           END-IF

           IF FeedRecordValid = 'N'
               ADD 1 TO FeedRejectedCount
               MOVE SPACES TO CurrentMessage
               STRING "Rejected (" DELIMITED BY SIZE
                   FUNCTION TRIM(FeedRejectReason) DELIMITED BY SIZE
                   "): " DELIMITED BY SIZE
                   WorkStudyFeedRecord(1:80) DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteReportLine
               PERFORM WriteWorkStudyReject
           ELSE
               MOVE FeedUsername TO NewAwardUsername
               MOVE LoadDate TO NewAwardLoadDate
               PERFORM ReplaceWorkStudyAward
               ADD 1 TO FeedLoadedCount
               MOVE SPACES TO FeedReplacedNote
               IF AwardReplaced = 'Y'
                   ADD 1 TO FeedReplacedCount
                   MOVE " (replaced)" TO FeedReplacedNote
               END-IF
               MOVE SPACES TO CurrentMessage
               STRING "Loaded: " DELIMITED BY SIZE
                   FUNCTION TRIM(NewAwardUsername) DELIMITED BY SIZE
                   " award year " DELIMITED BY SIZE
                   NewAwardYear DELIMITED BY SIZE
                   FeedReplacedNote DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteReportLine
           END-IF.

       SplitFeedJobIds.
           PERFORM VARYING FeedJobIndex FROM 1 BY 1 UNTIL FeedJobIndex > 5
               MOVE SPACES TO FeedJobText(FeedJobIndex)
           END-PERFORM
           UNSTRING FeedJobIds DELIMITED BY ","
               INTO FeedJobText(1) FeedJobText(2) FeedJobText(3)
                    FeedJobText(4) FeedJobText(5)
           END-UNSTRING
           PERFORM VARYING FeedJobIndex FROM 1 BY 1 UNTIL FeedJobIndex > 5
               IF FUNCTION TRIM(FeedJobText(FeedJobIndex)) NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(FeedJobText(FeedJobIndex)) = 0
                       MOVE FUNCTION NUMVAL(FeedJobText(FeedJobIndex))
                           TO NewAwardJobId(FeedJobIndex)
                   ELSE
                       MOVE 'N' TO FeedRecordValid
                       MOVE "INVALID JOB ID" TO FeedRejectReason
                   END-IF
               END-IF
           END-PERFORM.

       ReplaceWorkStudyAward.
           MOVE 'N' TO AwardReplaced
           MOVE 'N' TO EOF-WorkStudyAwardFile
           OPEN INPUT WorkStudyAwardFile
           OPEN OUTPUT TempWorkStudyAwardFile
           PERFORM UNTIL EOF-WorkStudyAwardFile = 'Y'
               READ WorkStudyAwardFile INTO WorkStudyAwardRecord
               AT END
                   MOVE 'Y' TO EOF-WorkStudyAwardFile
               NOT AT END
                   IF AwardUsername IN WorkStudyAwardRecord =
                      NewAwardUsername AND
                      AwardYear IN WorkStudyAwardRecord = NewAwardYear
                       MOVE 'Y' TO AwardReplaced
                   ELSE
                       WRITE TempWorkStudyAwardRecord
                           FROM WorkStudyAwardRecord
                   END-IF
               END-READ
           END-PERFORM
           WRITE TempWorkStudyAwardRecord FROM NewAwardRecord
           CLOSE WorkStudyAwardFile
           CLOSE TempWorkStudyAwardFile
           MOVE "work_study_awards.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "work_study_awards.dat"
           CALL "CBL_RENAME_FILE" USING "work_study_awards_temp.dat"
               "work_study_awards.dat"
           PERFORM JournalAfterImage.

       WriteWorkStudyReject.
           OPEN EXTEND WorkStudyRejectFile
           MOVE SPACES TO WorkStudyRejectRecord
           MOVE WorkStudyFeedRecord TO RejFeedLine
           MOVE FeedRejectReason TO RejReason
           WRITE WorkStudyRejectRecord
           CLOSE WorkStudyRejectFile.

       WriteReportLine.
           DISPLAY CurrentMessage
           MOVE CurrentMessage TO ReportRecord
           WRITE ReportRecord.

       WriteLoadControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE LoadDate TO ControlRunDate
           MOVE "WORKSTUDYLOAD" TO ControlStep
           MOVE "work_study_awards.dat" TO ControlFileName
           MOVE FeedRecordCount TO ControlReadCount
           MOVE FeedLoadedCount TO ControlWrittenCount
           COMPUTE ControlRejectCount =
               FeedRejectedCount + FeedFileRejectedCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "Journal.cob".

       COPY "FeedEnvelope.cob".

       COPY "FeedEnvelopeCheck.cob".

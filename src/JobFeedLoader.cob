       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JobFeedFile ASSIGN TO JobFeedFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JobId OF JobRecord
               ALTERNATE RECORD KEY IS JobUsername OF JobRecord
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EmployerId OF JobRecord
                   WITH DUPLICATES.
           SELECT OPTIONAL JobCounterFile ASSIGN TO "job_counter.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EmployerFile ASSIGN TO "employers.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ScreeningTermFile ASSIGN TO "screening_terms.dat"
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
           SELECT OPTIONAL LocationMasterFile ASSIGN TO "locations.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RefAliasFile ASSIGN TO "ref_aliases.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 JobOriginCampus PIC X(8).
           05 JobScreenFlags PIC X(60).
           05 JobOriginJobId PIC 9(5).
           05 JobWorkAuth PIC X(4).
           05 JobWorkType PIC X(1).

       FD JobCounterFile.
       01 JobCounterRecord.
           05 JshNewStatus PIC X(10).
           05 JshChangedBy PIC X(20).
           05 JshTimestamp PIC X(20).
           05 JshApplicant PIC X(20).

       FD EmployerFile.
       01 EmployerRecord.
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

       FD LocationMasterFile.
       01 LocationMasterRecord.
           05 MasterLocationName PIC X(30).
           05 MasterLocationCity PIC X(30).
           05 MasterLocationRegion PIC X(30).
           05 MasterLocationCountry PIC X(20).
           05 MasterLocationArea PIC X(20).

       FD RefAliasFile.
       01 RefAliasRecord.
           05 AliasType PIC X(1).
           05 AliasValue PIC X(30).
           05 CanonicalValue PIC X(30).

       WORKING-STORAGE SECTION.
       01 CurrentMessage PIC X(100).
       01 EOF-JobFeedFile PIC X VALUE 'N'.
       01 FeedRejectedCount PIC 9(5) VALUE 0.
       01 FeedDuplicateCount PIC 9(5) VALUE 0.

       01 JobFeedFileName PIC X(44) VALUE "input/JobFeed.txt".
       01 FeedRejectReason PIC X(30).
       01 FeedFileRejectedCount PIC 9(5) VALUE 0.
       01 FeedResubmitCount PIC 9(5) VALUE 0.
       01 FeedRecordValid PIC X VALUE 'N'.
       01 DuplicateJobFound PIC X VALUE 'N'.
       01 FeedLocationKnown PIC X VALUE 'Y'.
       01 FeedWorkType PIC X(1).

       01 LastJobIdValue PIC 9(5) VALUE 0.
       01 FeedBadDateCount PIC 9(5) VALUE 0.
       01 SubHaystackLen PIC 9(3) VALUE 0.
       01 SubNeedleLen PIC 9(3) VALUE 0.
       01 SubIdx PIC 9(3) VALUE 0.
       01 EOF-LocationFile PIC X VALUE 'N'.
       01 LocTableCount PIC 9(3) VALUE 0.
       01 LocAliasCount PIC 9(3) VALUE 0.
       01 LocIndex PIC 9(3) VALUE 0.
       01 LocResolvedIndex PIC 9(3) VALUE 0.
       01 LocResolvedName PIC X(30).
       01 LocLookupText PIC X(50).
       01 LocLookupKey PIC X(50).
       01 LocAliasHit PIC X(30).
       01 LocFilterText PIC X(50).
       01 LocFilterKind PIC X(1).
       01 LocFilterValue PIC X(50).
       01 LocFilterMatches PIC X VALUE 'Y'.
       01 LocWorkTypeCode PIC X(1).
       01 LocWorkTypeLabel PIC X(10).
       01 LocTextTally PIC 9(3) VALUE 0.
       01 LocationTable.
           05 LocTableEntry OCCURS 300 TIMES.
               10 LocTabName PIC X(30).
               10 LocTabKey PIC X(30).
               10 LocTabRegion PIC X(30).
               10 LocTabCountry PIC X(20).
               10 LocTabArea PIC X(20).
       01 LocationAliasTable.
           05 LocAliasEntry OCCURS 300 TIMES.
               10 LocAliasKey PIC X(30).
               10 LocAliasTarget PIC X(30).

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "JobFeedLoader".
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
           PERFORM DetermineFeedDate
           PERFORM LoadLocationTable

           MOVE "JOBFEED" TO EnvelopeFileType
           MOVE FeedCreatedDate TO EnvelopeRunDate
           MOVE "input/JobFeed" TO EnvelopeFileStem
           PERFORM CheckInboundEnvelope
           EVALUATE TRUE
               WHEN EnvelopeFileMissing = 'Y'
                   DISPLAY "No job feed file received (input/JobFeed.txt)."
               WHEN EnvelopeRejectReason NOT = SPACES
                   PERFORM RejectJobFeedFile
               WHEN OTHER
                   MOVE EnvelopeFileName TO JobFeedFileName
                   PERFORM LoadJobFeedFile
                   PERFORM AcceptInboundFile
           END-EVALUATE
           PERFORM LoadResubmittedJobs

           PERFORM PrintFeedSummary
           PERFORM WriteLoadControlRecord
           STOP RUN.

       LoadJobFeedFile.
           MOVE 0 TO EnvelopeLineNumber
           MOVE 'N' TO EOF-JobFeedFile
           OPEN INPUT JobFeedFile
           PERFORM UNTIL EOF-JobFeedFile = 'Y'
               AT END
                   MOVE 'Y' TO EOF-JobFeedFile
               NOT AT END
                   ADD 1 TO EnvelopeLineNumber
                   PERFORM ClassifyEnvelopeLine
                   IF EnvelopeIsDetail = 'Y'
                       PERFORM LoadOneFeedJob
                   END-IF
               END-READ
           END-PERFORM
           CLOSE JobFeedFile.

       LoadOneFeedJob.
           ADD 1 TO FeedRecordCount
           PERFORM ValidateFeedRecord
           MOVE 'Y' TO FeedLocationKnown
           IF FeedRecordValid = 'Y' THEN
               PERFORM CheckFeedLocation
           END-IF
           IF FeedRecordValid = 'Y' AND FeedLocationKnown = 'N' THEN
               ADD 1 TO FeedRejectedCount
               MOVE "LOCATION NOT ON MASTER" TO FeedRejectReason
               PERFORM WriteFeedReject
           ELSE IF FeedRecordValid = 'Y' THEN
               PERFORM CheckFeedDuplicate
               IF DuplicateJobFound = 'Y' THEN
                   ADD 1 TO FeedDuplicateCount
               ELSE
                   PERFORM WriteJobFromFeed
                   ADD 1 TO FeedLoadedCount
               END-IF
           ELSE
               ADD 1 TO FeedRejectedCount
               MOVE "MISSING REQUIRED FIELD" TO FeedRejectReason
               PERFORM WriteFeedReject
           END-IF
           END-IF.

      *> The work type is read from the location as sent ("Remote - US");
      *> a known spelling is then loaded under its master name.
       CheckFeedLocation.
           MOVE FeedJobLocation TO LocLookupText
           PERFORM InferWorkType
           MOVE LocWorkTypeCode TO FeedWorkType
           IF LocTableCount > 0
               PERFORM ResolveLocationText
               IF LocResolvedIndex = 0
                   MOVE 'N' TO FeedLocationKnown
               ELSE
                   MOVE LocResolvedName TO FeedJobLocation
               END-IF
           END-IF.

      *> Nothing from a file that fails its control check is loaded: every
      *> detail line goes to the reject queue under the file's reason.
       RejectJobFeedFile.
           MOVE EnvelopeFileName TO JobFeedFileName
           MOVE EnvelopeRejectReason TO FeedRejectReason
           MOVE 0 TO EnvelopeLineNumber
           MOVE 'N' TO EOF-JobFeedFile
           OPEN INPUT JobFeedFile
           PERFORM UNTIL EOF-JobFeedFile = 'Y'
               READ JobFeedFile INTO JobFeedRecord
               AT END
                   MOVE 'Y' TO EOF-JobFeedFile
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
           CLOSE JobFeedFile
           MOVE SPACES TO CurrentMessage
           STRING "Job feed file rejected: " DELIMITED BY SIZE
               FUNCTION TRIM(EnvelopeRejectReason) DELIMITED BY SIZE
               " (sequence " DELIMITED BY SIZE
               EnvelopeSequence DELIMITED BY SIZE
               "); nothing loaded." DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage
           MOVE ".rejected" TO EnvelopeAsideSuffix
           PERFORM SetInboundFileAside.

       LoadResubmittedJobs.
           MOVE "input/JobFeed.fix" TO JobFeedFileName
           CALL "CBL_CHECK_FILE_EXIST" USING JobFeedFileName
               EnvelopeCheckDetails
           IF RETURN-CODE = 0
               MOVE FeedRecordCount TO FeedResubmitCount
               PERFORM StartUnenvelopedFile
               PERFORM LoadJobFeedFile
               COMPUTE FeedResubmitCount = FeedRecordCount - FeedResubmitCount
               CALL "CBL_DELETE_FILE" USING JobFeedFileName
           END-IF
           MOVE 0 TO RETURN-CODE.

       DetermineFeedDate.
           MOVE SPACES TO FixedTimestamp
           MOVE FeedSalaryMax TO RejSalaryMax
           MOVE FeedSalaryVisible TO RejSalaryVisible
           MOVE FeedApplicationDeadline TO RejApplicationDeadline
           MOVE FeedRejectReason TO RejReason
           WRITE JobFeedRejectRecord
           CLOSE JobFeedRejectFile.

           MOVE 'N' TO EOF-JobFile
           OPEN INPUT JobFile
           PERFORM UNTIL EOF-JobFile = 'Y'
               READ JobFile NEXT INTO JobRecord
               AT END
                   MOVE 'Y' TO EOF-JobFile
               NOT AT END
           END-READ
           CLOSE JobCounterFile
           ADD 1 TO LastJobIdValue
           MOVE "job_counter.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN OUTPUT JobCounterFile
           MOVE LastJobIdValue TO LastJobId IN JobCounterRecord
           WRITE JobCounterRecord
           CLOSE JobCounterFile
           MOVE "job_counter.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       GetNextEmployerId.
           MOVE 0 TO LastEmployerIdValue
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

       EnsureEmployerRecord.
           MOVE 'N' TO EmployerFound
           CLOSE EmployerFile
           IF EmployerFound = 'N' THEN
               PERFORM GetNextEmployerId
               MOVE "employers.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND EmployerFile
               MOVE SPACES TO EmployerRecord
               MOVE LastEmployerIdValue TO EmployerId-Master IN EmployerRecord
               MOVE FeedJobEmployer TO EmployerName IN EmployerRecord
               MOVE FeedJobLocation TO EmployerLocation IN EmployerRecord
               MOVE 0 TO EmployerParentId IN EmployerRecord
               WRITE EmployerRecord
               CLOSE EmployerFile
               MOVE "employers.dat" TO JournalMasterName
               PERFORM JournalAfterImage
               MOVE LastEmployerIdValue TO CurrentEmployerId
           END-IF.

           PERFORM ScreenFeedPostingText
           PERFORM GetNextJobId
           PERFORM EnsureEmployerRecord
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN I-O JobFile
           MOVE SPACES TO JobRecord
           MOVE FeedJobUsername TO JobUsername IN JobRecord
           MOVE FeedJobTitle TO JobTitle IN JobRecord
           MOVE FeedJobDescription TO JobDescription IN JobRecord
           MOVE FeedJobEmployer TO JobEmployer IN JobRecord
           MOVE FeedJobLocation TO JobLocation IN JobRecord
           MOVE FeedWorkType TO JobWorkType IN JobRecord
           IF FUNCTION TRIM(FeedJobSalary) = SPACES
               MOVE "N/A" TO JobSalary IN JobRecord
           ELSE
           MOVE "Pending" TO JobStatus IN JobRecord
           MOVE ScreenHitAccum TO JobScreenFlags IN JobRecord
           WRITE JobRecord
           INVALID KEY
               CONTINUE
           END-WRITE
           CLOSE JobFile
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           MOVE "job_status_history.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND JobHistoryFile
           MOVE SPACES TO JobHistoryRecord
           MOVE LastJobIdValue TO JshJobId IN JobHistoryRecord
           MOVE "JOBFEED" TO JshChangedBy IN JobHistoryRecord
           MOVE FeedCreatedDate TO JshTimestamp IN JobHistoryRecord
           WRITE JobHistoryRecord
           CLOSE JobHistoryFile
           MOVE "job_status_history.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       PrintFeedSummary.
           IF EnvelopeFileMissing = 'N'
               MOVE SPACES TO CurrentMessage
               IF EnvelopeRejectReason = SPACES
                   STRING "Feed file sequence " DELIMITED BY SIZE
                       EnvelopeSequence DELIMITED BY SIZE
                       " accepted" DELIMITED BY SIZE
                       INTO CurrentMessage
               ELSE
                   STRING "Feed file sequence " DELIMITED BY SIZE
                       EnvelopeSequence DELIMITED BY SIZE
                       " rejected: " DELIMITED BY SIZE
                       FUNCTION TRIM(EnvelopeRejectReason) DELIMITED BY SIZE
                       INTO CurrentMessage
               END-IF
               DISPLAY CurrentMessage
           END-IF

           MOVE SPACES TO CurrentMessage
           STRING "Job feed records read:     " DELIMITED BY SIZE
               FeedRecordCount DELIMITED BY SIZE
           STRING "Deadlines dropped (unparsable date): " DELIMITED BY SIZE
               FeedBadDateCount DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage

           MOVE SPACES TO CurrentMessage
           STRING "Records sent to reject queue with the file: " DELIMITED BY SIZE
               FeedFileRejectedCount DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage

           MOVE SPACES TO CurrentMessage
           STRING "Resubmitted records read (input/JobFeed.fix): " DELIMITED BY SIZE
               FeedResubmitCount DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage.

       COPY "DateCheck.cob".
           MOVE "jobs.dat" TO ControlFileName
           MOVE FeedRecordCount TO ControlReadCount
           MOVE FeedLoadedCount TO ControlWrittenCount
           COMPUTE ControlRejectCount =
               FeedRejectedCount + FeedFileRejectedCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "Journal.cob".

       COPY "Locations.cob".

       COPY "FeedEnvelope.cob".

       COPY "FeedEnvelopeCheck.cob".

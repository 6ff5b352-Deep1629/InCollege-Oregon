       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ExchangeFeedFile ASSIGN TO ExchangeFeedFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ExchangeRejectFile
               ASSIGN TO "input/ExchangeFeed.rej"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JobId OF JobRecord
               ALTERNATE RECORD KEY IS JobUsername OF JobRecord
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EmployerId OF JobRecord
                   WITH DUPLICATES.
           SELECT OPTIONAL JobCounterFile ASSIGN TO "job_counter.dat"
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
           SELECT OPTIONAL LocationMasterFile ASSIGN TO "locations.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RefAliasFile ASSIGN TO "ref_aliases.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 ExchSalaryVisible PIC X(1).
           05 ExchApplicationDeadline PIC X(10).

       FD ExchangeRejectFile.
       01 ExchangeRejectRecord.
           05 RejOriginCampus PIC X(8).
           05 RejJobId PIC 9(5).
           05 RejJobTitle PIC X(50).
           05 RejJobDescription PIC X(200).
           05 RejJobEmployer PIC X(50).
           05 RejJobLocation PIC X(50).
           05 RejJobSalary PIC X(30).
           05 RejJobCategory PIC X(10).
           05 RejSalaryMin PIC 9(6).
           05 RejSalaryMax PIC 9(6).
           05 RejSalaryVisible PIC X(1).
           05 RejApplicationDeadline PIC X(10).
           05 RejReason PIC X(30).

       FD JobFile.
       01 JobRecord.
           05 JobUsername PIC X(20).
           05 JobOriginCampus PIC X(8).
           05 JobScreenFlags PIC X(60).
           05 JobOriginJobId PIC 9(5).
           05 JobWorkAuth PIC X(4).
           05 JobWorkType PIC X(1).

       FD JobCounterFile.
       01 JobCounterRecord.
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
       01 CurrentMessage PIC X(132).
       01 EOF-FeedFile PIC X VALUE 'N'.
       01 FeedReadCount PIC 9(5) VALUE 0.
       01 FeedLoadedCount PIC 9(5) VALUE 0.
       01 FeedSkippedCount PIC 9(5) VALUE 0.
       01 FeedFileRejectedCount PIC 9(5) VALUE 0.
       01 FeedLocationRejectCount PIC 9(5) VALUE 0.
       01 ExchWorkType PIC X(1).
       01 ExchangeFeedFileName PIC X(44) VALUE "input/ExchangeFeed.txt".
       01 DuplicateJobFound PIC X VALUE 'N'.
       01 LastJobIdValue PIC 9(5) VALUE 0.
       01 CampusCodeValue PIC X(8) VALUE "MAIN".
       01 LoadDate PIC X(10).
       01 FixedTimestamp PIC X(20).
       01 CurrentDateTime PIC X(21).
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
       01 JournalProgramName PIC X(24) VALUE "ExchangeLoader".
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
               MOVE CampusCodeEnv TO CampusCodeValue
           END-IF
           PERFORM DetermineLoadDate
           PERFORM LoadLocationTable

           MOVE "EXCHANGEFEED" TO EnvelopeFileType
           MOVE LoadDate TO EnvelopeRunDate
           MOVE "input/ExchangeFeed" TO EnvelopeFileStem
           PERFORM CheckInboundEnvelope
           EVALUATE TRUE
               WHEN EnvelopeFileMissing = 'Y'
                   DISPLAY "No exchange feed file received (input/ExchangeFeed.txt)."
               WHEN EnvelopeRejectReason NOT = SPACES
                   PERFORM RejectExchangeFeedFile
               WHEN OTHER
                   MOVE EnvelopeFileName TO ExchangeFeedFileName
                   PERFORM LoadExchangeFeedFile
                   PERFORM AcceptInboundFile
           END-EVALUATE

           MOVE "input/ExchangeFeed.fix" TO ExchangeFeedFileName
           CALL "CBL_CHECK_FILE_EXIST" USING ExchangeFeedFileName
               EnvelopeCheckDetails
           IF RETURN-CODE = 0
               PERFORM StartUnenvelopedFile
               PERFORM LoadExchangeFeedFile
               CALL "CBL_DELETE_FILE" USING ExchangeFeedFileName
           END-IF
           MOVE 0 TO RETURN-CODE

           MOVE SPACES TO CurrentMessage
           STRING "Exchange records read: " DELIMITED BY SIZE
               FeedReadCount DELIMITED BY SIZE
               "  loaded: " DELIMITED BY SIZE
               FeedLoadedCount DELIMITED BY SIZE
               "  skipped (own campus/duplicates): " DELIMITED BY SIZE
               FeedSkippedCount DELIMITED BY SIZE
               "  rejected with file: " DELIMITED BY SIZE
               FeedFileRejectedCount DELIMITED BY SIZE
               "  bad location: " DELIMITED BY SIZE
               FeedLocationRejectCount DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage

           PERFORM WriteBatchControlRecord
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       LoadExchangeFeedFile.
           MOVE 0 TO EnvelopeLineNumber
           MOVE 'N' TO EOF-FeedFile
           OPEN INPUT ExchangeFeedFile
           PERFORM UNTIL EOF-FeedFile = 'Y'
               AT END
                   MOVE 'Y' TO EOF-FeedFile
               NOT AT END
                   ADD 1 TO EnvelopeLineNumber
                   PERFORM ClassifyEnvelopeLine
                   IF EnvelopeIsDetail = 'Y'
                       PERFORM LoadOneExchangeRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ExchangeFeedFile.

       LoadOneExchangeRecord.
           ADD 1 TO FeedReadCount
           IF FUNCTION TRIM(ExchOriginCampus) = SPACES OR
              FUNCTION TRIM(ExchOriginCampus) =
              FUNCTION TRIM(CampusCodeValue) OR
              FUNCTION TRIM(ExchJobTitle) = SPACES
               ADD 1 TO FeedSkippedCount
           ELSE
               PERFORM CheckExchangeDuplicate
               IF DuplicateJobFound = 'Y'
                   ADD 1 TO FeedSkippedCount
               ELSE
                   PERFORM CheckExchangeLocation
                   IF LocTableCount > 0 AND LocResolvedIndex = 0
                       ADD 1 TO FeedLocationRejectCount
                       OPEN EXTEND ExchangeRejectFile
                       MOVE ExchangeFeedRecord TO ExchangeRejectRecord
                       MOVE "LOCATION NOT ON MASTER" TO RejReason
                       WRITE ExchangeRejectRecord
                       CLOSE ExchangeRejectFile
                   ELSE
                       PERFORM LoadExchangePosting
                       ADD 1 TO FeedLoadedCount
                   END-IF
               END-IF
           END-IF.

      *> The work type is read from the location as sent; a known spelling
      *> is then loaded under its master name.
       CheckExchangeLocation.
           MOVE ExchJobLocation TO LocLookupText
           PERFORM InferWorkType
           MOVE LocWorkTypeCode TO ExchWorkType
           MOVE 0 TO LocResolvedIndex
           IF LocTableCount > 0
               PERFORM ResolveLocationText
           END-IF.

      *> Nothing from a file that fails its control check is loaded: every
      *> detail line goes to the reject queue under the file's reason.
       RejectExchangeFeedFile.
           MOVE EnvelopeFileName TO ExchangeFeedFileName
           MOVE 0 TO EnvelopeLineNumber
           MOVE 'N' TO EOF-FeedFile
           OPEN INPUT ExchangeFeedFile
           OPEN EXTEND ExchangeRejectFile
           PERFORM UNTIL EOF-FeedFile = 'Y'
               READ ExchangeFeedFile INTO ExchangeFeedRecord
               AT END
                   MOVE 'Y' TO EOF-FeedFile
               NOT AT END
                   ADD 1 TO EnvelopeLineNumber
                   PERFORM ClassifyEnvelopeLine
                   IF EnvelopeIsDetail = 'Y'
                       ADD 1 TO FeedReadCount
                       ADD 1 TO FeedFileRejectedCount
                       MOVE ExchangeFeedRecord TO ExchangeRejectRecord
                       MOVE EnvelopeRejectReason TO RejReason
                       WRITE ExchangeRejectRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ExchangeFeedFile
           CLOSE ExchangeRejectFile
           MOVE SPACES TO CurrentMessage
           STRING "Exchange feed file rejected: " DELIMITED BY SIZE
               FUNCTION TRIM(EnvelopeRejectReason) DELIMITED BY SIZE
               " (sequence " DELIMITED BY SIZE
               EnvelopeSequence DELIMITED BY SIZE
               "); nothing loaded." DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage
           MOVE ".rejected" TO EnvelopeAsideSuffix
           PERFORM SetInboundFileAside.

       DetermineLoadDate.
           MOVE SPACES TO FixedTimestamp
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

       LoadExchangePosting.
           PERFORM GetNextJobId
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN I-O JobFile
           MOVE SPACES TO JobRecord
           MOVE "EXCHANGE" TO JobUsername IN JobRecord
           MOVE ExchJobTitle TO JobTitle IN JobRecord
           MOVE ExchJobDescription TO JobDescription IN JobRecord
           MOVE ExchJobEmployer TO JobEmployer IN JobRecord
           IF LocResolvedIndex > 0
               MOVE LocResolvedName TO JobLocation IN JobRecord
           ELSE
               MOVE ExchJobLocation TO JobLocation IN JobRecord
           END-IF
           MOVE ExchWorkType TO JobWorkType IN JobRecord
           MOVE ExchJobSalary TO JobSalary IN JobRecord
           MOVE ExchJobCategory TO JobCategory IN JobRecord
           MOVE ExchSalaryMin TO SalaryMin IN JobRecord
           MOVE ExchOriginCampus TO JobOriginCampus IN JobRecord
           MOVE ExchJobId TO JobOriginJobId IN JobRecord
           WRITE JobRecord
           INVALID KEY
               CONTINUE
           END-WRITE
           CLOSE JobFile
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE "jobs.dat" TO ControlFileName
           MOVE FeedReadCount TO ControlReadCount
           MOVE FeedLoadedCount TO ControlWrittenCount
           COMPUTE ControlRejectCount =
               FeedSkippedCount + FeedFileRejectedCount +
               FeedLocationRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "Journal.cob".

       COPY "Locations.cob".

       COPY "FeedEnvelope.cob".

       COPY "FeedEnvelopeCheck.cob".

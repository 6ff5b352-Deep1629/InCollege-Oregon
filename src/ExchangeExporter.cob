       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JobId OF JobRecord
               ALTERNATE RECORD KEY IS JobUsername OF JobRecord
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EmployerId OF JobRecord
                   WITH DUPLICATES.
           SELECT ExchangeFeedFile ASSIGN TO "output/ExchangeFeed.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FerpaSuppressionFile
               ASSIGN TO "ferpa_suppressions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FerpaExclusionFile ASSIGN TO "ferpa_exclusions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL InterfaceSequenceFile
               ASSIGN TO "interface_sequences.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempInterfaceSequenceFile
               ASSIGN TO "interface_sequences_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalControlFile ASSIGN TO "journal_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 JobOriginCampus PIC X(8).
           05 JobScreenFlags PIC X(60).
           05 JobOriginJobId PIC 9(5).
           05 JobWorkAuth PIC X(4).
           05 JobWorkType PIC X(1).

       FD ExchangeFeedFile.
       01 ExchangeFeedRecord.
           05 ControlWrittenCount PIC 9(6).
           05 ControlRejectCount PIC 9(6).

       FD FerpaSuppressionFile.
       01 FerpaSuppressionRecord.
           05 FerpaUsername PIC X(20).
           05 FerpaFlag PIC X(1).
           05 FerpaEffectiveDate PIC X(10).
           05 FerpaSetBy PIC X(20).
           05 FerpaSetDate PIC X(10).

       FD FerpaExclusionFile.
       01 FerpaExclusionRecord.
           05 FxDate PIC X(10).
           05 FxPoint PIC X(24).
           05 FxUsername PIC X(20).
           05 FxViewer PIC X(20).

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

       WORKING-STORAGE SECTION.
       01 CurrentMessage PIC X(100).
       01 EOF-JobFile PIC X VALUE 'N'.
       01 JobsReadCount PIC 9(6) VALUE 0.
       01 JobsExportedCount PIC 9(5) VALUE 0.
       01 JobsSuppressedCount PIC 9(5) VALUE 0.
       01 CampusCodeValue PIC X(8) VALUE "MAIN".
       01 CampusCodeEnv PIC X(8).
       01 ControlStampBuf PIC X(20).
       01 ControlStampWork PIC X(21).
       01 ControlRunDay PIC X(10).
       01 FerpaCheckTarget PIC X(20).
       01 FerpaSuppressed PIC X VALUE 'N'.
       01 EOF-FerpaFile PIC X VALUE 'N'.
       01 FerpaExclusionPoint PIC X(24).
       01 FerpaExclusionViewer PIC X(20).
       01 FerpaStampBuf PIC X(20).
       01 FerpaStampWork PIC X(21).
       01 FerpaToday PIC X(10).

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

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "ExchangeExporter".
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

       PROCEDURE DIVISION.
       MainSection.
               MOVE CampusCodeEnv TO CampusCodeValue
           END-IF

      *> Partner campuses run the same system, so the header names the
      *> sending campus rather than INCOLLEGE.
           PERFORM DetermineControlRunDay
           MOVE "EXCHANGEFEED" TO EnvelopeFileType
           MOVE CampusCodeValue TO EnvelopeSourceSystem
           MOVE ControlRunDay TO EnvelopeRunDate
           PERFORM StartOutboundEnvelope
           OPEN OUTPUT ExchangeFeedFile
           WRITE ExchangeFeedRecord FROM EnvelopeLine

           MOVE 'N' TO EOF-JobFile
           OPEN INPUT JobFile
                           = SPACES OR
                           FUNCTION TRIM(JobOriginCampus IN JobRecord) =
                           FUNCTION TRIM(CampusCodeValue))
                       MOVE JobUsername IN JobRecord TO FerpaCheckTarget
                       PERFORM CheckFerpaSuppressed
                       IF FerpaSuppressed = 'Y'
                           ADD 1 TO JobsSuppressedCount
                           MOVE "ExchangeExporter" TO FerpaExclusionPoint
                           MOVE SPACES TO FerpaExclusionViewer
                           PERFORM RecordFerpaExclusion
                       ELSE
                           PERFORM WriteExchangeRecord
                           ADD 1 TO JobsExportedCount
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE JobFile
           PERFORM BuildEnvelopeTrailer
           WRITE ExchangeFeedRecord FROM EnvelopeLine
           CLOSE ExchangeFeedFile
           PERFORM RecordOutboundSequence

           MOVE SPACES TO CurrentMessage
           STRING "Exported " DELIMITED BY SIZE
               DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage
           IF JobsSuppressedCount > 0
               MOVE SPACES TO CurrentMessage
               STRING "Withheld (poster under FERPA suppression): "
                   DELIMITED BY SIZE
                   JobsSuppressedCount DELIMITED BY SIZE
                   INTO CurrentMessage
               DISPLAY CurrentMessage
           END-IF
           PERFORM WriteBatchControlRecord
           STOP RUN.

           MOVE SalaryVisible IN JobRecord TO ExchSalaryVisible
           MOVE ApplicationDeadline IN JobRecord
               TO ExchApplicationDeadline
           WRITE ExchangeFeedRecord
           MOVE ExchangeFeedRecord TO EnvelopeDetail
           PERFORM AddEnvelopeHash.

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
           MOVE "jobs.dat" TO ControlFileName
           MOVE JobsReadCount TO ControlReadCount
           MOVE JobsExportedCount TO ControlWrittenCount
           MOVE JobsSuppressedCount TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "Ferpa.cob".

       COPY "FeedEnvelope.cob".

       COPY "Journal.cob".

IDENTIFICATION DIVISION.
       PROGRAM-ID. AppFeedExporter.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AppForwardFile ASSIGN TO "application_forwards.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AppFeedFile ASSIGN TO "output/ApplicationFeed.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
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
      *> Applications to partner-campus postings, queued by the online
      *> session as they are made and sent in full each night.
       FD AppForwardFile.
       01 AppForwardRecord.
           05 ForwardUsername PIC X(20).
           05 ForwardJobId PIC 9(5).

       FD AppFeedFile.
       01 AppFeedRecord.
           05 FeedAppUsername PIC X(20).
           05 FeedAppJobId PIC 9(5).

       FD BatchControlFile.
       01 BatchControlRecord.
           05 ControlRunDate PIC X(10).
           05 ControlStep PIC X(20).
           05 ControlFileName PIC X(25).
           05 ControlReadCount PIC 9(6).
           05 ControlWrittenCount PIC 9(6).
           05 ControlRejectCount PIC 9(6).

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
       01 EOF-AppForwardFile PIC X VALUE 'N'.
       01 AppExportCount PIC 9(5) VALUE 0.
       01 ForwardsReadCount PIC 9(6) VALUE 0.
       01 ControlStampBuf PIC X(20).
       01 ControlStampWork PIC X(21).
       01 ControlRunDay PIC X(10).

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
       01 JournalProgramName PIC X(24) VALUE "AppFeedExporter".
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
           PERFORM DetermineControlRunDay
           MOVE "APPLICATIONFEED" TO EnvelopeFileType
           MOVE ControlRunDay TO EnvelopeRunDate
           PERFORM StartOutboundEnvelope
           OPEN OUTPUT AppFeedFile
           WRITE AppFeedRecord FROM EnvelopeLine

           MOVE 'N' TO EOF-AppForwardFile
           OPEN INPUT AppForwardFile
           PERFORM UNTIL EOF-AppForwardFile = 'Y'
               READ AppForwardFile INTO AppForwardRecord
               AT END
                   MOVE 'Y' TO EOF-AppForwardFile
               NOT AT END
                   ADD 1 TO ForwardsReadCount
                   IF FUNCTION TRIM(ForwardUsername) NOT = SPACES
                       PERFORM WriteFeedRecord
                       ADD 1 TO AppExportCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE AppForwardFile
           PERFORM BuildEnvelopeTrailer
           WRITE AppFeedRecord FROM EnvelopeLine
           CLOSE AppFeedFile
           PERFORM RecordOutboundSequence

           MOVE SPACES TO CurrentMessage
           STRING "Exported " DELIMITED BY SIZE
               AppExportCount DELIMITED BY SIZE
               " application(s) to output/ApplicationFeed.txt"
               DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage
           PERFORM WriteBatchControlRecord
           STOP RUN.

       WriteFeedRecord.
           MOVE SPACES TO AppFeedRecord
           MOVE ForwardUsername TO FeedAppUsername
           MOVE ForwardJobId TO FeedAppJobId
           WRITE AppFeedRecord
           MOVE AppFeedRecord TO EnvelopeDetail
           PERFORM AddEnvelopeHash.

       DetermineControlRunDay.
           MOVE SPACES TO ControlStampBuf
           ACCEPT ControlStampBuf FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
           IF FUNCTION TRIM(ControlStampBuf) = SPACES
               MOVE FUNCTION CURRENT-DATE TO ControlStampWork
               STRING ControlStampWork(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   ControlStampWork(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   ControlStampWork(7:2) DELIMITED BY SIZE
                   INTO ControlRunDay
           ELSE
               MOVE ControlStampBuf(1:10) TO ControlRunDay
           END-IF.

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE ControlRunDay TO ControlRunDate
           MOVE "APPFEEDEXPORT" TO ControlStep
           MOVE "application_forwards.dat" TO ControlFileName
           MOVE ForwardsReadCount TO ControlReadCount
           MOVE AppExportCount TO ControlWrittenCount
           COMPUTE ControlRejectCount = ForwardsReadCount - AppExportCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "FeedEnvelope.cob".

       COPY "Journal.cob".

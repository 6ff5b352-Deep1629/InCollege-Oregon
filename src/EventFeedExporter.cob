       FILE-CONTROL.
           SELECT OPTIONAL EventFile ASSIGN TO "events.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EventOccurrenceFile
               ASSIGN TO "event_occurrences.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EventFeedFile ASSIGN TO "output/EventFeed.txt"
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
           05 EventHost PIC X(20).
           05 EventCapacity PIC 9(3).

       FD EventOccurrenceFile.
       01 EventOccurrenceRecord.
           05 OccEventId PIC 9(5).
           05 OccSeriesId PIC 9(5).
           05 OccStatus PIC X(10).
           05 OccChangedBy PIC X(20).
           05 OccChangedDate PIC X(10).

       FD EventFeedFile.
       01 EventFeedRecord.
           05 FeedEventId PIC 9(5).
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
       01 EOF-EventFile PIC X VALUE 'N'.
       01 EventsReadCount PIC 9(6) VALUE 0.
       01 EventExportCount PIC 9(5) VALUE 0.
       01 EOF-EventOccurrenceFile PIC X VALUE 'N'.
       01 CancelledEventTable.
           05 CancelledEventId PIC 9(5) OCCURS 1000 TIMES.
       01 CancelledEventCount PIC 9(4) VALUE 0.
       01 CancelledEventIndex PIC 9(4) VALUE 0.
       01 EventIsCancelled PIC X VALUE 'N'.
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
       01 JournalProgramName PIC X(24) VALUE "EventFeedExporter".
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
           MOVE SPACES TO ControlStampBuf
               MOVE ControlStampBuf(1:10) TO ControlRunDay
           END-IF

           MOVE "EVENTFEED" TO EnvelopeFileType
           MOVE ControlRunDay TO EnvelopeRunDate
           PERFORM StartOutboundEnvelope
           OPEN OUTPUT EventFeedFile
           WRITE EventFeedRecord FROM EnvelopeLine

           PERFORM LoadCancelledEvents

           MOVE 'N' TO EOF-EventFile
           OPEN INPUT EventFile
                   MOVE 'Y' TO EOF-EventFile
               NOT AT END
                   ADD 1 TO EventsReadCount
                   PERFORM CheckEventCancelled
                   IF EventDate IN EventRecord >= ControlRunDay AND
                      EventIsCancelled = 'N'
                       PERFORM WriteFeedRecord
                       ADD 1 TO EventExportCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EventFile
           PERFORM BuildEnvelopeTrailer
           WRITE EventFeedRecord FROM EnvelopeLine
           CLOSE EventFeedFile
           PERFORM RecordOutboundSequence

           MOVE SPACES TO CurrentMessage
           STRING "Exported " DELIMITED BY SIZE
           PERFORM WriteBatchControlRecord
           STOP RUN.

      *> Cancelled dates of a recurring series stay in events.dat for
      *> attendance history but must not be published.
       LoadCancelledEvents.
           MOVE 0 TO CancelledEventCount
           MOVE 'N' TO EOF-EventOccurrenceFile
           OPEN INPUT EventOccurrenceFile
           PERFORM UNTIL EOF-EventOccurrenceFile = 'Y'
               READ EventOccurrenceFile INTO EventOccurrenceRecord
               AT END
                   MOVE 'Y' TO EOF-EventOccurrenceFile
               NOT AT END
                   IF FUNCTION TRIM(OccStatus) = "Cancelled" AND
                      CancelledEventCount < 1000
                       ADD 1 TO CancelledEventCount
                       MOVE OccEventId TO CancelledEventId(CancelledEventCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EventOccurrenceFile.

       CheckEventCancelled.
           MOVE 'N' TO EventIsCancelled
           PERFORM VARYING CancelledEventIndex FROM 1 BY 1
                   UNTIL CancelledEventIndex > CancelledEventCount
               IF CancelledEventId(CancelledEventIndex) = EventId IN EventRecord
                   MOVE 'Y' TO EventIsCancelled
               END-IF
           END-PERFORM.

       WriteFeedRecord.
           MOVE SPACES TO EventFeedRecord
           MOVE EventId IN EventRecord TO FeedEventId
           MOVE EventLocation IN EventRecord TO FeedEventLocation
           MOVE EventDescription IN EventRecord TO FeedEventDescription
           MOVE EventHost IN EventRecord TO FeedEventHost
           WRITE EventFeedRecord
           MOVE EventFeedRecord TO EnvelopeDetail
           PERFORM AddEnvelopeHash.

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           COMPUTE ControlRejectCount = EventsReadCount - EventExportCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "FeedEnvelope.cob".

       COPY "Journal.cob".

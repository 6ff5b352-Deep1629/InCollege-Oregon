       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01 CurrentMessage PIC X(100).
       01 EOF-JobFile PIC X VALUE 'N'.
       01 LastJobIdValue PIC 9(5) VALUE 0.
       01 JobsAssignedCount PIC 9(5) VALUE 0.
       01 JobsSkippedCount PIC 9(5) VALUE 0.
      *> The only keys an unnumbered posting can sit under.
       01 UnnumberedKeyList.
           05 FILLER PIC X(5) VALUE "00000".
           05 FILLER PIC X(5) VALUE SPACES.
       01 UnnumberedKeyTable REDEFINES UnnumberedKeyList.
           05 UnnumberedKey PIC X(5) OCCURS 2 TIMES.
       01 UnnumberedKeyIndex PIC 9 VALUE 0.
       01 UnnumberedImage PIC X(554).
       01 ControlStampBuf PIC X(20).
       01 ControlStampWork PIC X(21).
       01 ControlRunDay PIC X(10).

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "JobIdAssigner".
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
           PERFORM LoadJobCounter

           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN I-O JobFile
           PERFORM VARYING UnnumberedKeyIndex FROM 1 BY 1
               UNTIL UnnumberedKeyIndex > 2
               PERFORM RenumberUnnumberedJob
           END-PERFORM

           CLOSE JobFile
           MOVE 'N' TO EOF-JobFile
           OPEN INPUT JobFile
           PERFORM UNTIL EOF-JobFile = 'Y'
               READ JobFile NEXT INTO JobRecord
               AT END
                   MOVE 'Y' TO EOF-JobFile
               NOT AT END
                   ADD 1 TO JobsSkippedCount
               END-READ
           END-PERFORM
           SUBTRACT JobsAssignedCount FROM JobsSkippedCount
           CLOSE JobFile
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           PERFORM SaveJobCounter

           PERFORM WriteBatchControlRecord
           STOP RUN.

      *> jobs.dat is keyed on JobId, so a posting written without a number
      *> can only be under zeroes or blanks; it is moved to the next id.
       RenumberUnnumberedJob.
           MOVE UnnumberedKey(UnnumberedKeyIndex) TO JobRecord(445:5)
           READ JobFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE JobRecord TO UnnumberedImage
               DELETE JobFile RECORD
               MOVE UnnumberedImage TO JobRecord
               ADD 1 TO LastJobIdValue
               MOVE LastJobIdValue TO JobId IN JobRecord
               WRITE JobRecord
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO JobsAssignedCount
               END-WRITE
           END-READ.

       LoadJobCounter.
           MOVE 0 TO LastJobIdValue
           OPEN INPUT JobCounterFile
           CLOSE JobCounterFile.

       SaveJobCounter.
           MOVE "job_counter.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN OUTPUT JobCounterFile
           MOVE LastJobIdValue TO LastJobId IN JobCounterRecord
           WRITE JobCounterRecord
           CLOSE JobCounterFile
           MOVE "job_counter.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       WriteBatchControlRecord.
           MOVE SPACES TO ControlStampBuf
           MOVE 0 TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "Journal.cob".

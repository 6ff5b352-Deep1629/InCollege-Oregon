               RECORD KEY IS Username-Profile OF UserProfileRecord.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalControlFile ASSIGN TO "journal_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       01 EOF-ProfileData PIC X VALUE 'N'.
       01 ControlStampWork PIC X(21).
       01 ControlRunDay PIC X(10).

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "AlumniFlagger".
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
           MOVE SPACES TO FixedTimestamp
           END-IF

           MOVE 'N' TO EOF-ProfileData
           MOVE "profiles.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN I-O UserProfileRecordFile
           PERFORM UNTIL EOF-ProfileData = 'Y'
               READ UserProfileRecordFile
               END-READ
           END-PERFORM
           CLOSE UserProfileRecordFile
           MOVE "profiles.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           MOVE SPACES TO CurrentMessage
           STRING "Alumni flagged: " DELIMITED BY SIZE
           MOVE 0 TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "Journal.cob".

IDENTIFICATION DIVISION.
       PROGRAM-ID. RecycleBinPurge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RecycleBinFile ASSIGN TO "recycle_bin.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempRecycleBinFile ASSIGN TO "recycle_bin_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LegalHoldFile ASSIGN TO "legal_holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LegalHoldSkipFile ASSIGN TO "legal_hold_skips.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "output/RecycleBinPurge.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalControlFile ASSIGN TO "journal_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RecycleBinFile.
       01 RecycleBinRecord.
           05 BinId PIC 9(5).
           05 BinOwner PIC X(20).
           05 BinKind PIC X(4).
           05 BinDeletedDate PIC X(10).
           05 BinPurgeDate PIC X(10).
           05 BinSummary PIC X(80).
           05 BinImage PIC X(1100).

       FD TempRecycleBinFile.
       01 TempRecycleBinRecord PIC X(1229).

       FD LegalHoldFile.
       01 LegalHoldRecord.
           05 HoldUsername PIC X(20).
           05 HoldCaseRef PIC X(20).
           05 HoldPlacedBy PIC X(20).
           05 HoldPlacedDate PIC X(10).
           05 HoldStatus PIC X(10).
           05 HoldReleasedBy PIC X(20).
           05 HoldReleasedDate PIC X(10).

       FD LegalHoldSkipFile.
       01 LegalHoldSkipRecord.
           05 SkipDate PIC X(10).
           05 SkipPoint PIC X(24).
           05 SkipUsername PIC X(20).
           05 SkipCaseRef PIC X(20).
           05 SkipDetail PIC X(60).

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

       WORKING-STORAGE SECTION.
       01 CurrentMessage PIC X(132).
       01 EOF-RecycleBinFile PIC X VALUE 'N'.
       01 RunDate PIC X(10).
       01 RunDateNum PIC 9(8) VALUE 0.
       01 FixedTimestamp PIC X(20).
       01 CurrentDateTime PIC X(21).
       01 BinReadCount PIC 9(6) VALUE 0.
       01 BinKeptCount PIC 9(6) VALUE 0.
       01 BinPurgedCount PIC 9(6) VALUE 0.
       01 BinHeldCount PIC 9(6) VALUE 0.

       01 LegalHoldTable.
           05 LegalHoldEntry OCCURS 200 TIMES.
               10 LegalHeldUser PIC X(20).
               10 LegalHeldCase PIC X(20).
       01 LegalHoldCount PIC 9(3) VALUE 0.
       01 LegalHoldIndex PIC 9(3) VALUE 0.
       01 LegalHoldTarget PIC X(20).
       01 LegalHoldActive PIC X VALUE 'N'.
       01 LegalHoldCaseRef PIC X(20).
       01 LegalHoldSkipPoint PIC X(24).
       01 LegalHoldSkipDetail PIC X(60).
       01 EOF-LegalHoldFile PIC X VALUE 'N'.
       01 LegalHoldStampBuf PIC X(20).
       01 LegalHoldStampWork PIC X(21).
       01 LegalHoldToday PIC X(10).

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "RecycleBinPurge".
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
      *> Removes Recently Deleted rows for good once their purge date has
      *> passed. Rows belonging to anyone under legal hold, or holding a
      *> message or connection with someone under hold, are kept and
      *> logged instead; they go on the first run after the release.
       MainSection.
           PERFORM DetermineRunDate

           OPEN OUTPUT ReportFile
           MOVE SPACES TO CurrentMessage
           STRING "InCollege Recently Deleted Purge  Run date "
               DELIMITED BY SIZE
               RunDate DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine

           PERFORM LoadLegalHolds
           MOVE 'N' TO EOF-RecycleBinFile
           OPEN INPUT RecycleBinFile
           OPEN OUTPUT TempRecycleBinFile
           PERFORM UNTIL EOF-RecycleBinFile = 'Y'
               READ RecycleBinFile INTO RecycleBinRecord
               AT END
                   MOVE 'Y' TO EOF-RecycleBinFile
               NOT AT END
                   ADD 1 TO BinReadCount
                   IF RunDateNum > 0 AND
                      BinPurgeDate NOT = SPACES AND
                      BinPurgeDate < RunDate
                       PERFORM CheckBinLegalHold
                   ELSE
                       MOVE 'N' TO LegalHoldActive
                   END-IF
                   IF RunDateNum > 0 AND
                      BinPurgeDate NOT = SPACES AND
                      BinPurgeDate < RunDate AND
                      LegalHoldActive = 'N'
                       ADD 1 TO BinPurgedCount
                       PERFORM ReportPurgedEntry
                   ELSE
                       WRITE TempRecycleBinRecord FROM RecycleBinRecord
                       ADD 1 TO BinKeptCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RecycleBinFile
           CLOSE TempRecycleBinFile

           MOVE "recycle_bin.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "recycle_bin.dat"
           CALL "CBL_RENAME_FILE" USING "recycle_bin_temp.dat"
               "recycle_bin.dat"
           PERFORM JournalAfterImage

           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Entries read: " DELIMITED BY SIZE
               BinReadCount DELIMITED BY SIZE
               "  Purged: " DELIMITED BY SIZE
               BinPurgedCount DELIMITED BY SIZE
               "  Kept: " DELIMITED BY SIZE
               BinKeptCount DELIMITED BY SIZE
               "  Held: " DELIMITED BY SIZE
               BinHeldCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           PERFORM WriteBatchControlRecord
           CLOSE ReportFile
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       DetermineRunDate.
           MOVE SPACES TO FixedTimestamp
           ACCEPT FixedTimestamp FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
           IF FUNCTION TRIM(FixedTimestamp) = SPACES
               MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
               STRING CurrentDateTime(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(7:2) DELIMITED BY SIZE
                   INTO RunDate
           ELSE
               MOVE FixedTimestamp(1:10) TO RunDate
           END-IF
           MOVE 0 TO RunDateNum
           IF RunDate(1:4) IS NUMERIC AND RunDate(6:2) IS NUMERIC AND
              RunDate(9:2) IS NUMERIC
               COMPUTE RunDateNum =
                   FUNCTION NUMVAL(RunDate(1:4)) * 10000 +
                   FUNCTION NUMVAL(RunDate(6:2)) * 100 +
                   FUNCTION NUMVAL(RunDate(9:2))
               IF FUNCTION TEST-DATE-YYYYMMDD(RunDateNum) NOT = 0
                   MOVE 0 TO RunDateNum
               END-IF
           END-IF.

      *> Messages and connections hold the other party in the second
      *> username field of the saved record.
       CheckBinLegalHold.
           MOVE BinOwner TO LegalHoldTarget
           PERFORM CheckLegalHold
           IF LegalHoldActive = 'N' AND
              (BinKind = "MSG" OR BinKind = "CONN")
               MOVE BinImage(1:20) TO LegalHoldTarget
               PERFORM CheckLegalHold
               IF LegalHoldActive = 'N'
                   MOVE BinImage(21:20) TO LegalHoldTarget
                   PERFORM CheckLegalHold
               END-IF
           END-IF
           IF LegalHoldActive = 'Y'
               ADD 1 TO BinHeldCount
               MOVE "PURGE recycle_bin.dat" TO LegalHoldSkipPoint
               MOVE SPACES TO LegalHoldSkipDetail
               STRING FUNCTION TRIM(BinKind) DELIMITED BY SIZE
                   " deleted " DELIMITED BY SIZE
                   BinDeletedDate DELIMITED BY SIZE
                   " by " DELIMITED BY SIZE
                   FUNCTION TRIM(BinOwner) DELIMITED BY SIZE
                   " kept" DELIMITED BY SIZE
                   INTO LegalHoldSkipDetail
               PERFORM RecordLegalHoldSkip
               MOVE SPACES TO CurrentMessage
               STRING "Held (" DELIMITED BY SIZE
                   FUNCTION TRIM(LegalHoldCaseRef) DELIMITED BY SIZE
                   "): " DELIMITED BY SIZE
                   FUNCTION TRIM(LegalHoldSkipDetail) DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteReportLine
           END-IF.

       ReportPurgedEntry.
           MOVE SPACES TO CurrentMessage
           STRING "Purged " DELIMITED BY SIZE
               BinId DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(BinOwner) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(BinKind) DELIMITED BY SIZE
               " deleted " DELIMITED BY SIZE
               BinDeletedDate DELIMITED BY SIZE
               " (due " DELIMITED BY SIZE
               BinPurgeDate DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine.

       WriteReportLine.
           DISPLAY CurrentMessage
           MOVE CurrentMessage TO ReportRecord
           WRITE ReportRecord.

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "RECYCLEPURGE" TO ControlStep
           MOVE "recycle_bin.dat" TO ControlFileName
           MOVE BinReadCount TO ControlReadCount
           MOVE BinKeptCount TO ControlWrittenCount
           MOVE 0 TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "LegalHold.cob".

       COPY "Journal.cob".

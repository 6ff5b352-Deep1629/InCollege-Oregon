               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempEndorsementFile ASSIGN TO "endorsements_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JobId OF JobRecord
               ALTERNATE RECORD KEY IS JobUsername OF JobRecord
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EmployerId OF JobRecord
                   WITH DUPLICATES.
           SELECT OPTIONAL RefAliasFile ASSIGN TO "ref_aliases.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "output/RefDataCleanupReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalControlFile ASSIGN TO "journal_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LocationMasterFile ASSIGN TO "locations.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 EndorsementSkillName PIC X(30).
           05 EndorsementDate PIC X(10).

       FD JobFile.
       01 JobRecord.
           05 JobUsername PIC X(20).
           05 JobTitle PIC X(50).
           05 JobDescription PIC X(200).
           05 JobEmployer PIC X(50).
           05 JobLocation PIC X(50).
           05 JobSalary PIC X(30).
           05 JobCategory PIC X(10).
           05 SalaryMin PIC 9(6).
           05 SalaryMax PIC 9(6).
           05 SalaryVisible PIC X(1).
           05 ApplicationDeadline PIC X(10).
           05 CreatedDate PIC X(10).
           05 JobId PIC 9(5).
           05 EmployerId PIC 9(5).
           05 JobViewCount PIC 9(5).
           05 JobStatus PIC X(10).
           05 JobSharedFlag PIC X(1).
           05 JobOriginCampus PIC X(8).
           05 JobScreenFlags PIC X(60).
           05 JobOriginJobId PIC 9(5).
           05 JobWorkAuth PIC X(4).
           05 JobWorkType PIC X(1).

       FD RefAliasFile.
       01 RefAliasRecord.
           05 AliasType PIC X(1).
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

       FD LocationMasterFile.
       01 LocationMasterRecord.
           05 MasterLocationName PIC X(30).
           05 MasterLocationCity PIC X(30).
           05 MasterLocationRegion PIC X(30).
           05 MasterLocationCountry PIC X(20).
           05 MasterLocationArea PIC X(20).

       WORKING-STORAGE SECTION.
       01 CurrentMessage PIC X(132).
       01 EOF-ProfileData PIC X VALUE 'N'.
       01 SkillRowsScannedCount PIC 9(5) VALUE 0.
       01 SkillsMappedCount PIC 9(5) VALUE 0.
       01 SkillExceptionCount PIC 9(5) VALUE 0.
       01 EOF-JobFile PIC X VALUE 'N'.
       01 JobChanged PIC X VALUE 'N'.
       01 JobsScannedCount PIC 9(5) VALUE 0.
       01 LocationsMappedCount PIC 9(5) VALUE 0.
       01 WorkTypesSetCount PIC 9(5) VALUE 0.
       01 LocationExceptionCount PIC 9(5) VALUE 0.
       01 ControlStampBuf PIC X(20).
       01 ControlStampWork PIC X(21).
       01 ControlRunDay PIC X(10).
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
       01 JournalProgramName PIC X(24) VALUE "RefDataCleanup".
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
           PERFORM WriteReportLine

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

           PERFORM CleanSkillCompletions
           PERFORM CleanEndorsements
           PERFORM CleanJobLocations

           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine
               SkillExceptionCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Job postings scanned: " DELIMITED BY SIZE
               JobsScannedCount DELIMITED BY SIZE
               "  locations mapped: " DELIMITED BY SIZE
               LocationsMappedCount DELIMITED BY SIZE
               "  work types set: " DELIMITED BY SIZE
               WorkTypesSetCount DELIMITED BY SIZE
               "  exceptions: " DELIMITED BY SIZE
               LocationExceptionCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           CLOSE ReportFile
           PERFORM WriteBatchControlRecord
           PERFORM WriteSkillControlRecord
           PERFORM WriteLocationControlRecord
           MOVE 0 TO RETURN-CODE
           STOP RUN.

           END-PERFORM
           CLOSE SkillsCompletedFile
           CLOSE TempSkillsCompletedFile
           MOVE "skills_completed.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "skills_completed.dat"
           CALL "CBL_RENAME_FILE" USING "skills_completed_temp.dat"
               "skills_completed.dat"
           PERFORM JournalAfterImage.

       CleanEndorsements.
           MOVE 'N' TO EOF-WorkFile
           END-PERFORM
           CLOSE EndorsementFile
           CLOSE TempEndorsementFile
           MOVE "endorsements.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "endorsements.dat"
           CALL "CBL_RENAME_FILE" USING "endorsements_temp.dat"
               "endorsements.dat"
           PERFORM JournalAfterImage.

      *> Postings keep the location as typed until it is mapped here to a
      *> name on the location master; spellings with no alias are left
      *> alone and reported. A posting with no work type gets one from
      *> its location text.
       CleanJobLocations.
           PERFORM LoadLocationTable
           MOVE 'N' TO EOF-JobFile
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN I-O JobFile
           PERFORM UNTIL EOF-JobFile = 'Y'
               READ JobFile
               AT END
                   MOVE 'Y' TO EOF-JobFile
               NOT AT END
                   ADD 1 TO JobsScannedCount
                   PERFORM CleanOneJobLocation
               END-READ
           END-PERFORM
           CLOSE JobFile
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       CleanOneJobLocation.
           MOVE 'N' TO JobChanged
           MOVE JobLocation IN JobRecord TO LocLookupText
           IF JobWorkType IN JobRecord = SPACES
               PERFORM InferWorkType
               MOVE LocWorkTypeCode TO JobWorkType IN JobRecord
               ADD 1 TO WorkTypesSetCount
               MOVE 'Y' TO JobChanged
           END-IF

           IF FUNCTION TRIM(JobLocation IN JobRecord) NOT = SPACES AND
              LocTableCount > 0 THEN
               PERFORM ResolveLocationText
               IF LocResolvedIndex = 0 THEN
                   ADD 1 TO LocationExceptionCount
                   MOVE SPACES TO CurrentMessage
                   STRING "Exception: job " DELIMITED BY SIZE
                       JobId IN JobRecord DELIMITED BY SIZE
                       " location '" DELIMITED BY SIZE
                       FUNCTION TRIM(JobLocation IN JobRecord)
                       DELIMITED BY SIZE
                       "' has no canonical mapping" DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM WriteReportLine
               ELSE IF LocResolvedName NOT = JobLocation IN JobRecord THEN
                   ADD 1 TO LocationsMappedCount
                   MOVE SPACES TO CurrentMessage
                   STRING "Mapped job " DELIMITED BY SIZE
                       JobId IN JobRecord DELIMITED BY SIZE
                       " location '" DELIMITED BY SIZE
                       FUNCTION TRIM(JobLocation IN JobRecord)
                       DELIMITED BY SIZE
                       "' -> '" DELIMITED BY SIZE
                       FUNCTION TRIM(LocResolvedName) DELIMITED BY SIZE
                       "'" DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM WriteReportLine
                   MOVE LocResolvedName TO JobLocation IN JobRecord
                   MOVE 'Y' TO JobChanged
               END-IF
               END-IF
           END-IF

           IF JobChanged = 'Y'
               REWRITE JobRecord
           END-IF.

       CheckSkillMaster.
           MOVE 'Y' TO RefTableEmpty
           MOVE SkillExceptionCount TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       WriteLocationControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE ControlRunDay TO ControlRunDate
           MOVE "LOCCLEANUP" TO ControlStep
           MOVE "jobs.dat" TO ControlFileName
           MOVE JobsScannedCount TO ControlReadCount
           MOVE LocationsMappedCount TO ControlWrittenCount
           MOVE LocationExceptionCount TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "Journal.cob".

       COPY "Locations.cob".

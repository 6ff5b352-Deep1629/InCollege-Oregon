               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MigrateOutFile ASSIGN TO MigrateOutName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IndexedJobFile ASSIGN TO "jobs_idx.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JobId OF JobRecord
               ALTERNATE RECORD KEY IS JobUsername OF JobRecord
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EmployerId OF JobRecord
                   WITH DUPLICATES.
           SELECT OPTIONAL PriorJobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PriorJobId
               ALTERNATE RECORD KEY IS PriorJobUsername
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PriorEmployerId
                   WITH DUPLICATES.
           SELECT OPTIONAL JobCounterFile ASSIGN TO "job_counter.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LayoutVersionFile ASSIGN TO "layout_versions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalControlFile ASSIGN TO "journal_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MigrateOutFile.
       01 MigrateOutRecord PIC X(600).

       FD IndexedJobFile.
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

      *> jobs.dat as written at version 2, before the work type field.
       FD PriorJobFile.
       01 PriorJobRecord.
           05 PriorJobUsername PIC X(20).
           05 FILLER PIC X(423).
           05 PriorJobId PIC 9(5).
           05 PriorEmployerId PIC 9(5).
           05 FILLER PIC X(93).

       FD JobCounterFile.
       01 JobCounterRecord.
           05 LastJobId PIC 9(5).

       FD LayoutVersionFile.
       01 LayoutVersionRecord.
           05 LvFileName PIC X(25).
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
       01 EOF-MigrateFile PIC X VALUE 'N'.
       01 RecordsPaddedCount PIC 9(6) VALUE 0.
       01 RecordLineLength PIC 9(4) VALUE 0.
       01 SourceCheckDetails PIC X(64).
       01 JobStampedVersion PIC 9(3) VALUE 0.
       01 LastJobIdValue PIC 9(5) VALUE 0.
       01 HighestJobId PIC 9(5) VALUE 0.
       01 JobsRenumberedCount PIC 9(6) VALUE 0.
       01 JobWritten PIC X VALUE 'N'.
       01 JobOldIdText PIC X(5).
       01 JobNewIdText PIC 9(5).
       01 JobConversionHeld PIC X VALUE 'N'.

      *> Files under layout versioning and the version this build writes.
       01 LayoutCatalogList.
           05 FILLER PIC 9(3) VALUE 2.
           05 FILLER PIC X(25) VALUE "interviews.dat".
           05 FILLER PIC 9(3) VALUE 2.
           05 FILLER PIC X(25) VALUE "jobs.dat".
           05 FILLER PIC 9(3) VALUE 3.
       01 LayoutCatalogTable REDEFINES LayoutCatalogList.
           05 LayoutCatalogEntry OCCURS 6 TIMES.
               10 CatalogFileName PIC X(25).
               10 CatalogVersion PIC 9(3).
       01 CatalogIndex PIC 9(2) VALUE 0.

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "LayoutMigrate".
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
           PERFORM DetermineRunDate
      *> padded with zeroes in place so the field parses as a number.
           PERFORM MigrateEventFile

      *> jobs.dat moves from a line file to an indexed file keyed on JobId.
      *> The stamp is the guard: once jobs.dat is at version 2 it is never
      *> read as a line file again. Version 3 adds the work type at the
      *> end of the record; version 2 files are copied across with it blank.
           PERFORM MigrateJobFile

           PERFORM WriteVersionCatalog

           IF JobConversionHeld = 'Y'
               MOVE "jobs.dat left as a line file; correct the Job IDs listed above and rerun."
                   TO CurrentMessage
               DISPLAY CurrentMessage
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "Layout versions stamped; migration complete." TO CurrentMessage
               DISPLAY CurrentMessage
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       DetermineRunDate.
               CLOSE MigrateInFile
               CLOSE MigrateOutFile

               MOVE "events.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "events.dat"
               CALL "CBL_RENAME_FILE" USING "events_temp.dat"
                   "events.dat"
               PERFORM JournalAfterImage

               MOVE SPACES TO CurrentMessage
               STRING "events.dat: " DELIMITED BY SIZE
               CLOSE BatchControlFile
           END-IF.

       MigrateJobFile.
           MOVE 0 TO JobStampedVersion
           MOVE 'N' TO EOF-MigrateFile
           OPEN INPUT LayoutVersionFile
           PERFORM UNTIL EOF-MigrateFile = 'Y'
               READ LayoutVersionFile
               AT END
                   MOVE 'Y' TO EOF-MigrateFile
               NOT AT END
                   IF FUNCTION TRIM(LvFileName) = "jobs.dat" AND
                      LvVersion IS NUMERIC
                       MOVE LvVersion TO JobStampedVersion
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LayoutVersionFile

           CALL "CBL_CHECK_FILE_EXIST" USING "jobs.dat"
               SourceCheckDetails
           IF JobStampedVersion >= 3 THEN
               MOVE "jobs.dat is already at the current layout; nothing to convert."
                   TO CurrentMessage
               DISPLAY CurrentMessage
           ELSE IF RETURN-CODE NOT = 0 THEN
               MOVE "jobs.dat not present; nothing to convert." TO CurrentMessage
               DISPLAY CurrentMessage
           ELSE IF JobStampedVersion = 2 THEN
               PERFORM WidenJobFile
           ELSE
               PERFORM ConvertJobFile
           END-IF
           END-IF
           END-IF.

       WidenJobFile.
           MOVE 0 TO RecordsReadCount
           MOVE 'N' TO EOF-MigrateFile
           OPEN INPUT PriorJobFile
           OPEN OUTPUT IndexedJobFile
           PERFORM UNTIL EOF-MigrateFile = 'Y'
               READ PriorJobFile NEXT
               AT END
                   MOVE 'Y' TO EOF-MigrateFile
               NOT AT END
                   ADD 1 TO RecordsReadCount
                   MOVE PriorJobRecord TO JobRecord
                   MOVE SPACES TO JobWorkType IN JobRecord
                   WRITE JobRecord
                   INVALID KEY
                       CONTINUE
                   END-WRITE
               END-READ
           END-PERFORM
           CLOSE PriorJobFile
           CLOSE IndexedJobFile

           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "jobs.dat"
           CALL "CBL_RENAME_FILE" USING "jobs_idx.dat"
               "jobs.dat"
           PERFORM JournalAfterImage

           MOVE SPACES TO CurrentMessage
           STRING "jobs.dat: " DELIMITED BY SIZE
               RecordsReadCount DELIMITED BY SIZE
               " record(s) widened with a blank work type." DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage

           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "LAYOUTMIGRATE" TO ControlStep
           MOVE "jobs.dat" TO ControlFileName
           MOVE RecordsReadCount TO ControlReadCount
           MOVE RecordsReadCount TO ControlWrittenCount
           MOVE 0 TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

      *> Rows without a usable JobId, and later rows repeating an earlier
      *> one, are given fresh numbers from job_counter.dat so the whole file
      *> can be checked in one pass. The counter is first brought up to the
      *> highest JobId on file so a fresh number never collides with a row
      *> still to come. Applications, interviews, offers and saved jobs
      *> carry the JobId too and cannot be told apart for a repeated one,
      *> so any renumbering is listed and the conversion is held: jobs.dat
      *> stays a line file at its old version and the run ends with
      *> return code 8 until the IDs are corrected by hand.
       ConvertJobFile.
           MOVE 0 TO RecordsReadCount
           MOVE 0 TO JobsRenumberedCount
           MOVE 0 TO LastJobIdValue
           OPEN INPUT JobCounterFile
           READ JobCounterFile
           AT END
               CONTINUE
           NOT AT END
               IF LastJobId IN JobCounterRecord IS NUMERIC
                   MOVE LastJobId IN JobCounterRecord TO LastJobIdValue
               END-IF
           END-READ
           CLOSE JobCounterFile

           MOVE 0 TO HighestJobId
           MOVE "jobs.dat" TO MigrateInName
           MOVE 'N' TO EOF-MigrateFile
           OPEN INPUT MigrateInFile
           PERFORM UNTIL EOF-MigrateFile = 'Y'
               READ MigrateInFile
               AT END
                   MOVE 'Y' TO EOF-MigrateFile
               NOT AT END
                   MOVE MigrateInRecord TO JobRecord
                   IF JobId IN JobRecord IS NUMERIC AND
                      JobId IN JobRecord > HighestJobId
                       MOVE JobId IN JobRecord TO HighestJobId
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MigrateInFile
           IF HighestJobId > LastJobIdValue
               MOVE HighestJobId TO LastJobIdValue
           END-IF

           MOVE 'N' TO EOF-MigrateFile
           OPEN INPUT MigrateInFile
           OPEN OUTPUT IndexedJobFile
           PERFORM UNTIL EOF-MigrateFile = 'Y'
               READ MigrateInFile
               AT END
                   MOVE 'Y' TO EOF-MigrateFile
               NOT AT END
                   ADD 1 TO RecordsReadCount
                   MOVE MigrateInRecord TO JobRecord
                   MOVE MigrateInRecord(444:5) TO JobOldIdText
                   IF JobId IN JobRecord IS NOT NUMERIC OR
                      JobId IN JobRecord = ZEROES
                       ADD 1 TO LastJobIdValue
                       MOVE LastJobIdValue TO JobId IN JobRecord
                       ADD 1 TO JobsRenumberedCount
                   END-IF
                   MOVE 'N' TO JobWritten
                   PERFORM UNTIL JobWritten = 'Y'
                       WRITE JobRecord
                       INVALID KEY
                           ADD 1 TO LastJobIdValue
                           MOVE LastJobIdValue TO JobId IN JobRecord
                           ADD 1 TO JobsRenumberedCount
                       NOT INVALID KEY
                           MOVE 'Y' TO JobWritten
                       END-WRITE
                   END-PERFORM
                   IF JobId IN JobRecord NOT = JobOldIdText
                       PERFORM ReportJobRenumbered
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MigrateInFile
           CLOSE IndexedJobFile

           IF JobsRenumberedCount > 0
               PERFORM HoldJobConversion
           ELSE
               PERFORM InstallConvertedJobFile
           END-IF.

       HoldJobConversion.
           CALL "CBL_DELETE_FILE" USING "jobs_idx.dat"
           MOVE 'Y' TO JobConversionHeld
           MOVE SPACES TO CurrentMessage
           STRING "jobs.dat: " DELIMITED BY SIZE
               RecordsReadCount DELIMITED BY SIZE
               " record(s) read, " DELIMITED BY SIZE
               JobsRenumberedCount DELIMITED BY SIZE
               " need a new Job ID; conversion held." DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage

           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "LAYOUTMIGRATE" TO ControlStep
           MOVE "jobs.dat" TO ControlFileName
           MOVE RecordsReadCount TO ControlReadCount
           MOVE 0 TO ControlWrittenCount
           MOVE JobsRenumberedCount TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       InstallConvertedJobFile.
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "jobs.dat"
           CALL "CBL_RENAME_FILE" USING "jobs_idx.dat"
               "jobs.dat"
           PERFORM JournalAfterImage

           MOVE "job_counter.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN OUTPUT JobCounterFile
           MOVE LastJobIdValue TO LastJobId IN JobCounterRecord
           WRITE JobCounterRecord
           CLOSE JobCounterFile
           MOVE "job_counter.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           MOVE SPACES TO CurrentMessage
           STRING "jobs.dat: " DELIMITED BY SIZE
               RecordsReadCount DELIMITED BY SIZE
               " record(s) converted to indexed." DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage

           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "LAYOUTMIGRATE" TO ControlStep
           MOVE "jobs.dat" TO ControlFileName
           MOVE RecordsReadCount TO ControlReadCount
           MOVE RecordsReadCount TO ControlWrittenCount
           MOVE 0 TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       ReportJobRenumbered.
           MOVE JobId IN JobRecord TO JobNewIdText
           MOVE SPACES TO CurrentMessage
           STRING "  Job ID " DELIMITED BY SIZE
               JobOldIdText DELIMITED BY SIZE
               " would become " DELIMITED BY SIZE
               JobNewIdText DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(JobEmployer IN JobRecord) DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               FUNCTION TRIM(JobTitle IN JobRecord) DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage.

       WriteVersionCatalog.
           MOVE "layout_versions.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN OUTPUT LayoutVersionFile
           PERFORM VARYING CatalogIndex FROM 1 BY 1
               UNTIL CatalogIndex > 6
               MOVE CatalogFileName(CatalogIndex) TO LvFileName
               MOVE CatalogVersion(CatalogIndex) TO LvVersion
               IF JobConversionHeld = 'Y' AND
                  FUNCTION TRIM(LvFileName) = "jobs.dat"
                   MOVE JobStampedVersion TO LvVersion
               END-IF
               WRITE LayoutVersionRecord
           END-PERFORM
           CLOSE LayoutVersionFile
           MOVE "layout_versions.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       COPY "Journal.cob".

               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AuditArchiveFile ASSIGN TO AuditArchiveName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TermCalendarFile ASSIGN TO "term_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LegalHoldFile ASSIGN TO "legal_holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LegalHoldSkipFile ASSIGN TO "legal_hold_skips.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "output/ArchiveRetentionPreview.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalControlFile ASSIGN TO "journal_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 ControlWrittenCount PIC 9(6).
           05 ControlRejectCount PIC 9(6).

       FD TermCalendarFile.
       01 TermCalendarRecord.
           05 TermCode PIC X(6).
           05 TermName PIC X(20).
           05 TermStartDate PIC X(10).
           05 TermEndDate PIC X(10).
           05 TermGradesDueDate PIC X(10).
           05 TermCommencementDate PIC X(10).
           05 TermClosedDate PIC X(10).

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
       01 RetentionCutoff PIC X(10).
       01 LoginLogKeptCount PIC 9(6) VALUE 0.
       01 AuditArchivedCount PIC 9(6) VALUE 0.
       01 AuditKeptCount PIC 9(6) VALUE 0.
       01 MessageHeldCount PIC 9(6) VALUE 0.
       01 LoginLogHeldCount PIC 9(6) VALUE 0.
       01 AuditHeldCount PIC 9(6) VALUE 0.
       01 ControlStampBuf PIC X(20).
       01 ControlStampWork PIC X(21).
       01 ControlRunDay PIC X(10).
       01 PreviewRun PIC X VALUE 'N'.
       01 PreviewSwitch PIC X(10).

       01 TermAsOfDate PIC X(10).
       01 EOF-TermCalendarFile PIC X VALUE 'N'.
       01 TermCalendarFound PIC X VALUE 'N'.
       01 TermCurrentCode PIC X(6).
       01 TermCurrentStart PIC X(10).
       01 TermCurrentEnd PIC X(10).
       01 TermPriorStart PIC X(10).
       01 TermLatestEndedCode PIC X(6).
       01 TermLatestEndedStart PIC X(10).
       01 TermLatestEndedEnd PIC X(10).
       01 TermEndDue PIC X VALUE 'N'.
       01 TermEndingCode PIC X(6).
       01 TermEndingEnd PIC X(10).

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
       01 JournalProgramName PIC X(24) VALUE "ArchiveRetention".
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
           MOVE SPACES TO RetentionCutoff
           ACCEPT RetentionCutoff
               FROM ENVIRONMENT "INCOLLEGE_RETENTION_CUTOFF"
           PERFORM DetermineControlRunDay
           PERFORM DeterminePreviewRun
           MOVE ControlRunDay TO TermAsOfDate
           PERFORM DetermineTermContext
      *> Without an explicit cutoff, keep the current term and the one
      *> before it online and archive everything older.
           IF FUNCTION TRIM(RetentionCutoff) = SPACES AND
              TermPriorStart NOT = SPACES THEN
               MOVE TermPriorStart TO RetentionCutoff
           END-IF
           IF FUNCTION TRIM(RetentionCutoff) = SPACES THEN
               MOVE "INCOLLEGE_RETENTION_CUTOFF not set and no prior term on the calendar; nothing archived."
                   TO CurrentMessage
               DISPLAY CurrentMessage
               STOP RUN
               ".dat" DELIMITED BY SIZE
               INTO AuditArchiveName

           IF PreviewRun = 'Y'
               OPEN OUTPUT ReportFile
               MOVE SPACES TO CurrentMessage
               STRING "InCollege Archive Retention PREVIEW  Run date "
                   DELIMITED BY SIZE
                   ControlRunDay DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM ShowArchiveLine
               MOVE "No files are changed by a preview run." TO CurrentMessage
               PERFORM ShowArchiveLine
               MOVE "----------------------------------------" TO CurrentMessage
               PERFORM ShowArchiveLine
           ELSE
               PERFORM RegisterArchivePeriod
           END-IF
      *> Rows for anyone under legal hold stay in the live files past the
      *> cutoff; they are archived on the first run after the release.
           PERFORM LoadLegalHolds

           PERFORM ArchiveMessages
           PERFORM ArchiveLoginLog
           PERFORM ArchiveAuditTrail
           PERFORM PrintArchiveSummary
           PERFORM WriteBatchControlRecords
           IF PreviewRun = 'Y'
               CLOSE ReportFile
           END-IF
           STOP RUN.

      *> INCOLLEGE_PREVIEW=Y lists every row a run would move to the
      *> archive files, with the same control totals, and leaves every
      *> data file as it stands.
       DeterminePreviewRun.
           MOVE 'N' TO PreviewRun
           MOVE SPACES TO PreviewSwitch
           ACCEPT PreviewSwitch FROM ENVIRONMENT "INCOLLEGE_PREVIEW"
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(PreviewSwitch)) = "Y"
               MOVE 'Y' TO PreviewRun
           END-IF.

       ShowArchiveLine.
           DISPLAY CurrentMessage
           IF PreviewRun = 'Y'
               MOVE CurrentMessage TO ReportRecord
               WRITE ReportRecord
           END-IF.

      *> In a preview the hold is reported instead of logged.
       NoteLegalHoldSkip.
           IF PreviewRun = 'Y'
               MOVE SPACES TO CurrentMessage
               STRING "Held (" DELIMITED BY SIZE
                   FUNCTION TRIM(LegalHoldCaseRef) DELIMITED BY SIZE
                   "): " DELIMITED BY SIZE
                   FUNCTION TRIM(LegalHoldTarget) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LegalHoldSkipDetail) DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM ShowArchiveLine
           ELSE
               PERFORM RecordLegalHoldSkip
           END-IF.

       RegisterArchivePeriod.
           MOVE 'N' TO ArchivePeriodKnown
           MOVE 'N' TO EOF-ArchivePeriodFile
           END-PERFORM
           CLOSE ArchivePeriodFile
           IF ArchivePeriodKnown = 'N'
               MOVE "archive_periods.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND ArchivePeriodFile
               MOVE ArchivePeriodTag TO ArchivedPeriodTag
               WRITE ArchivePeriodRecord
               CLOSE ArchivePeriodFile
               MOVE "archive_periods.dat" TO JournalMasterName
               PERFORM JournalAfterImage
           END-IF.

       ArchiveMessages.
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT MessageFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempMessageFile
               OPEN EXTEND MessageArchiveFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ MessageFile INTO MessageRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   MOVE 'N' TO LegalHoldActive
                   IF MsgTimestamp IN MessageRecord (1:10) < RetentionCutoff THEN
                       MOVE MsgSender IN MessageRecord TO LegalHoldTarget
                       PERFORM CheckLegalHold
                       IF LegalHoldActive = 'N'
                           MOVE MsgRecipient IN MessageRecord
                               TO LegalHoldTarget
                           PERFORM CheckLegalHold
                       END-IF
                       IF LegalHoldActive = 'Y'
                           MOVE "ARCHIVE messages.dat" TO LegalHoldSkipPoint
                           MOVE SPACES TO LegalHoldSkipDetail
                           STRING "Message dated " DELIMITED BY SIZE
                               MsgTimestamp IN MessageRecord (1:10)
                                   DELIMITED BY SIZE
                               " kept online" DELIMITED BY SIZE
                               INTO LegalHoldSkipDetail
                           PERFORM NoteLegalHoldSkip
                           ADD 1 TO MessageHeldCount
                       END-IF
                   END-IF
                   IF MsgTimestamp IN MessageRecord (1:10) < RetentionCutoff
                      AND LegalHoldActive = 'N' THEN
                       IF PreviewRun = 'Y'
                           PERFORM ReportMessageArchived
                       ELSE
                           WRITE MessageArchiveRecord FROM MessageRecord
                       END-IF
                       ADD 1 TO MessageArchivedCount
                   ELSE
                       IF PreviewRun = 'N'
                           WRITE TempMessageRecord FROM MessageRecord
                       END-IF
                       ADD 1 TO MessageKeptCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MessageFile
           IF PreviewRun = 'N'
               CLOSE TempMessageFile
               CLOSE MessageArchiveFile

               MOVE "messages.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "messages.dat"
               CALL "CBL_RENAME_FILE" USING "messages_temp.dat"
                   "messages.dat"
               PERFORM JournalAfterImage
           END-IF.

       ReportMessageArchived.
           MOVE SPACES TO CurrentMessage
           STRING "Would archive messages.dat: " DELIMITED BY SIZE
               FUNCTION TRIM(MsgSender IN MessageRecord) DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               FUNCTION TRIM(MsgRecipient IN MessageRecord) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               MsgTimestamp IN MessageRecord DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM ShowArchiveLine.

       ArchiveLoginLog.
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT LoginLogFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempLoginLogFile
               OPEN EXTEND LoginLogArchiveFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ LoginLogFile INTO LoginLogRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   MOVE 'N' TO LegalHoldActive
                   IF LogTimestamp IN LoginLogRecord (1:10) < RetentionCutoff THEN
                       MOVE LogUsername IN LoginLogRecord TO LegalHoldTarget
                       PERFORM CheckLegalHold
                       IF LegalHoldActive = 'Y'
                           MOVE "ARCHIVE login_log.dat" TO LegalHoldSkipPoint
                           MOVE SPACES TO LegalHoldSkipDetail
                           STRING "Login event dated " DELIMITED BY SIZE
                               LogTimestamp IN LoginLogRecord (1:10)
                                   DELIMITED BY SIZE
                               " kept online" DELIMITED BY SIZE
                               INTO LegalHoldSkipDetail
                           PERFORM NoteLegalHoldSkip
                           ADD 1 TO LoginLogHeldCount
                       END-IF
                   END-IF
                   IF LogTimestamp IN LoginLogRecord (1:10) < RetentionCutoff
                      AND LegalHoldActive = 'N' THEN
                       IF PreviewRun = 'Y'
                           PERFORM ReportLoginLogArchived
                       ELSE
                           WRITE LoginLogArchiveRecord FROM LoginLogRecord
                       END-IF
                       ADD 1 TO LoginLogArchivedCount
                   ELSE
                       IF PreviewRun = 'N'
                           WRITE TempLoginLogRecord FROM LoginLogRecord
                       END-IF
                       ADD 1 TO LoginLogKeptCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LoginLogFile
           IF PreviewRun = 'N'
               CLOSE TempLoginLogFile
               CLOSE LoginLogArchiveFile

               CALL "CBL_DELETE_FILE" USING "login_log.dat"
               CALL "CBL_RENAME_FILE" USING "login_log_temp.dat"
                   "login_log.dat"
           END-IF.

       ReportLoginLogArchived.
           MOVE SPACES TO CurrentMessage
           STRING "Would archive login_log.dat: " DELIMITED BY SIZE
               FUNCTION TRIM(LogUsername IN LoginLogRecord) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LogEvent IN LoginLogRecord) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               LogTimestamp IN LoginLogRecord DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM ShowArchiveLine.

       ArchiveAuditTrail.
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT AuditFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempAuditFile
               OPEN EXTEND AuditArchiveFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ AuditFile INTO AuditRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   MOVE 'N' TO LegalHoldActive
                   IF AuditTimestamp IN AuditRecord (1:10) < RetentionCutoff THEN
                       MOVE AuditUsername IN AuditRecord TO LegalHoldTarget
                       PERFORM CheckLegalHold
                       IF LegalHoldActive = 'Y'
                           MOVE "ARCHIVE audit.dat" TO LegalHoldSkipPoint
                           MOVE SPACES TO LegalHoldSkipDetail
                           STRING "Audit entry dated " DELIMITED BY SIZE
                               AuditTimestamp IN AuditRecord (1:10)
                                   DELIMITED BY SIZE
                               " kept online" DELIMITED BY SIZE
                               INTO LegalHoldSkipDetail
                           PERFORM NoteLegalHoldSkip
                           ADD 1 TO AuditHeldCount
                       END-IF
                   END-IF
                   IF AuditTimestamp IN AuditRecord (1:10) < RetentionCutoff
                      AND LegalHoldActive = 'N' THEN
                       IF PreviewRun = 'Y'
                           PERFORM ReportAuditArchived
                       ELSE
                           WRITE AuditArchiveRecord FROM AuditRecord
                       END-IF
                       ADD 1 TO AuditArchivedCount
                   ELSE
                       IF PreviewRun = 'N'
                           WRITE TempAuditRecord FROM AuditRecord
                       END-IF
                       ADD 1 TO AuditKeptCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE AuditFile
           IF PreviewRun = 'N'
               CLOSE TempAuditFile
               CLOSE AuditArchiveFile

               CALL "CBL_DELETE_FILE" USING "audit.dat"
               CALL "CBL_RENAME_FILE" USING "audit_temp.dat"
                   "audit.dat"
           END-IF.

       ReportAuditArchived.
           MOVE SPACES TO CurrentMessage
           STRING "Would archive audit.dat: " DELIMITED BY SIZE
               FUNCTION TRIM(AuditUsername IN AuditRecord) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(AuditAction IN AuditRecord) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AuditTimestamp IN AuditRecord DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM ShowArchiveLine.

       PrintArchiveSummary.
           IF PreviewRun = 'Y'
               MOVE "----------------------------------------" TO CurrentMessage
               PERFORM ShowArchiveLine
           END-IF
           IF TermCurrentCode NOT = SPACES
               MOVE SPACES TO CurrentMessage
               STRING "Archive retention run for term " DELIMITED BY SIZE
                   TermCurrentCode DELIMITED BY SIZE
                   "  run date " DELIMITED BY SIZE
                   ControlRunDay DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM ShowArchiveLine
           END-IF
           MOVE SPACES TO CurrentMessage
           STRING "Retention cutoff: " DELIMITED BY SIZE
               RetentionCutoff DELIMITED BY SIZE
               ArchivePeriodTag DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM ShowArchiveLine

           MOVE SPACES TO CurrentMessage
           STRING "Messages archived:  " DELIMITED BY SIZE
               MessageArchivedCount DELIMITED BY SIZE
               "  kept: " DELIMITED BY SIZE
               MessageKeptCount DELIMITED BY SIZE
               "  held: " DELIMITED BY SIZE
               MessageHeldCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM ShowArchiveLine

           MOVE SPACES TO CurrentMessage
           STRING "Login log archived: " DELIMITED BY SIZE
               LoginLogArchivedCount DELIMITED BY SIZE
               "  kept: " DELIMITED BY SIZE
               LoginLogKeptCount DELIMITED BY SIZE
               "  held: " DELIMITED BY SIZE
               LoginLogHeldCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM ShowArchiveLine

           MOVE SPACES TO CurrentMessage
           STRING "Audit archived:     " DELIMITED BY SIZE
               AuditArchivedCount DELIMITED BY SIZE
               "  kept: " DELIMITED BY SIZE
               AuditKeptCount DELIMITED BY SIZE
               "  held: " DELIMITED BY SIZE
               AuditHeldCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM ShowArchiveLine.

       DetermineControlRunDay.
           MOVE SPACES TO ControlStampBuf
           ACCEPT ControlStampBuf FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
           IF FUNCTION TRIM(ControlStampBuf) = SPACES
                   INTO ControlRunDay
           ELSE
               MOVE ControlStampBuf(1:10) TO ControlRunDay
           END-IF.

       COPY "TermCalendar.cob".

       WriteBatchControlRecords.
           IF PreviewRun = 'N'
               OPEN EXTEND BatchControlFile
           END-IF
           MOVE SPACES TO BatchControlRecord
           MOVE ControlRunDay TO ControlRunDate
           MOVE "ARCHIVE" TO ControlStep
           COMPUTE ControlReadCount = MessageArchivedCount + MessageKeptCount
           MOVE MessageKeptCount TO ControlWrittenCount
           MOVE MessageArchivedCount TO ControlRejectCount
           PERFORM PostBatchControlRecord
           MOVE SPACES TO BatchControlRecord
           MOVE ControlRunDay TO ControlRunDate
           MOVE "ARCHIVE" TO ControlStep
           COMPUTE ControlReadCount = LoginLogArchivedCount + LoginLogKeptCount
           MOVE LoginLogKeptCount TO ControlWrittenCount
           MOVE LoginLogArchivedCount TO ControlRejectCount
           PERFORM PostBatchControlRecord
           MOVE SPACES TO BatchControlRecord
           MOVE ControlRunDay TO ControlRunDate
           MOVE "ARCHIVE" TO ControlStep
           COMPUTE ControlReadCount = AuditArchivedCount + AuditKeptCount
           MOVE AuditKeptCount TO ControlWrittenCount
           MOVE AuditArchivedCount TO ControlRejectCount
           PERFORM PostBatchControlRecord
           IF PreviewRun = 'N'
               CLOSE BatchControlFile
           END-IF.

       PostBatchControlRecord.
           IF PreviewRun = 'Y'
               MOVE SPACES TO CurrentMessage
               STRING "Control totals (not posted): " DELIMITED BY SIZE
                   FUNCTION TRIM(ControlStep) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(ControlFileName) DELIMITED BY SIZE
                   " read " DELIMITED BY SIZE
                   ControlReadCount DELIMITED BY SIZE
                   " written " DELIMITED BY SIZE
                   ControlWrittenCount DELIMITED BY SIZE
                   " rejected " DELIMITED BY SIZE
                   ControlRejectCount DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM ShowArchiveLine
           ELSE
               WRITE BatchControlRecord
           END-IF.

       COPY "LegalHold.cob".

       COPY "Journal.cob".

               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LayoutVersionFile ASSIGN TO "layout_versions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LayoutVersionStatus.
           SELECT OPTIONAL TermCalendarFile ASSIGN TO "term_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalControlFile ASSIGN TO "journal_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ReportRequestFile ASSIGN TO "report_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempReportRequestFile ASSIGN TO "report_requests_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ReportInboxFile ASSIGN TO "report_inbox.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RequestOutputFile ASSIGN TO RequestDeliveredName
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 StepFrequency PIC X(8).
           05 StepDayOfWeek PIC X(3).
           05 StepDependsOn PIC 9(2).
           05 StepWaitUntil PIC X(5).
           05 StepFeedFile PIC X(44) OCCURS 3 TIMES.

       FD JobLogFile.
       01 JobLogRecord.
           05 NotifText PIC X(100).
           05 NotifDate PIC X(10).
           05 NotifStatus PIC X(6).
           05 NotifCategoryCode PIC X(12).
           05 NotifRelayed PIC X(1).

       FD BatchControlFile.
       01 BatchControlRecord.
           05 LvFileName PIC X(25).
           05 LvVersion PIC 9(3).

       FD TermCalendarFile.
       01 TermCalendarRecord.
           05 TermCode PIC X(6).
           05 TermName PIC X(20).
           05 TermStartDate PIC X(10).
           05 TermEndDate PIC X(10).
           05 TermGradesDueDate PIC X(10).
           05 TermCommencementDate PIC X(10).
           05 TermClosedDate PIC X(10).

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

       FD ReportRequestFile.
       01 ReportRequestRecord.
           05 ReqId PIC 9(5).
           05 ReqReportName PIC X(20).
           05 ReqSubjectUser PIC X(20).
           05 ReqSecondUser PIC X(20).
           05 ReqFromDate PIC X(10).
           05 ReqToDate PIC X(10).
           05 ReqPreviewFlag PIC X(1).
           05 ReqRequester PIC X(20).
           05 ReqRequestedAt PIC X(16).
           05 ReqStatus PIC X(10).
           05 ReqReturnCode PIC 9(4).
           05 ReqCompletedAt PIC X(16).
           05 ReqOutputName PIC X(60).

       FD TempReportRequestFile.
       01 TempReportRequestRecord PIC X(212).

       FD ReportInboxFile.
       01 ReportInboxRecord.
           05 InboxRecipient PIC X(20).
           05 InboxReportName PIC X(30).
           05 InboxRunDate PIC X(10).
           05 InboxSectionType PIC X(8).
           05 InboxSectionValue PIC X(50).
           05 InboxLineNumber PIC 9(5).
           05 InboxLineText PIC X(132).

       FD RequestOutputFile.
       01 RequestOutputRecord PIC X(132).

       WORKING-STORAGE SECTION.
       01 CurrentMessage PIC X(132).
       01 EOF-ScheduleFile PIC X VALUE 'N'.
           05 FILLER PIC 9(3) VALUE 2.
           05 FILLER PIC X(25) VALUE "interviews.dat".
           05 FILLER PIC 9(3) VALUE 2.
           05 FILLER PIC X(25) VALUE "jobs.dat".
           05 FILLER PIC 9(3) VALUE 3.
       01 LayoutCatalogTable REDEFINES LayoutCatalogList.
           05 LayoutCatalogEntry OCCURS 6 TIMES.
               10 CatalogFileName PIC X(25).
               10 CatalogVersion PIC 9(3).
       01 LayoutCatalogIndex PIC 9(2) VALUE 0.
       01 LayoutStampedCount PIC 9(2) VALUE 0.
       01 StepStartSecs PIC 9(7) VALUE 0.
       01 StepEndSecs PIC 9(7) VALUE 0.
       01 StepElapsedSecs PIC S9(7) VALUE 0.
       01 ClockWork PIC X(21).
       01 ClockNowSecs PIC 9(7) VALUE 0.

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

       01 ReportFileName PIC X(40) VALUE "output/MorningRunSummary.txt".
       01 PreviewRun PIC X VALUE 'N'.
       01 PreviewSwitch PIC X(10).
       01 StepWillRun PIC X VALUE 'Y'.
      *> Steps that can be run with INCOLLEGE_PREVIEW=Y and the report each
      *> one writes; any other step is listed but not run in a preview.
       01 PreviewCatalogList.
           05 FILLER PIC X(30) VALUE "./OfferLapse".
           05 FILLER PIC X(40) VALUE "output/OfferLapsePreview.txt".
           05 FILLER PIC X(30) VALUE "./ConnectionExpiry".
           05 FILLER PIC X(40) VALUE "output/ConnectionExpiryPreview.txt".
           05 FILLER PIC X(30) VALUE "./TermRollover".
           05 FILLER PIC X(40) VALUE "output/TermRolloverPreview.txt".
           05 FILLER PIC X(30) VALUE "./ArchiveRetention".
           05 FILLER PIC X(40) VALUE "output/ArchiveRetentionPreview.txt".
           05 FILLER PIC X(30) VALUE "./OrphanScan".
           05 FILLER PIC X(40) VALUE "output/OrphanScanPreview.txt".
           05 FILLER PIC X(30) VALUE "./MergeAccounts".
           05 FILLER PIC X(40) VALUE "output/MergeAccountsPreview.txt".
           05 FILLER PIC X(30) VALUE "./IdCounterCheck".
           05 FILLER PIC X(40) VALUE "output/IdCounterCheckPreview.txt".
       01 PreviewCatalogTable REDEFINES PreviewCatalogList.
           05 PreviewCatalogEntry OCCURS 7 TIMES.
               10 PreviewCatalogCommand PIC X(30).
               10 PreviewCatalogReport PIC X(40).
       01 PreviewCatalogIndex PIC 9(2) VALUE 0.
      *> Checks the whole stream rests on: when one of these fails every
      *> later step is held, not just its dependents.
       01 StreamGateList.
           05 FILLER PIC X(30) VALUE "./IdCounterCheck".
       01 StreamGateTable REDEFINES StreamGateList.
           05 StreamGateCommand PIC X(30) OCCURS 1 TIMES.
       01 StreamGateIndex PIC 9(2) VALUE 0.
       01 StreamStopped PIC X VALUE 'N'.
       01 StreamStoppedStep PIC 9(2) VALUE 0.
      *> A step may name up to three input files and a wait-until time
      *> (HH:MM) in batch_schedule.dat. It runs only once every file is
      *> there and newer than the step's last good run; until then it and
      *> its dependents wait while the rest of the stream goes on. At the
      *> wait-until time they are skipped as FEEDMISS with their own
      *> return code. A wait-until time earlier than the stream's start
      *> means that time tomorrow morning.
       01 StepFeedState PIC X VALUE 'R'.
       01 FeedIndex PIC 9(1) VALUE 0.
       01 FeedsReady PIC X VALUE 'Y'.
       01 FeedStale PIC X VALUE 'N'.
       01 FeedMissingName PIC X(44).
       01 FeedFileDetails.
           05 FeedFileSizeBytes PIC X(8).
           05 FeedFileDay PIC X.
           05 FeedFileMonth PIC X.
           05 FeedFileYear PIC X(2).
           05 FeedFileHour PIC X.
           05 FeedFileMinute PIC X.
           05 FeedFileSecond PIC X.
           05 FeedFileHundredths PIC X.
       01 FeedStampYear PIC 9(4) VALUE 0.
       01 FeedStampMonth PIC 9(2) VALUE 0.
       01 FeedStampDay PIC 9(2) VALUE 0.
       01 FeedStampHour PIC 9(2) VALUE 0.
       01 FeedStampMinute PIC 9(2) VALUE 0.
       01 FeedFileStamp PIC X(16).
       01 FeedLastRunStamp PIC X(16).
       01 FeedLogStamp PIC X(16).
       01 StreamStartTime PIC X(5).
       01 FeedNowTime PIC X(5).
       01 FeedClockFixed PIC X VALUE 'N'.
       01 FeedWaitOver PIC X VALUE 'N'.
       01 FeedCutoffPassed PIC X VALUE 'N'.
       01 FeedPollSeconds PIC 9(4) VALUE 60.
       01 FeedMissingReturnCode PIC 9(4) VALUE 4.
       01 StepsFeedMissingCount PIC 9(2) VALUE 0.
       01 RestartPointSaved PIC X VALUE 'N'.
       01 DeferredStepTable.
           05 DeferredStepEntry OCCURS 99 TIMES.
               10 DeferredStepRecord PIC X(212).
               10 DeferredStepOpen PIC X.
       01 DeferredStepCount PIC 9(2) VALUE 0.
       01 DeferredStepIndex PIC 9(2) VALUE 0.
       01 DeferredOpenCount PIC 9(2) VALUE 0.
       01 DeferredProgress PIC X VALUE 'N'.
       01 FeedMissTable.
           05 FeedMissLine PIC X(100) OCCURS 99 TIMES.
       01 FeedMissIndex PIC 9(2) VALUE 0.
       01 StepsBadRowCount PIC 9(2) VALUE 0.
       01 BadRowTable.
           05 BadRowLine PIC X(100) OCCURS 99 TIMES.
       01 BadRowIndex PIC 9(2) VALUE 0.
       01 PreviewStepTable.
           05 PreviewStepEntry OCCURS 99 TIMES.
               10 PreviewStepNumber PIC 9(2).
               10 PreviewStepStatus PIC X(8).
               10 PreviewStepCommand PIC X(60).
               10 PreviewStepReport PIC X(40).
       01 PreviewStepCount PIC 9(2) VALUE 0.
       01 PreviewStepIndex PIC 9(2) VALUE 0.

      *> Ad-hoc report requests filed from the consoles (report_requests.dat)
      *> run after the nightly steps; each report's output goes to the
      *> requester's My Reports and the request records status, return
      *> code and completion time. A preview run or a stopped stream
      *> leaves them queued for the next night.
       01 ActiveRequest.
           05 ReqId PIC 9(5).
           05 ReqReportName PIC X(20).
           05 ReqSubjectUser PIC X(20).
           05 ReqSecondUser PIC X(20).
           05 ReqFromDate PIC X(10).
           05 ReqToDate PIC X(10).
           05 ReqPreviewFlag PIC X(1).
           05 ReqRequester PIC X(20).
           05 ReqRequestedAt PIC X(16).
           05 ReqStatus PIC X(10).
           05 ReqReturnCode PIC 9(4).
           05 ReqCompletedAt PIC X(16).
           05 ReqOutputName PIC X(60).
       01 RequestQueueTable.
           05 RequestQueueEntry PIC X(212) OCCURS 50 TIMES.
       01 RequestQueueCount PIC 9(2) VALUE 0.
       01 RequestQueueIndex PIC 9(2) VALUE 0.
       01 RequestsQueuedTotal PIC 9(3) VALUE 0.
       01 RequestsRunCount PIC 9(2) VALUE 0.
       01 RequestsFailedCount PIC 9(2) VALUE 0.
       01 RequestsHeldCount PIC 9(3) VALUE 0.
       01 EOF-ReportRequestFile PIC X VALUE 'N'.
       01 EOF-RequestOutputFile PIC X VALUE 'N'.
       01 RequestKnown PIC X VALUE 'Y'.
       01 RequestEnvName PIC X(30).
       01 RequestEnvValue PIC X(20).
       01 RequestOutputName PIC X(60).
       01 RequestLogName PIC X(60).
       01 RequestDeliveredName PIC X(60).
       01 RequestReturnCode PIC S9(4) VALUE 0.
       01 RequestLinesDelivered PIC 9(5) VALUE 0.
       01 RequestSectionValue PIC X(50).
       01 RequestFileDetails PIC X(64).

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "BatchScheduler".
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
           PERFORM CheckLayoutVersions
               STOP RUN
           END-IF
           PERFORM DetermineRunDate
           PERFORM DetermineStreamStartTime
           PERFORM DeterminePreviewRun
           PERFORM DetermineRunDayOfWeek
           MOVE SPACES TO StepStatusTable
           MOVE SPACES TO TermEndFlag
           ACCEPT TermEndFlag FROM ENVIRONMENT "INCOLLEGE_TERM_END"
           PERFORM DetermineTermEnd
           IF PreviewRun = 'N'
               PERFORM LoadRestartPoint
           END-IF
           MOVE SPACES TO StepDoneTable
           IF RestartFromStep > 0 THEN
               PERFORM LoadTodaysCompletions
           END-PERFORM
           CLOSE ScheduleFile

           IF DeferredStepCount > 0
               PERFORM WaitForDeferredSteps
           END-IF

           PERFORM WorkReportRequestQueue

           IF ChainHalted = 'N' AND RestartPointSaved = 'N' AND
              PreviewRun = 'N' THEN
               CALL "CBL_CHECK_FILE_EXIST" USING "batch_restart.dat"
                   RestartFileDetails
               IF RETURN-CODE = 0
               StepsSkippedCount DELIMITED BY SIZE
               "  failed: " DELIMITED BY SIZE
               StepsFailedCount DELIMITED BY SIZE
               "  feed missing: " DELIMITED BY SIZE
               StepsFeedMissingCount DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage

           IF ChainHalted = 'Y' THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF StepsFeedMissingCount > 0
                   MOVE FeedMissingReturnCode TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       CheckLayoutVersions.
           MOVE 'Y' TO LayoutVersionOk
           MOVE 0 TO LayoutStampedCount
           MOVE 'N' TO EOF-LayoutVersionFile
           OPEN INPUT LayoutVersionFile
           IF LayoutVersionStatus = "00"
                   NOT AT END
                       MOVE 0 TO LayoutExpectedVersion
                       PERFORM VARYING LayoutCatalogIndex FROM 1 BY 1
                           UNTIL LayoutCatalogIndex > 6
                           IF FUNCTION TRIM(CatalogFileName(LayoutCatalogIndex))
                              = FUNCTION TRIM(LvFileName)
                               MOVE CatalogVersion(LayoutCatalogIndex)
                                   TO LayoutExpectedVersion
                               ADD 1 TO LayoutStampedCount
                           END-IF
                       END-PERFORM
                       IF LayoutExpectedVersion > 0 AND
                   END-READ
               END-PERFORM
               CLOSE LayoutVersionFile
      *> A file missing from an existing stamp file was added to the
      *> catalog after the last migration and has not been converted yet.
               IF LayoutStampedCount < 6
                   MOVE 'N' TO LayoutVersionOk
                   MOVE "LAYOUT MISMATCH: layout_versions.dat does not list every file this build expects"
                       TO CurrentMessage
                   DISPLAY CurrentMessage
               END-IF
           END-IF
           IF LayoutVersionOk = 'N' THEN
               MOVE "Stopping. Run LayoutMigrate to upgrade the data files, then retry."
               MOVE FixedTimestamp(1:10) TO RunDate
           END-IF.

      *> With INCOLLEGE_FIXED_TIMESTAMP set the clock does not move, so
      *> feeds are not waited for: a step still short of its files after
      *> one look is treated as past its wait-until time.
       DetermineStreamStartTime.
           MOVE 'N' TO FeedClockFixed
           IF FUNCTION TRIM(FixedTimestamp) = SPACES
               MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
               STRING CurrentDateTime(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   CurrentDateTime(11:2) DELIMITED BY SIZE
                   INTO StreamStartTime
           ELSE
               MOVE 'Y' TO FeedClockFixed
               MOVE FixedTimestamp(12:5) TO StreamStartTime
           END-IF.

      *> INCOLLEGE_PREVIEW=Y runs the stream without changing any data: the
      *> steps in PreviewCatalogList run in their own preview mode, every
      *> other due step is listed but not run, and no job log, restart
      *> point or failure alert is written. To preview a term-end night
      *> ahead of time, set INCOLLEGE_FIXED_TIMESTAMP to that night's date.
       DeterminePreviewRun.
           MOVE 'N' TO PreviewRun
           MOVE SPACES TO PreviewSwitch
           ACCEPT PreviewSwitch FROM ENVIRONMENT "INCOLLEGE_PREVIEW"
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(PreviewSwitch)) = "Y"
               MOVE 'Y' TO PreviewRun
               MOVE "output/MorningRunPreview.txt" TO ReportFileName
               MOVE SPACES TO CurrentMessage
               STRING "PREVIEW of the nightly stream for " DELIMITED BY SIZE
                   RunDate DELIMITED BY SIZE
                   "; no data files will be changed." DELIMITED BY SIZE
                   INTO CurrentMessage
               DISPLAY CurrentMessage
           END-IF.

      *> Term-end steps are driven by the term calendar; the environment
      *> switch is kept only to force an off-calendar run by hand.
       DetermineTermEnd.
           MOVE RunDate TO TermAsOfDate
           PERFORM DetermineTermContext
           IF TermEndDue = 'Y'
               MOVE "Y" TO TermEndFlag
               MOVE SPACES TO CurrentMessage
               STRING "Term " DELIMITED BY SIZE
                   FUNCTION TRIM(TermEndingCode) DELIMITED BY SIZE
                   " has ended (" DELIMITED BY SIZE
                   TermEndingEnd DELIMITED BY SIZE
                   "); term-end steps are due." DELIMITED BY SIZE
                   INTO CurrentMessage
               DISPLAY CurrentMessage
           ELSE
               IF TermCalendarFound = 'N' AND
                  FUNCTION TRIM(TermEndFlag) NOT = "Y"
                   MOVE "No term calendar on file; term-end steps will not run."
                       TO CurrentMessage
                   DISPLAY CurrentMessage
               END-IF
           END-IF.

       COPY "TermCalendar.cob".

       DetermineRunDayOfWeek.
           MOVE "MON" TO RunDayOfWeek
           IF RunDate(1:4) IS NUMERIC AND RunDate(6:2) IS NUMERIC AND
               MOVE 'O' TO StepStatusByte(StepNumber)
           ELSE
               PERFORM CheckStepDue
               IF StepIsDue = 'X' THEN
                   PERFORM RejectScheduleRow
               ELSE IF StepIsDue = 'N' THEN
                   ADD 1 TO StepsSkippedCount
                   PERFORM LogNotDueStep
                   IF StepNumber > 0
                           MOVE 'H' TO StepStatusByte(StepNumber)
                       END-IF
                   ELSE
                       PERFORM CheckStepFeedWait
                       EVALUATE StepFeedState
                           WHEN 'W'
                               PERFORM DeferScheduleStep
                           WHEN 'M'
                               PERFORM SkipFeedMissingStep
                           WHEN OTHER
                               PERFORM CheckStepWillRun
                               IF StepWillRun = 'Y'
                                   PERFORM RunScheduleStep
                               ELSE
                                   PERFORM ListUnpreviewedStep
                               END-IF
                       END-EVALUATE
                   END-IF
               END-IF
               END-IF
           END-IF.

      *> StepIsDue 'X' marks a row that cannot be scheduled as written
      *> (a WEEKLY step with no day); it is reported, never run.
       CheckStepDue.
           MOVE 'Y' TO StepIsDue
           EVALUATE FUNCTION TRIM(StepFrequency)
               WHEN "WEEKLY"
                   IF FUNCTION TRIM(StepDayOfWeek) = SPACES
                       MOVE 'X' TO StepIsDue
                   ELSE IF FUNCTION TRIM(StepDayOfWeek) NOT = RunDayOfWeek
                       MOVE 'N' TO StepIsDue
                   END-IF
                   END-IF
               WHEN "TERMEND"
                   IF FUNCTION TRIM(TermEndFlag) NOT = "Y"
                       MOVE 'N' TO StepIsDue
                   END-IF
               WHEN "MONTHLY"
                   IF RunDate(9:2) NOT = "01"
                       MOVE 'N' TO StepIsDue
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CheckStepWillRun.
           MOVE 'Y' TO StepWillRun
           IF PreviewRun = 'Y'
               MOVE 'N' TO StepWillRun
               PERFORM VARYING PreviewCatalogIndex FROM 1 BY 1
                   UNTIL PreviewCatalogIndex > 7
                   IF FUNCTION TRIM(StepCommand) = FUNCTION TRIM(
                      PreviewCatalogCommand(PreviewCatalogIndex))
                       MOVE 'Y' TO StepWillRun
                   END-IF
               END-PERFORM
           END-IF.

      *> A step with no preview mode would change data, so a preview only
      *> lists it; its dependents are previewed as though it had run.
       ListUnpreviewedStep.
           ADD 1 TO StepsSkippedCount
           PERFORM BuildStepLog
           MOVE "NOT RUN" TO LogStepStatus
           PERFORM PostStepLog
           IF StepNumber > 0
               MOVE 'O' TO StepStatusByte(StepNumber)
           END-IF
           MOVE SPACES TO CurrentMessage
           STRING "Step " DELIMITED BY SIZE
               StepNumber DELIMITED BY SIZE
               " due but not run (no preview mode): " DELIMITED BY SIZE
               FUNCTION TRIM(StepCommand) DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage.

      *> The job log only records live runs; a preview keeps its step
      *> results for the preview summary instead.
       PostStepLog.
           IF PreviewRun = 'Y'
               IF PreviewStepCount < 99
                   ADD 1 TO PreviewStepCount
                   MOVE LogStepNumber TO PreviewStepNumber(PreviewStepCount)
                   MOVE LogStepStatus TO PreviewStepStatus(PreviewStepCount)
                   MOVE LogStepCommand TO PreviewStepCommand(PreviewStepCount)
                   MOVE SPACES TO PreviewStepReport(PreviewStepCount)
                   IF FUNCTION TRIM(LogStepStatus) = "PREVIEW"
                       PERFORM VARYING PreviewCatalogIndex FROM 1 BY 1
                           UNTIL PreviewCatalogIndex > 7
                           IF FUNCTION TRIM(LogStepCommand) = FUNCTION TRIM(
                              PreviewCatalogCommand(PreviewCatalogIndex))
                               MOVE PreviewCatalogReport(PreviewCatalogIndex)
                                   TO PreviewStepReport(PreviewStepCount)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           ELSE
               OPEN EXTEND JobLogFile
               WRITE JobLogRecord
               CLOSE JobLogFile
           END-IF.

       CheckStepHeld.
           MOVE 'N' TO StepIsHeld
           IF StreamStopped = 'Y'
               MOVE 'Y' TO StepIsHeld
           END-IF
           IF StepDependsOn IS NUMERIC AND StepDependsOn > 0
               IF StepStatusByte(StepDependsOn) = 'F' OR
                  StepStatusByte(StepDependsOn) = 'H'
               END-IF
           END-IF.

      *> 'R' the step can run now, 'W' it waits for its feed (or for a
      *> dependency that is waiting), 'M' its feed (or a dependency's)
      *> missed the cut-off. A preview never waits for feeds.
       CheckStepFeedWait.
           MOVE 'R' TO StepFeedState
           MOVE SPACES TO FeedMissingName
           MOVE 'N' TO FeedStale
           IF PreviewRun = 'N'
               IF StepDependsOn IS NUMERIC AND StepDependsOn > 0
                   IF StepStatusByte(StepDependsOn) = 'W'
                       MOVE 'W' TO StepFeedState
                   END-IF
                   IF StepStatusByte(StepDependsOn) = 'M'
                       MOVE 'M' TO StepFeedState
                   END-IF
               END-IF
               IF StepFeedState = 'R'
                   PERFORM CheckStepFeedsArrived
                   IF FeedsReady = 'N'
                       PERFORM CheckFeedCutoff
                       IF FeedCutoffPassed = 'Y'
                           MOVE 'M' TO StepFeedState
                       ELSE
                           MOVE 'W' TO StepFeedState
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CheckStepFeedsArrived.
           MOVE 'Y' TO FeedsReady
           MOVE 'N' TO FeedStale
           MOVE SPACES TO FeedMissingName
           IF StepFeedFile(1) NOT = SPACES OR StepFeedFile(2) NOT = SPACES
              OR StepFeedFile(3) NOT = SPACES
               PERFORM FindStepLastRun
               PERFORM VARYING FeedIndex FROM 1 BY 1
                   UNTIL FeedIndex > 3 OR FeedsReady = 'N'
                   IF StepFeedFile(FeedIndex) NOT = SPACES
                       CALL "CBL_CHECK_FILE_EXIST" USING
                           StepFeedFile(FeedIndex) FeedFileDetails
                       IF RETURN-CODE NOT = 0
                           MOVE 'N' TO FeedsReady
                           MOVE StepFeedFile(FeedIndex) TO FeedMissingName
                       ELSE
                           PERFORM BuildFeedFileStamp
                           IF FeedLastRunStamp NOT = SPACES AND
                              FeedFileStamp <= FeedLastRunStamp
                               MOVE 'N' TO FeedsReady
                               MOVE 'Y' TO FeedStale
                               MOVE StepFeedFile(FeedIndex)
                                   TO FeedMissingName
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *> The last time this step finished OK, from the job log; a feed
      *> file older than that is the one it has already loaded.
       FindStepLastRun.
           MOVE SPACES TO FeedLastRunStamp
           MOVE 'N' TO EOF-JobLogFile
           OPEN INPUT JobLogFile
           PERFORM UNTIL EOF-JobLogFile = 'Y'
               READ JobLogFile INTO JobLogRecord
               AT END
                   MOVE 'Y' TO EOF-JobLogFile
               NOT AT END
                   IF LogStepNumber = StepNumber AND
                      LogStepCommand = StepCommand AND
                      FUNCTION TRIM(LogStepStatus) = "OK"
                       MOVE SPACES TO FeedLogStamp
                       STRING LogRunDate DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           LogStepTime DELIMITED BY SIZE
                           INTO FeedLogStamp
                       IF FeedLogStamp > FeedLastRunStamp
                           MOVE FeedLogStamp TO FeedLastRunStamp
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE JobLogFile.

       BuildFeedFileStamp.
           COMPUTE FeedStampYear =
               (FUNCTION ORD(FeedFileYear(1:1)) - 1) * 256 +
               FUNCTION ORD(FeedFileYear(2:1)) - 1
           COMPUTE FeedStampMonth = FUNCTION ORD(FeedFileMonth) - 1
           COMPUTE FeedStampDay = FUNCTION ORD(FeedFileDay) - 1
           COMPUTE FeedStampHour = FUNCTION ORD(FeedFileHour) - 1
           COMPUTE FeedStampMinute = FUNCTION ORD(FeedFileMinute) - 1
           MOVE SPACES TO FeedFileStamp
           STRING FeedStampYear DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FeedStampMonth DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FeedStampDay DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FeedStampHour DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               FeedStampMinute DELIMITED BY SIZE
               INTO FeedFileStamp.

       CheckFeedCutoff.
           MOVE 'N' TO FeedCutoffPassed
           IF FeedClockFixed = 'Y'
               MOVE StreamStartTime TO FeedNowTime
           ELSE
               MOVE FUNCTION CURRENT-DATE TO ClockWork
               STRING ClockWork(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   ClockWork(11:2) DELIMITED BY SIZE
                   INTO FeedNowTime
           END-IF
           EVALUATE TRUE
               WHEN FeedWaitOver = 'Y'
                   MOVE 'Y' TO FeedCutoffPassed
               WHEN StepWaitUntil = SPACES
                   MOVE 'Y' TO FeedCutoffPassed
               WHEN StepWaitUntil >= StreamStartTime
                   IF FeedNowTime >= StepWaitUntil OR
                      FeedNowTime < StreamStartTime
                       MOVE 'Y' TO FeedCutoffPassed
                   END-IF
               WHEN OTHER
                   IF FeedNowTime >= StepWaitUntil AND
                      FeedNowTime < StreamStartTime
                       MOVE 'Y' TO FeedCutoffPassed
                   END-IF
           END-EVALUATE.

       DeferScheduleStep.
           IF DeferredStepCount < 99
               ADD 1 TO DeferredStepCount
               MOVE ScheduleRecord TO DeferredStepRecord(DeferredStepCount)
               MOVE 'Y' TO DeferredStepOpen(DeferredStepCount)
           END-IF
           IF StepNumber > 0
               MOVE 'W' TO StepStatusByte(StepNumber)
           END-IF
           MOVE SPACES TO CurrentMessage
           IF FeedMissingName = SPACES
               STRING "Step " DELIMITED BY SIZE
                   StepNumber DELIMITED BY SIZE
                   " waiting on step " DELIMITED BY SIZE
                   StepDependsOn DELIMITED BY SIZE
                   "'s feed: " DELIMITED BY SIZE
                   FUNCTION TRIM(StepCommand) DELIMITED BY SIZE
                   INTO CurrentMessage
           ELSE
               STRING "Step " DELIMITED BY SIZE
                   StepNumber DELIMITED BY SIZE
                   " waiting until " DELIMITED BY SIZE
                   StepWaitUntil DELIMITED BY SIZE
                   " for " DELIMITED BY SIZE
                   FUNCTION TRIM(FeedMissingName) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(StepCommand) DELIMITED BY SIZE
                   INTO CurrentMessage
           END-IF
           DISPLAY CurrentMessage.

      *> Waiting steps are looked at again, in schedule order, until each
      *> has run or been skipped; between looks the stream sleeps.
       WaitForDeferredSteps.
           MOVE DeferredStepCount TO DeferredOpenCount
           PERFORM UNTIL DeferredOpenCount = 0
               PERFORM ReviewDeferredSteps
               IF DeferredOpenCount > 0 AND DeferredProgress = 'N'
                   IF FeedClockFixed = 'Y'
                       MOVE 'Y' TO FeedWaitOver
                   ELSE
                       CALL "C$SLEEP" USING FeedPollSeconds
                   END-IF
               END-IF
           END-PERFORM.

       ReviewDeferredSteps.
           MOVE 'N' TO DeferredProgress
           MOVE 0 TO DeferredOpenCount
           PERFORM VARYING DeferredStepIndex FROM 1 BY 1
               UNTIL DeferredStepIndex > DeferredStepCount
               IF DeferredStepOpen(DeferredStepIndex) = 'Y'
                   MOVE DeferredStepRecord(DeferredStepIndex)
                       TO ScheduleRecord
                   PERFORM ReviewOneDeferredStep
                   IF DeferredStepOpen(DeferredStepIndex) = 'Y'
                       ADD 1 TO DeferredOpenCount
                   END-IF
               END-IF
           END-PERFORM.

       ReviewOneDeferredStep.
           PERFORM CheckStepHeld
           IF StepIsHeld = 'Y' THEN
               ADD 1 TO StepsSkippedCount
               PERFORM WriteStepLog
               IF StepNumber > 0
                   MOVE 'H' TO StepStatusByte(StepNumber)
               END-IF
               MOVE 'N' TO DeferredStepOpen(DeferredStepIndex)
           ELSE
               PERFORM CheckStepFeedWait
               EVALUATE StepFeedState
                   WHEN 'W'
                       CONTINUE
                   WHEN 'M'
                       PERFORM SkipFeedMissingStep
                       MOVE 'N' TO DeferredStepOpen(DeferredStepIndex)
                   WHEN OTHER
                       PERFORM RunScheduleStep
                       MOVE 'N' TO DeferredStepOpen(DeferredStepIndex)
               END-EVALUATE
           END-IF
           IF DeferredStepOpen(DeferredStepIndex) = 'N'
               MOVE 'Y' TO DeferredProgress
           END-IF.

      *> A missed feed is not a failure: the step and its dependents are
      *> logged FEEDMISS, the admins are told which file did not come, and
      *> a restart point is left so the steps can be run once it lands.
       SkipFeedMissingStep.
           ADD 1 TO StepsSkippedCount
           ADD 1 TO StepsFeedMissingCount
           PERFORM BuildStepLog
           MOVE "FEEDMISS" TO LogStepStatus
           PERFORM PostStepLog
           IF StepNumber > 0
               MOVE 'M' TO StepStatusByte(StepNumber)
           END-IF
           MOVE SPACES TO CurrentMessage
           IF FeedMissingName = SPACES
               STRING "Step " DELIMITED BY SIZE
                   StepNumber DELIMITED BY SIZE
                   " skipped, feed missing for step " DELIMITED BY SIZE
                   StepDependsOn DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(StepCommand) DELIMITED BY SIZE
                   INTO CurrentMessage
           ELSE
               IF FeedStale = 'Y'
                   STRING "Step " DELIMITED BY SIZE
                       StepNumber DELIMITED BY SIZE
                       " skipped, " DELIMITED BY SIZE
                       FUNCTION TRIM(FeedMissingName) DELIMITED BY SIZE
                       " not newer than last run: " DELIMITED BY SIZE
                       FUNCTION TRIM(StepCommand) DELIMITED BY SIZE
                       INTO CurrentMessage
               ELSE
                   STRING "Step " DELIMITED BY SIZE
                       StepNumber DELIMITED BY SIZE
                       " skipped, " DELIMITED BY SIZE
                       FUNCTION TRIM(FeedMissingName) DELIMITED BY SIZE
                       " not received: " DELIMITED BY SIZE
                       FUNCTION TRIM(StepCommand) DELIMITED BY SIZE
                       INTO CurrentMessage
               END-IF
           END-IF
           DISPLAY CurrentMessage
           IF StepsFeedMissingCount <= 99
               MOVE CurrentMessage TO FeedMissLine(StepsFeedMissingCount)
           END-IF
           IF FeedMissingName NOT = SPACES
               PERFORM NotifyAdminsOfFeedMissing
           END-IF
           IF ChainHalted = 'N' AND RestartPointSaved = 'N'
               MOVE 'Y' TO RestartPointSaved
               OPEN OUTPUT RestartFile
               MOVE StepNumber TO RestartStepNumber
               WRITE RestartRecord
               CLOSE RestartFile
           END-IF.

      *> A bad schedule row holds its dependents and is listed on the
      *> morning summary so the schedule can be corrected.
       RejectScheduleRow.
           ADD 1 TO StepsSkippedCount
           ADD 1 TO StepsBadRowCount
           PERFORM BuildStepLog
           MOVE "BADROW" TO LogStepStatus
           PERFORM PostStepLog
           IF StepNumber > 0
               MOVE 'H' TO StepStatusByte(StepNumber)
           END-IF
           MOVE SPACES TO CurrentMessage
           STRING "Step " DELIMITED BY SIZE
               StepNumber DELIMITED BY SIZE
               " not run, WEEKLY with no day of week: " DELIMITED BY SIZE
               FUNCTION TRIM(StepCommand) DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage
           IF StepsBadRowCount <= 99
               MOVE CurrentMessage TO BadRowLine(StepsBadRowCount)
           END-IF.

       LogNotDueStep.
           PERFORM BuildStepLog
           MOVE "NOT DUE" TO LogStepStatus
           PERFORM PostStepLog
           MOVE SPACES TO CurrentMessage
           STRING "Step " DELIMITED BY SIZE
               StepNumber DELIMITED BY SIZE
       LogSkippedStep.
           PERFORM BuildStepLog
           MOVE "SKIPPED" TO LogStepStatus
           PERFORM PostStepLog
           MOVE SPACES TO CurrentMessage
           STRING "Step " DELIMITED BY SIZE
               StepNumber DELIMITED BY SIZE
           MOVE StepRecordsRead TO LogRecordsRead
           IF StepReturnCode = 0 THEN
               MOVE "OK" TO LogStepStatus
               IF PreviewRun = 'Y'
                   MOVE "PREVIEW" TO LogStepStatus
               END-IF
               ADD 1 TO StepsRunCount
               IF StepNumber > 0
                   MOVE 'O' TO StepStatusByte(StepNumber)
                   MOVE 'F' TO StepStatusByte(StepNumber)
               END-IF
           END-IF
           PERFORM PostStepLog

           IF StepReturnCode = 0 THEN
               MOVE SPACES TO CurrentMessage
                   " FAILED; dependent steps will be held." DELIMITED BY SIZE
                   INTO CurrentMessage
               DISPLAY CurrentMessage
               PERFORM CheckStreamGate
               IF PreviewRun = 'Y'
                   MOVE 'Y' TO ChainHalted
               ELSE
                   PERFORM NotifyAdminsOfFailure
                   IF ChainHalted = 'N' THEN
                       MOVE 'Y' TO ChainHalted
                       OPEN OUTPUT RestartFile
                       MOVE StepNumber TO RestartStepNumber
                       WRITE RestartRecord
                       CLOSE RestartFile
                   END-IF
               END-IF
           END-IF.

       CheckStreamGate.
           PERFORM VARYING StreamGateIndex FROM 1 BY 1
               UNTIL StreamGateIndex > 1
               IF FUNCTION TRIM(StepCommand) = FUNCTION TRIM(
                  StreamGateCommand(StreamGateIndex))
                   MOVE 'Y' TO StreamStopped
                   MOVE StepNumber TO StreamStoppedStep
                   MOVE SPACES TO CurrentMessage
                   STRING "Step " DELIMITED BY SIZE
                       StepNumber DELIMITED BY SIZE
                       " is a stream check; the rest of tonight's stream is held."
                       DELIMITED BY SIZE
                       INTO CurrentMessage
                   DISPLAY CurrentMessage
               END-IF
           END-PERFORM.

       NotifyAdminsOfFailure.
           MOVE SPACES TO NotifMessageText
           STRING "Batch step " DELIMITED BY SIZE
               ") failed with RC " DELIMITED BY SIZE
               StepReturnCode DELIMITED BY SIZE
               INTO NotifMessageText
           PERFORM SendAdminNotification
           MOVE SPACES TO CurrentMessage
           STRING "Failure alert sent to " DELIMITED BY SIZE
               AdminsNotifiedCount DELIMITED BY SIZE
               " admin account(s)." DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage.

       NotifyAdminsOfFeedMissing.
           MOVE SPACES TO NotifMessageText
           STRING "Batch step " DELIMITED BY SIZE
               StepNumber DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(StepCommand) DELIMITED BY SIZE
               ") feed missing, RC " DELIMITED BY SIZE
               FeedMissingReturnCode DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(FeedMissingName) DELIMITED BY SIZE
               INTO NotifMessageText
           PERFORM SendAdminNotification
           MOVE SPACES TO CurrentMessage
           STRING "Feed-missing alert sent to " DELIMITED BY SIZE
               AdminsNotifiedCount DELIMITED BY SIZE
               " admin account(s)." DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage.

       SendAdminNotification.
           MOVE 0 TO AdminsNotifiedCount
           MOVE 'N' TO EOF-UserData
           OPEN INPUT UserDataFile
                   MOVE 'Y' TO EOF-UserData
               NOT AT END
                   IF UserRole IN UserRecord = 'A'
                       MOVE "notifications.dat" TO JournalMasterName
                       PERFORM JournalBeforeImage
                       OPEN EXTEND NotificationFile
                       MOVE Username IN UserRecord
                           TO NotifUsername IN NotificationRecord
                           TO NotifText IN NotificationRecord
                       MOVE RunDate TO NotifDate IN NotificationRecord
                       MOVE "New" TO NotifStatus IN NotificationRecord
                       MOVE "OTHER" TO NotifCategoryCode IN NotificationRecord
                       MOVE 'N' TO NotifRelayed IN NotificationRecord
                       WRITE NotificationRecord
                       CLOSE NotificationFile
                       MOVE "notifications.dat" TO JournalMasterName
                       PERFORM JournalAfterImage
                       ADD 1 TO AdminsNotifiedCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE UserDataFile.

       WriteMorningSummary.
           OPEN OUTPUT ReportFile
           MOVE "InCollege Morning Run Summary" TO ReportTitle
           IF PreviewRun = 'Y'
               MOVE "InCollege Nightly Stream PREVIEW" TO ReportTitle
           END-IF
           IF TermCurrentCode NOT = SPACES
               MOVE SPACES TO ReportTitle
               IF PreviewRun = 'Y'
                   STRING "InCollege Nightly Stream PREVIEW  Term "
                       DELIMITED BY SIZE
                       TermCurrentCode DELIMITED BY SIZE
                       INTO ReportTitle
               ELSE
                   STRING "InCollege Morning Run Summary  Term "
                       DELIMITED BY SIZE
                       TermCurrentCode DELIMITED BY SIZE
                       INTO ReportTitle
               END-IF
           END-IF
           MOVE RunDate TO ReportRunDate

           MOVE SPACES TO CurrentMessage
               StepsSkippedCount DELIMITED BY SIZE
               "  failed: " DELIMITED BY SIZE
               StepsFailedCount DELIMITED BY SIZE
               "  feed missing: " DELIMITED BY SIZE
               StepsFeedMissingCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           IF StepsFeedMissingCount > 0
               MOVE SPACES TO CurrentMessage
               STRING "Feeds missing at cut-off (RC " DELIMITED BY SIZE
                   FeedMissingReturnCode DELIMITED BY SIZE
                   "):" DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteReportLine
               PERFORM VARYING FeedMissIndex FROM 1 BY 1
                   UNTIL FeedMissIndex > StepsFeedMissingCount
                   MOVE SPACES TO CurrentMessage
                   STRING "  " DELIMITED BY SIZE
                       FeedMissLine(FeedMissIndex) DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM WriteReportLine
               END-PERFORM
           END-IF
           IF StepsBadRowCount > 0
               MOVE "Schedule rows not run (correct batch_schedule.dat):"
                   TO CurrentMessage
               PERFORM WriteReportLine
               PERFORM VARYING BadRowIndex FROM 1 BY 1
                   UNTIL BadRowIndex > StepsBadRowCount
                   MOVE SPACES TO CurrentMessage
                   STRING "  " DELIMITED BY SIZE
                       BadRowLine(BadRowIndex) DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM WriteReportLine
               END-PERFORM
           END-IF
           IF TermEndDue = 'Y'
               MOVE SPACES TO CurrentMessage
               STRING "Term-end processing ran for term " DELIMITED BY SIZE
                   TermEndingCode DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteReportLine
           END-IF
           IF RequestsQueuedTotal > 0
               MOVE SPACES TO CurrentMessage
               STRING "Report requests run: " DELIMITED BY SIZE
                   RequestsRunCount DELIMITED BY SIZE
                   "  failed: " DELIMITED BY SIZE
                   RequestsFailedCount DELIMITED BY SIZE
                   "  still queued: " DELIMITED BY SIZE
                   RequestsHeldCount DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteReportLine
           END-IF
           MOVE " " TO CurrentMessage
           PERFORM WriteReportLine
           MOVE "Step results this run:" TO CurrentMessage
           PERFORM WriteReportLine

           IF PreviewRun = 'Y'
               PERFORM WritePreviewSteps
               PERFORM FinishReport
               CLOSE ReportFile
           ELSE
               PERFORM WriteRunSteps
           END-IF.

       WriteRunSteps.
           MOVE 'N' TO EOF-JobLogFile
           OPEN INPUT JobLogFile
           PERFORM UNTIL EOF-JobLogFile = 'Y'
           PERFORM FinishReport
           CLOSE ReportFile.

       WritePreviewSteps.
           PERFORM VARYING PreviewStepIndex FROM 1 BY 1
               UNTIL PreviewStepIndex > PreviewStepCount
               MOVE SPACES TO CurrentMessage
               STRING "  " DELIMITED BY SIZE
                   PreviewStepNumber(PreviewStepIndex) DELIMITED BY SIZE
                   " [" DELIMITED BY SIZE
                   FUNCTION TRIM(PreviewStepStatus(PreviewStepIndex))
                       DELIMITED BY SIZE
                   "] " DELIMITED BY SIZE
                   FUNCTION TRIM(PreviewStepCommand(PreviewStepIndex))
                       DELIMITED BY SIZE
                   INTO CurrentMessage
               IF PreviewStepReport(PreviewStepIndex) NOT = SPACES
                   MOVE "  see" TO CurrentMessage(60:5)
                   MOVE PreviewStepReport(PreviewStepIndex)
                       TO CurrentMessage(66:40)
               END-IF
               PERFORM WriteReportLine
           END-PERFORM
           MOVE " " TO CurrentMessage
           PERFORM WriteReportLine
           MOVE "PREVIEW steps wrote the report shown and changed no data; NOT RUN steps have no preview mode."
               TO CurrentMessage
           PERFORM WriteReportLine.

       WorkReportRequestQueue.
           PERFORM LoadQueuedRequests
           IF RequestsQueuedTotal > 0
               IF PreviewRun = 'Y' OR StreamStopped = 'Y'
                   MOVE RequestsQueuedTotal TO RequestsHeldCount
                   MOVE SPACES TO CurrentMessage
                   STRING "Report requests left queued: " DELIMITED BY SIZE
                       RequestsHeldCount DELIMITED BY SIZE
                       INTO CurrentMessage
                   DISPLAY CurrentMessage
               ELSE
                   PERFORM VARYING RequestQueueIndex FROM 1 BY 1
                       UNTIL RequestQueueIndex > RequestQueueCount
                       MOVE RequestQueueEntry(RequestQueueIndex)
                           TO ActiveRequest
                       PERFORM RunReportRequest
                   END-PERFORM
                   COMPUTE RequestsHeldCount =
                       RequestsQueuedTotal - RequestQueueCount
               END-IF
           END-IF.

      *> Oldest first; anything past the first 50 waits for the next night.
       LoadQueuedRequests.
           MOVE 0 TO RequestQueueCount
           MOVE 0 TO RequestsQueuedTotal
           MOVE 'N' TO EOF-ReportRequestFile
           OPEN INPUT ReportRequestFile
           PERFORM UNTIL EOF-ReportRequestFile = 'Y'
               READ ReportRequestFile
               AT END
                   MOVE 'Y' TO EOF-ReportRequestFile
               NOT AT END
                   IF ReqStatus IN ReportRequestRecord = "QUEUED"
                       ADD 1 TO RequestsQueuedTotal
                       IF RequestQueueCount < 50
                           ADD 1 TO RequestQueueCount
                           MOVE ReportRequestRecord
                               TO RequestQueueEntry(RequestQueueCount)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ReportRequestFile.

       RunReportRequest.
           MOVE SPACES TO RequestLogName
           STRING "output/ReportRequest_" DELIMITED BY SIZE
               ReqId IN ActiveRequest DELIMITED BY SIZE
               ".log" DELIMITED BY SIZE
               INTO RequestLogName
           PERFORM SetRequestEnvironment
           MOVE SPACES TO CurrentMessage
           STRING "Report request #" DELIMITED BY SIZE
               ReqId IN ActiveRequest DELIMITED BY SIZE
               " starting: " DELIMITED BY SIZE
               FUNCTION TRIM(ReqReportName IN ActiveRequest) DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               FUNCTION TRIM(ReqSubjectUser IN ActiveRequest) DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage

           IF RequestKnown = 'Y'
               MOVE "RUNNING" TO ReqStatus IN ActiveRequest
               PERFORM UpdateReportRequest
               CALL "CBL_CHECK_FILE_EXIST" USING RequestOutputName
                   RequestFileDetails
               IF RETURN-CODE = 0
                   CALL "CBL_DELETE_FILE" USING RequestOutputName
               END-IF
               MOVE SPACES TO SystemCommand
               STRING "./" DELIMITED BY SIZE
                   FUNCTION TRIM(ReqReportName IN ActiveRequest)
                   DELIMITED BY SIZE
                   " > " DELIMITED BY SIZE
                   FUNCTION TRIM(RequestLogName) DELIMITED BY SIZE
                   " 2>&1" DELIMITED BY SIZE
                   INTO SystemCommand
               CALL "SYSTEM" USING SystemCommand
               MOVE RETURN-CODE TO RequestReturnCode
               PERFORM ClearRequestEnvironment
           ELSE
               MOVE 16 TO RequestReturnCode
           END-IF

           PERFORM BuildStepLog
           MOVE 0 TO LogStepNumber
           MOVE SPACES TO LogStepCommand
           STRING "REQUEST #" DELIMITED BY SIZE
               ReqId IN ActiveRequest DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(ReqReportName IN ActiveRequest) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(ReqSubjectUser IN ActiveRequest) DELIMITED BY SIZE
               INTO LogStepCommand
           IF RequestReturnCode = 0
               MOVE "OK" TO LogStepStatus
               MOVE "DONE" TO ReqStatus IN ActiveRequest
               ADD 1 TO RequestsRunCount
           ELSE
               MOVE "FAILED" TO LogStepStatus
               MOVE "FAILED" TO ReqStatus IN ActiveRequest
               ADD 1 TO RequestsFailedCount
           END-IF
           PERFORM PostStepLog

      *> A report that stopped before writing its output is delivered as
      *> its captured log, so the requester can see why.
           MOVE RequestOutputName TO RequestDeliveredName
           IF RequestKnown = 'Y'
               CALL "CBL_CHECK_FILE_EXIST" USING RequestDeliveredName
                   RequestFileDetails
               IF RETURN-CODE NOT = 0
                   MOVE RequestLogName TO RequestDeliveredName
               END-IF
           END-IF
           PERFORM DeliverRequestOutput

           MOVE RequestReturnCode TO ReqReturnCode IN ActiveRequest
           MOVE SPACES TO ReqCompletedAt IN ActiveRequest
           STRING RunDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LogStepTime DELIMITED BY SIZE
               INTO ReqCompletedAt IN ActiveRequest
           MOVE RequestDeliveredName TO ReqOutputName IN ActiveRequest
           PERFORM UpdateReportRequest
           PERFORM NotifyRequester

           MOVE SPACES TO CurrentMessage
           STRING "Report request #" DELIMITED BY SIZE
               ReqId IN ActiveRequest DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(ReqStatus IN ActiveRequest) DELIMITED BY SIZE
               " RC " DELIMITED BY SIZE
               ReqReturnCode IN ActiveRequest DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage.

      *> Sets the same environment variables an operator would set to run
      *> the report by hand, and names the file the report writes.
       SetRequestEnvironment.
           MOVE 'Y' TO RequestKnown
           MOVE RequestLogName TO RequestOutputName
           EVALUATE ReqReportName IN ActiveRequest
               WHEN "DisclosureReport"
                   MOVE "INCOLLEGE_DISCLOSURE_USER" TO RequestEnvName
                   MOVE ReqSubjectUser IN ActiveRequest TO RequestEnvValue
                   PERFORM PutRequestEnvironment
                   MOVE "INCOLLEGE_DISCLOSURE_FROM" TO RequestEnvName
                   MOVE ReqFromDate IN ActiveRequest TO RequestEnvValue
                   PERFORM PutRequestEnvironment
                   MOVE "INCOLLEGE_DISCLOSURE_TO" TO RequestEnvName
                   MOVE ReqToDate IN ActiveRequest TO RequestEnvValue
                   PERFORM PutRequestEnvironment
                   MOVE "output/DisclosureReport.txt" TO RequestOutputName
               WHEN "SessionReconstruct"
                   MOVE "INCOLLEGE_INVESTIGATE_USER" TO RequestEnvName
                   MOVE ReqSubjectUser IN ActiveRequest TO RequestEnvValue
                   PERFORM PutRequestEnvironment
                   MOVE "INCOLLEGE_INVESTIGATE_FROM" TO RequestEnvName
                   MOVE ReqFromDate IN ActiveRequest TO RequestEnvValue
                   PERFORM PutRequestEnvironment
                   MOVE "INCOLLEGE_INVESTIGATE_TO" TO RequestEnvName
                   MOVE ReqToDate IN ActiveRequest TO RequestEnvValue
                   PERFORM PutRequestEnvironment
                   MOVE "output/SessionReconstruct.txt" TO RequestOutputName
               WHEN "UserDataExport"
                   MOVE "INCOLLEGE_EXPORT_USER" TO RequestEnvName
                   MOVE ReqSubjectUser IN ActiveRequest TO RequestEnvValue
                   PERFORM PutRequestEnvironment
                   MOVE SPACES TO RequestOutputName
                   STRING "output/UserExport_" DELIMITED BY SIZE
                       FUNCTION TRIM(ReqSubjectUser IN ActiveRequest)
                       DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                       INTO RequestOutputName
               WHEN "MergeAccounts"
                   MOVE "INCOLLEGE_MERGE_FROM" TO RequestEnvName
                   MOVE ReqSubjectUser IN ActiveRequest TO RequestEnvValue
                   PERFORM PutRequestEnvironment
                   MOVE "INCOLLEGE_MERGE_INTO" TO RequestEnvName
                   MOVE ReqSecondUser IN ActiveRequest TO RequestEnvValue
                   PERFORM PutRequestEnvironment
                   MOVE "INCOLLEGE_PREVIEW" TO RequestEnvName
                   MOVE ReqPreviewFlag IN ActiveRequest TO RequestEnvValue
                   PERFORM PutRequestEnvironment
                   IF ReqPreviewFlag IN ActiveRequest = 'Y'
                       MOVE "output/MergeAccountsPreview.txt"
                           TO RequestOutputName
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO RequestKnown
           END-EVALUATE.

       ClearRequestEnvironment.
           MOVE SPACES TO RequestEnvValue
           MOVE "INCOLLEGE_DISCLOSURE_USER" TO RequestEnvName
           PERFORM PutRequestEnvironment
           MOVE "INCOLLEGE_DISCLOSURE_FROM" TO RequestEnvName
           PERFORM PutRequestEnvironment
           MOVE "INCOLLEGE_DISCLOSURE_TO" TO RequestEnvName
           PERFORM PutRequestEnvironment
           MOVE "INCOLLEGE_INVESTIGATE_USER" TO RequestEnvName
           PERFORM PutRequestEnvironment
           MOVE "INCOLLEGE_INVESTIGATE_FROM" TO RequestEnvName
           PERFORM PutRequestEnvironment
           MOVE "INCOLLEGE_INVESTIGATE_TO" TO RequestEnvName
           PERFORM PutRequestEnvironment
           MOVE "INCOLLEGE_EXPORT_USER" TO RequestEnvName
           PERFORM PutRequestEnvironment
           MOVE "INCOLLEGE_MERGE_FROM" TO RequestEnvName
           PERFORM PutRequestEnvironment
           MOVE "INCOLLEGE_MERGE_INTO" TO RequestEnvName
           PERFORM PutRequestEnvironment
           MOVE "INCOLLEGE_PREVIEW" TO RequestEnvName
           MOVE PreviewSwitch TO RequestEnvValue
           PERFORM PutRequestEnvironment.

       PutRequestEnvironment.
           DISPLAY RequestEnvName UPON ENVIRONMENT-NAME
           DISPLAY RequestEnvValue UPON ENVIRONMENT-VALUE.

       UpdateReportRequest.
           MOVE "report_requests.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           MOVE 'N' TO EOF-ReportRequestFile
           OPEN INPUT ReportRequestFile
           OPEN OUTPUT TempReportRequestFile
           PERFORM UNTIL EOF-ReportRequestFile = 'Y'
               READ ReportRequestFile
               AT END
                   MOVE 'Y' TO EOF-ReportRequestFile
               NOT AT END
                   IF ReqId IN ReportRequestRecord = ReqId IN ActiveRequest
                       MOVE ActiveRequest TO ReportRequestRecord
                   END-IF
                   WRITE TempReportRequestRecord FROM ReportRequestRecord
               END-READ
           END-PERFORM
           CLOSE ReportRequestFile
           CLOSE TempReportRequestFile
           CALL "CBL_DELETE_FILE" USING "report_requests.dat"
           CALL "CBL_RENAME_FILE" USING "report_requests_temp.dat"
               "report_requests.dat"
           MOVE "report_requests.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       DeliverRequestOutput.
           MOVE 0 TO RequestLinesDelivered
           MOVE SPACES TO RequestSectionValue
           STRING "#" DELIMITED BY SIZE
               ReqId IN ActiveRequest DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(ReqSubjectUser IN ActiveRequest) DELIMITED BY SIZE
               INTO RequestSectionValue
           MOVE "report_inbox.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND ReportInboxFile
           IF RequestKnown = 'Y'
               MOVE 'N' TO EOF-RequestOutputFile
               OPEN INPUT RequestOutputFile
               PERFORM UNTIL EOF-RequestOutputFile = 'Y'
                   READ RequestOutputFile
                   AT END
                       MOVE 'Y' TO EOF-RequestOutputFile
                   NOT AT END
                       PERFORM WriteRequestInboxLine
                   END-READ
               END-PERFORM
               CLOSE RequestOutputFile
           END-IF
           IF RequestLinesDelivered = 0
               MOVE SPACES TO RequestOutputRecord
               IF RequestKnown = 'Y'
                   STRING "The report produced no output (RC " DELIMITED BY SIZE
                       RequestReturnCode DELIMITED BY SIZE
                       ")." DELIMITED BY SIZE
                       INTO RequestOutputRecord
               ELSE
                   STRING FUNCTION TRIM(ReqReportName IN ActiveRequest)
                       DELIMITED BY SIZE
                       " cannot be run as a report request." DELIMITED BY SIZE
                       INTO RequestOutputRecord
               END-IF
               PERFORM WriteRequestInboxLine
           END-IF
           CLOSE ReportInboxFile
           MOVE "report_inbox.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       WriteRequestInboxLine.
           ADD 1 TO RequestLinesDelivered
           MOVE SPACES TO ReportInboxRecord
           MOVE ReqRequester IN ActiveRequest TO InboxRecipient
           MOVE ReqReportName IN ActiveRequest TO InboxReportName
           MOVE RunDate TO InboxRunDate
           MOVE "REQUEST" TO InboxSectionType
           MOVE RequestSectionValue TO InboxSectionValue
           MOVE RequestLinesDelivered TO InboxLineNumber
           MOVE RequestOutputRecord TO InboxLineText
           WRITE ReportInboxRecord.

       NotifyRequester.
           MOVE SPACES TO NotifMessageText
           STRING "Report request #" DELIMITED BY SIZE
               ReqId IN ActiveRequest DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(ReqReportName IN ActiveRequest) DELIMITED BY SIZE
               ") " DELIMITED BY SIZE
               FUNCTION TRIM(ReqStatus IN ActiveRequest) DELIMITED BY SIZE
               ", RC " DELIMITED BY SIZE
               ReqReturnCode IN ActiveRequest DELIMITED BY SIZE
               "; the output is in My Reports." DELIMITED BY SIZE
               INTO NotifMessageText
           MOVE "notifications.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND NotificationFile
           MOVE ReqRequester IN ActiveRequest
               TO NotifUsername IN NotificationRecord
           MOVE NotifMessageText TO NotifText IN NotificationRecord
           MOVE RunDate TO NotifDate IN NotificationRecord
           MOVE "New" TO NotifStatus IN NotificationRecord
           MOVE "OTHER" TO NotifCategoryCode IN NotificationRecord
           MOVE 'N' TO NotifRelayed IN NotificationRecord
           WRITE NotificationRecord
           CLOSE NotificationFile
           MOVE "notifications.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       COPY "ReportFormat.cob".

       SnapshotClockSecs.
       WriteStepLog.
           PERFORM BuildStepLog
           MOVE "HELD" TO LogStepStatus
           PERFORM PostStepLog
           MOVE SPACES TO CurrentMessage
           IF StreamStopped = 'Y'
               STRING "Step " DELIMITED BY SIZE
                   StepNumber DELIMITED BY SIZE
                   " held (stream check step " DELIMITED BY SIZE
                   StreamStoppedStep DELIMITED BY SIZE
                   " failed): " DELIMITED BY SIZE
                   FUNCTION TRIM(StepCommand) DELIMITED BY SIZE
                   INTO CurrentMessage
           ELSE
               STRING "Step " DELIMITED BY SIZE
                   StepNumber DELIMITED BY SIZE
                   " held (dependency step " DELIMITED BY SIZE
                   StepDependsOn DELIMITED BY SIZE
                   " did not complete): " DELIMITED BY SIZE
                   FUNCTION TRIM(StepCommand) DELIMITED BY SIZE
                   INTO CurrentMessage
           END-IF
           DISPLAY CurrentMessage.

       COPY "Journal.cob".

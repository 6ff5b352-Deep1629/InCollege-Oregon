IDENTIFICATION DIVISION.
       PROGRAM-ID. ResumeReviewReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ResumeReviewFile ASSIGN TO "resume_reviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile
               ASSIGN TO "output/ResumeReviewReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DistributionFile
               ASSIGN TO "report_distribution.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ReportInboxFile ASSIGN TO "report_inbox.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempReportInboxFile ASSIGN TO "report_inbox_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BurstUserFile ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BurstUsername.
           SELECT OPTIONAL BurstAdvisorMajorFile
               ASSIGN TO "advisor_majors.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BurstEmployerFile ASSIGN TO "employers.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BurstEmployerUserFile
               ASSIGN TO "employer_users.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalControlFile ASSIGN TO "journal_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ResumeReviewFile.
       01 ResumeReviewRecord.
           05 RvStudent PIC X(20).
           05 RvMajor PIC X(30).
           05 RvJobType PIC X(30).
           05 RvDocSource PIC X(1).
           05 RvDocument PIC X(100).
           05 RvSubmittedAt PIC X(16).
           05 RvStatus PIC X(14).
           05 RvAdvisor PIC X(20).
           05 RvReviewedAt PIC X(16).
           05 RvTurnaroundHours PIC 9(5).
           05 RvComments PIC X(200).

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

       FD DistributionFile.
       01 DistributionRecord.
           05 DistReportName PIC X(30).
           05 DistSectionType PIC X(8).
           05 DistSectionValue PIC X(50).
           05 DistRecipientType PIC X(8).
           05 DistRecipientValue PIC X(20).

       FD ReportInboxFile.
       01 ReportInboxRecord.
           05 InboxRecipient PIC X(20).
           05 InboxReportName PIC X(30).
           05 InboxRunDate PIC X(10).
           05 InboxSectionType PIC X(8).
           05 InboxSectionValue PIC X(50).
           05 InboxLineNumber PIC 9(5).
           05 InboxLineText PIC X(132).

       FD TempReportInboxFile.
       01 TempReportInboxRecord PIC X(255).

       FD BurstUserFile.
       01 BurstUserRecord.
           05 BurstUsername PIC X(20).
           05 FILLER PIC X(30).
           05 BurstUserRole PIC X(1).
           05 FILLER PIC X(11).

       FD BurstAdvisorMajorFile.
       01 BurstAdvisorMajorRecord.
           05 BurstAdvisorUsername PIC X(20).
           05 BurstAdvisorMajor PIC X(30).

       FD BurstEmployerFile.
       01 BurstEmployerRecord.
           05 BurstEmployerIdMaster PIC 9(5).
           05 BurstEmployerName PIC X(50).
           05 FILLER PIC X(300).

       FD BurstEmployerUserFile.
       01 BurstEmployerUserRecord.
           05 BurstEmpUserUsername PIC X(20).
           05 BurstEmpUserEmployerId PIC 9(5).

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
       01 RunDate PIC X(10).
       01 FixedTimestamp PIC X(20).
       01 CurrentDateTime PIC X(21).
       01 EOF-ResumeReviewFile PIC X VALUE 'N'.

       01 ReportTitle PIC X(60).
       01 ReportRunDate PIC X(10).
       01 ReportPageNumber PIC 9(3) VALUE 0.
       01 ReportLineCount PIC 9(3) VALUE 0.
       01 ReportPageSize PIC 9(3) VALUE 50.
       01 ReportHeaderLine PIC X(132).

      *> The report covers one calendar month: INCOLLEGE_REVIEW_MONTH
      *> (YYYY-MM) when set, otherwise the month before the run date, so
      *> the run on the 1st reports the month just closed.
       01 ReviewTargetMonth PIC X(7).
       01 ReviewTargetYear PIC 9(4) VALUE 0.
       01 ReviewTargetMonthNum PIC 9(2) VALUE 0.
       01 ReviewEnvBuffer PIC X(10).

       01 ReviewRowsRead PIC 9(6) VALUE 0.
       01 SubmittedCount PIC 9(5) VALUE 0.
       01 ReviewedCount PIC 9(5) VALUE 0.
       01 RevisionCount PIC 9(5) VALUE 0.
       01 ReadyCount PIC 9(5) VALUE 0.
       01 PendingCount PIC 9(5) VALUE 0.
       01 TurnaroundTotal PIC 9(9) VALUE 0.

       01 AdvisorTable.
           05 AdvisorEntry OCCURS 200 TIMES.
               10 AvName PIC X(20).
               10 AvReviewedCount PIC 9(5).
               10 AvRevisionCount PIC 9(5).
               10 AvReadyCount PIC 9(5).
               10 AvHoursTotal PIC 9(9).
       01 AdvisorCount PIC 9(3) VALUE 0.
       01 AdvisorIndex PIC 9(3) VALUE 0.
       01 AdvisorMatch PIC 9(3) VALUE 0.

       01 AverageHours PIC 9(5)V9 VALUE 0.
       01 AverageDisplay PIC ZZZZ9.9.
       01 TallyDisplay PIC Z(4)9.
       01 ReviewColumnHeading PIC X(60)
           VALUE "  Advisor                Reviewed  Revise   Ready  Avg hours".

       01 BurstReportName PIC X(30).
       01 BurstRunDate PIC X(10).
       01 BurstActive PIC X VALUE 'N'.
       01 BurstPurgeType PIC X(8) VALUE SPACES.
       01 BurstPurgeValue PIC X(50) VALUE SPACES.
       01 BurstSectionType PIC X(8).
       01 BurstSectionValue PIC X(50).
       01 BurstSectionHeading PIC X(132).
       01 BurstLineText PIC X(132).
       01 BurstRuleTable.
           05 BurstRule OCCURS 50 TIMES.
               10 BurstRuleSectionType PIC X(8).
               10 BurstRuleSectionValue PIC X(50).
               10 BurstRuleRecipientType PIC X(8).
               10 BurstRuleRecipientValue PIC X(20).
       01 BurstRuleCount PIC 9(3) VALUE 0.
       01 BurstRuleIndex PIC 9(3) VALUE 0.
       01 BurstRoleWanted PIC X(1).
       01 BurstRecipientTable.
           05 BurstRecipient OCCURS 100 TIMES.
               10 BurstRecipientUser PIC X(20).
               10 BurstRecipientKeyType PIC X(8).
               10 BurstRecipientKeyValue PIC X(50).
       01 BurstRecipientCount PIC 9(3) VALUE 0.
       01 BurstRecipientIndex PIC 9(3) VALUE 0.
       01 BurstAllCount PIC 9(3) VALUE 0.
       01 BurstRecipientFound PIC X VALUE 'N'.
       01 BurstCandidateUser PIC X(20).
       01 BurstEmployerId PIC 9(5) VALUE 0.
       01 BurstFiledTable.
           05 BurstFiled OCCURS 500 TIMES.
               10 BurstFiledUser PIC X(20).
               10 BurstFiledKeyType PIC X(8).
               10 BurstFiledKeyValue PIC X(50).
               10 BurstFiledLines PIC 9(5).
       01 BurstFiledCount PIC 9(3) VALUE 0.
       01 BurstFiledIndex PIC 9(3) VALUE 0.
       01 BurstFiledMatch PIC 9(3) VALUE 0.
       01 BurstLinesFiled PIC 9(7) VALUE 0.
       01 EOF-DistributionFile PIC X VALUE 'N'.
       01 EOF-ReportInboxFile PIC X VALUE 'N'.
       01 EOF-BurstUserFile PIC X VALUE 'N'.
       01 EOF-BurstAdvisorMajorFile PIC X VALUE 'N'.
       01 EOF-BurstEmployerFile PIC X VALUE 'N'.
       01 EOF-BurstEmployerUserFile PIC X VALUE 'N'.

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "ResumeReviewReport".
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
           MOVE RunDate TO ReportRunDate
           PERFORM DetermineTargetMonth
           MOVE SPACES TO ReportTitle
           STRING "InCollege Resume Review Report  " DELIMITED BY SIZE
               ReviewTargetMonth DELIMITED BY SIZE
               INTO ReportTitle

           MOVE 'N' TO EOF-ResumeReviewFile
           OPEN INPUT ResumeReviewFile
           PERFORM UNTIL EOF-ResumeReviewFile = 'Y'
               READ ResumeReviewFile
               AT END
                   MOVE 'Y' TO EOF-ResumeReviewFile
               NOT AT END
                   ADD 1 TO ReviewRowsRead
                   PERFORM TallyReviewRow
               END-READ
           END-PERFORM
           CLOSE ResumeReviewFile

           PERFORM PrintReviewReport

           MOVE SPACES TO CurrentMessage
           STRING "Resume review report for " DELIMITED BY SIZE
               ReviewTargetMonth DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               SubmittedCount DELIMITED BY SIZE
               " submitted, " DELIMITED BY SIZE
               ReviewedCount DELIMITED BY SIZE
               " reviewed, " DELIMITED BY SIZE
               PendingCount DELIMITED BY SIZE
               " pending." DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage

           PERFORM WriteBatchControlRecord
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
           END-IF.

       DetermineTargetMonth.
           MOVE SPACES TO ReviewEnvBuffer
           ACCEPT ReviewEnvBuffer FROM ENVIRONMENT "INCOLLEGE_REVIEW_MONTH"
           IF ReviewEnvBuffer(1:4) IS NUMERIC AND
              ReviewEnvBuffer(5:1) = "-" AND
              ReviewEnvBuffer(6:2) IS NUMERIC AND
              ReviewEnvBuffer(6:2) >= "01" AND ReviewEnvBuffer(6:2) <= "12"
               MOVE ReviewEnvBuffer(1:7) TO ReviewTargetMonth
           ELSE
               MOVE FUNCTION NUMVAL(RunDate(1:4)) TO ReviewTargetYear
               MOVE FUNCTION NUMVAL(RunDate(6:2)) TO ReviewTargetMonthNum
               IF ReviewTargetMonthNum = 1
                   SUBTRACT 1 FROM ReviewTargetYear
                   MOVE 12 TO ReviewTargetMonthNum
               ELSE
                   SUBTRACT 1 FROM ReviewTargetMonthNum
               END-IF
               MOVE SPACES TO ReviewTargetMonth
               STRING ReviewTargetYear DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   ReviewTargetMonthNum DELIMITED BY SIZE
                   INTO ReviewTargetMonth
           END-IF.

      *> Volume counts what came in and what went out during the month;
      *> the pending figure is the queue as it stands at the run.
       TallyReviewRow.
           IF RvSubmittedAt(1:7) = ReviewTargetMonth
               ADD 1 TO SubmittedCount
           END-IF
           IF FUNCTION TRIM(RvStatus) = "Pending"
               ADD 1 TO PendingCount
           ELSE
               IF RvReviewedAt(1:7) = ReviewTargetMonth
                   PERFORM TallyAdvisorReview
               END-IF
           END-IF.

       TallyAdvisorReview.
           ADD 1 TO ReviewedCount
           ADD RvTurnaroundHours TO TurnaroundTotal
           MOVE 0 TO AdvisorMatch
           PERFORM VARYING AdvisorIndex FROM 1 BY 1
               UNTIL AdvisorIndex > AdvisorCount OR AdvisorMatch > 0
               IF AvName(AdvisorIndex) = RvAdvisor
                   MOVE AdvisorIndex TO AdvisorMatch
               END-IF
           END-PERFORM
           IF AdvisorMatch = 0 AND AdvisorCount < 200
               ADD 1 TO AdvisorCount
               MOVE AdvisorCount TO AdvisorMatch
               MOVE RvAdvisor TO AvName(AdvisorMatch)
               MOVE 0 TO AvReviewedCount(AdvisorMatch)
               MOVE 0 TO AvRevisionCount(AdvisorMatch)
               MOVE 0 TO AvReadyCount(AdvisorMatch)
               MOVE 0 TO AvHoursTotal(AdvisorMatch)
           END-IF
           IF FUNCTION TRIM(RvStatus) = "Ready"
               ADD 1 TO ReadyCount
           ELSE
               ADD 1 TO RevisionCount
           END-IF
           IF AdvisorMatch > 0
               ADD 1 TO AvReviewedCount(AdvisorMatch)
               ADD RvTurnaroundHours TO AvHoursTotal(AdvisorMatch)
               IF FUNCTION TRIM(RvStatus) = "Ready"
                   ADD 1 TO AvReadyCount(AdvisorMatch)
               ELSE
                   ADD 1 TO AvRevisionCount(AdvisorMatch)
               END-IF
           END-IF.

       PrintReviewReport.
           OPEN OUTPUT ReportFile
           MOVE "ResumeReviewReport" TO BurstReportName
           MOVE RunDate TO BurstRunDate
           PERFORM StartReportBurst
           MOVE "Queue volume" TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE SubmittedCount TO TallyDisplay
           MOVE SPACES TO CurrentMessage
           MOVE "  Submitted this month" TO CurrentMessage(1:40)
           MOVE TallyDisplay TO CurrentMessage(41:5)
           PERFORM WriteBurstReportLine
           MOVE ReviewedCount TO TallyDisplay
           MOVE SPACES TO CurrentMessage
           MOVE "  Reviewed this month" TO CurrentMessage(1:40)
           MOVE TallyDisplay TO CurrentMessage(41:5)
           PERFORM WriteBurstReportLine
           MOVE RevisionCount TO TallyDisplay
           MOVE SPACES TO CurrentMessage
           MOVE "    Needs revision" TO CurrentMessage(1:40)
           MOVE TallyDisplay TO CurrentMessage(41:5)
           PERFORM WriteBurstReportLine
           MOVE ReadyCount TO TallyDisplay
           MOVE SPACES TO CurrentMessage
           MOVE "    Ready" TO CurrentMessage(1:40)
           MOVE TallyDisplay TO CurrentMessage(41:5)
           PERFORM WriteBurstReportLine
           MOVE PendingCount TO TallyDisplay
           MOVE SPACES TO CurrentMessage
           MOVE "  Still waiting for review" TO CurrentMessage(1:40)
           MOVE TallyDisplay TO CurrentMessage(41:5)
           PERFORM WriteBurstReportLine

           MOVE SPACES TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE "Turnaround by advisor" TO CurrentMessage
           PERFORM WriteBurstReportLine
           IF AdvisorCount = 0
               MOVE "  No reviews were completed this month." TO CurrentMessage
               PERFORM WriteBurstReportLine
           ELSE
               MOVE ReviewColumnHeading TO CurrentMessage
               PERFORM WriteBurstReportLine
               PERFORM VARYING AdvisorIndex FROM 1 BY 1
                   UNTIL AdvisorIndex > AdvisorCount
                   PERFORM PrintAdvisorLine
               END-PERFORM
               COMPUTE AverageHours ROUNDED =
                   TurnaroundTotal / ReviewedCount
               MOVE AverageHours TO AverageDisplay
               MOVE SPACES TO CurrentMessage
               MOVE "  All advisors" TO CurrentMessage(1:24)
               MOVE ReviewedCount TO TallyDisplay
               MOVE TallyDisplay TO CurrentMessage(29:5)
               MOVE RevisionCount TO TallyDisplay
               MOVE TallyDisplay TO CurrentMessage(37:5)
               MOVE ReadyCount TO TallyDisplay
               MOVE TallyDisplay TO CurrentMessage(45:5)
               MOVE AverageDisplay TO CurrentMessage(54:7)
               PERFORM WriteBurstReportLine
           END-IF
           PERFORM FinishReport
           PERFORM FinishReportBurst
           CLOSE ReportFile.

      *> Each advisor's line is also filed to that advisor on its own.
       PrintAdvisorLine.
           MOVE "USER" TO BurstSectionType
           MOVE AvName(AdvisorIndex) TO BurstSectionValue
           MOVE ReviewColumnHeading TO BurstSectionHeading
           PERFORM BeginBurstSection
           COMPUTE AverageHours ROUNDED =
               AvHoursTotal(AdvisorIndex) / AvReviewedCount(AdvisorIndex)
           MOVE AverageHours TO AverageDisplay
           MOVE SPACES TO CurrentMessage
           STRING "  " DELIMITED BY SIZE
               AvName(AdvisorIndex) DELIMITED BY SIZE
               INTO CurrentMessage
           MOVE AvReviewedCount(AdvisorIndex) TO TallyDisplay
           MOVE TallyDisplay TO CurrentMessage(29:5)
           MOVE AvRevisionCount(AdvisorIndex) TO TallyDisplay
           MOVE TallyDisplay TO CurrentMessage(37:5)
           MOVE AvReadyCount(AdvisorIndex) TO TallyDisplay
           MOVE TallyDisplay TO CurrentMessage(45:5)
           MOVE AverageDisplay TO CurrentMessage(54:7)
           PERFORM WriteBurstReportLine
           PERFORM EndBurstSection.

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "RESUMEREVIEWREPORT" TO ControlStep
           MOVE "resume_reviews.dat" TO ControlFileName
           MOVE ReviewRowsRead TO ControlReadCount
           MOVE ReviewedCount TO ControlWrittenCount
           MOVE 0 TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "ReportFormat.cob".

       COPY "ReportBurst.cob".

       COPY "Journal.cob".

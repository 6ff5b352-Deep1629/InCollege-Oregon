IDENTIFICATION DIVISION.
       PROGRAM-ID. DiversityReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL StudentUserFile ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS StudentUsername.
           SELECT OPTIONAL SelfIdFile ASSIGN TO "self_id.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ApplicationFile ASSIGN TO "applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL InterviewFile ASSIGN TO "interviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JobOfferFile ASSIGN TO "offers.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile
               ASSIGN TO "output/DiversityReport.txt"
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
       FD StudentUserFile.
       01 StudentUserRecord.
           05 StudentUsername PIC X(20).
           05 FILLER PIC X(30).
           05 StudentUserRole PIC X(1).
           05 FILLER PIC X(11).

       FD SelfIdFile.
       01 SelfIdRecord.
           05 SidUsername PIC X(20).
           05 SidAnswer PIC X(1) OCCURS 6 TIMES.
           05 SidUpdatedDate PIC X(10).

       FD ApplicationFile.
       01 ApplicationRecord.
           05 AppUsername PIC X(20).
           05 AppJobTitle PIC X(50).
           05 AppJobEmployer PIC X(50).
           05 AppJobLocation PIC X(50).
           05 CreatedDate PIC X(10).
           05 AppStatus PIC X(12).
           05 AppJobId PIC 9(5).
           05 AppResumePath PIC X(100).
           05 AppCoverLetter PIC X(200).

       FD InterviewFile.
       01 InterviewRecord.
           05 IntvJobId PIC 9(5).
           05 IntvPoster PIC X(20).
           05 IntvApplicant PIC X(20).
           05 IntvJobTitle PIC X(50).
           05 IntvSlot PIC X(16).
           05 IntvStatus PIC X(10).
           05 IntvOfferedDate PIC X(10).
           05 IntvOutcome PIC X(10).
           05 IntvFeedback PIC X(100).

       FD JobOfferFile.
       01 JobOfferRecord.
           05 OfferJobId PIC 9(5).
           05 OfferPoster PIC X(20).
           05 OfferApplicant PIC X(20).
           05 OfferJobTitle PIC X(50).
           05 OfferSalaryMin PIC 9(6).
           05 OfferSalaryMax PIC 9(6).
           05 OfferRespondBy PIC X(10).
           05 OfferStatus PIC X(10).
           05 OfferDate PIC X(10).

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
       01 RunDateNum PIC 9(8) VALUE 0.
       01 FixedTimestamp PIC X(20).
       01 CurrentDateTime PIC X(21).
       01 EOF-StudentUserFile PIC X VALUE 'N'.
       01 EOF-SelfIdFile PIC X VALUE 'N'.
       01 EOF-ApplicationFile PIC X VALUE 'N'.
       01 EOF-InterviewFile PIC X VALUE 'N'.
       01 EOF-JobOfferFile PIC X VALUE 'N'.

      *> Any count below MinCellCount, zero included, is printed as "*"
      *> so no small group can be singled out. No totals are printed, as
      *> a total would let a suppressed cell be worked out by subtraction.
       01 MinCellCount PIC 9(3) VALUE 5.
       01 MinCellEdit PIC ZZ9.

       01 SelfIdReadCount PIC 9(6) VALUE 0.

      *> One entry per student account, with answers blank when the
      *> student has not answered.
       01 StudentTable.
           05 StudentEntry OCCURS 5000 TIMES.
               10 SdUsername PIC X(20).
               10 SdAnswer PIC X(1) OCCURS 6 TIMES.
               10 SdApps PIC 9(4).
               10 SdInterviews PIC 9(4).
               10 SdOffers PIC 9(4).
               10 SdPlaced PIC X(1).
       01 StudentCount PIC 9(4) VALUE 0.
       01 StudentIndex PIC 9(4) VALUE 0.
       01 StudentMatch PIC 9(4) VALUE 0.
       01 StudentLookupName PIC X(20).
       01 RespondentCount PIC 9(5) VALUE 0.

      *> Group totals by question and answer; row 10 holds students with
      *> no answers on file.
       01 GroupTable.
           05 GroupQuestion OCCURS 6 TIMES.
               10 GroupRow OCCURS 10 TIMES.
                   15 GrStudents PIC 9(5).
                   15 GrApps PIC 9(6).
                   15 GrInterviews PIC 9(6).
                   15 GrOffers PIC 9(6).
                   15 GrPlaced PIC 9(5).
       01 GroupRowIndex PIC 9(2) VALUE 0.
       01 GroupCodeDigit PIC 9 VALUE 0.
       01 QuestionIndex PIC 9 VALUE 0.

       01 CellValue PIC 9(6) VALUE 0.
       01 CellEdit PIC Z(12)9.
       01 CellTable.
           05 CellText PIC X(13) OCCURS 5 TIMES.
       01 CellIndex PIC 9 VALUE 0.
       01 RowLabel PIC X(40).

       01 SelfIdQuestion PIC 9 VALUE 0.
       01 SelfIdCode PIC X.
       01 SelfIdMaxCode PIC 9 VALUE 0.
       01 SelfIdQuestionText PIC X(40).
       01 SelfIdLabel PIC X(40).

       01 ReportTitle PIC X(60).
       01 ReportRunDate PIC X(10).
       01 ReportPageNumber PIC 9(3) VALUE 0.
       01 ReportLineCount PIC 9(3) VALUE 0.
       01 ReportPageSize PIC 9(3) VALUE 50.
       01 ReportHeaderLine PIC X(132).

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
       01 JournalProgramName PIC X(24) VALUE "DiversityReport".
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
           PERFORM LoadStudents
           PERFORM ApplySelfId
           PERFORM CountApplications
           PERFORM CountInterviews
           PERFORM CountOffers
           PERFORM BuildGroupTotals
           PERFORM PrintDiversityReport

           MOVE SPACES TO CurrentMessage
           STRING "Diversity report: " DELIMITED BY SIZE
               StudentCount DELIMITED BY SIZE
               " student(s), " DELIMITED BY SIZE
               RespondentCount DELIMITED BY SIZE
               " with answers on file." DELIMITED BY SIZE
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

       LoadStudents.
           MOVE 'N' TO EOF-StudentUserFile
           OPEN INPUT StudentUserFile
           PERFORM UNTIL EOF-StudentUserFile = 'Y'
               READ StudentUserFile NEXT
               AT END
                   MOVE 'Y' TO EOF-StudentUserFile
               NOT AT END
                   IF (StudentUserRole = 'S' OR StudentUserRole = SPACE) AND
                      StudentCount < 5000
                       ADD 1 TO StudentCount
                       MOVE SPACES TO StudentEntry(StudentCount)
                       MOVE StudentUsername TO SdUsername(StudentCount)
                       MOVE 0 TO SdApps(StudentCount)
                       MOVE 0 TO SdInterviews(StudentCount)
                       MOVE 0 TO SdOffers(StudentCount)
                       MOVE 'N' TO SdPlaced(StudentCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE StudentUserFile.

       FindStudent.
           MOVE 0 TO StudentMatch
           PERFORM VARYING StudentIndex FROM 1 BY 1
               UNTIL StudentIndex > StudentCount OR StudentMatch > 0
               IF SdUsername(StudentIndex) = StudentLookupName
                   MOVE StudentIndex TO StudentMatch
               END-IF
           END-PERFORM.

       ApplySelfId.
           MOVE 'N' TO EOF-SelfIdFile
           OPEN INPUT SelfIdFile
           PERFORM UNTIL EOF-SelfIdFile = 'Y'
               READ SelfIdFile
               AT END
                   MOVE 'Y' TO EOF-SelfIdFile
               NOT AT END
                   ADD 1 TO SelfIdReadCount
                   MOVE SidUsername TO StudentLookupName
                   PERFORM FindStudent
                   IF StudentMatch > 0
                       ADD 1 TO RespondentCount
                       PERFORM VARYING QuestionIndex FROM 1 BY 1
                           UNTIL QuestionIndex > 6
                           MOVE SidAnswer(QuestionIndex)
                               TO SdAnswer(StudentMatch, QuestionIndex)
                       END-PERFORM
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SelfIdFile.

      *> A student counts as placed when hired through an application or
      *> when an offer was accepted.
       CountApplications.
           MOVE 'N' TO EOF-ApplicationFile
           OPEN INPUT ApplicationFile
           PERFORM UNTIL EOF-ApplicationFile = 'Y'
               READ ApplicationFile
               AT END
                   MOVE 'Y' TO EOF-ApplicationFile
               NOT AT END
                   MOVE AppUsername TO StudentLookupName
                   PERFORM FindStudent
                   IF StudentMatch > 0
                       ADD 1 TO SdApps(StudentMatch)
                       IF FUNCTION TRIM(AppStatus) = "Hired"
                           MOVE 'Y' TO SdPlaced(StudentMatch)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ApplicationFile.

       CountInterviews.
           MOVE 'N' TO EOF-InterviewFile
           OPEN INPUT InterviewFile
           PERFORM UNTIL EOF-InterviewFile = 'Y'
               READ InterviewFile
               AT END
                   MOVE 'Y' TO EOF-InterviewFile
               NOT AT END
                   IF FUNCTION TRIM(IntvStatus) NOT = "Cancelled"
                       MOVE IntvApplicant TO StudentLookupName
                       PERFORM FindStudent
                       IF StudentMatch > 0
                           ADD 1 TO SdInterviews(StudentMatch)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE InterviewFile.

       CountOffers.
           MOVE 'N' TO EOF-JobOfferFile
           OPEN INPUT JobOfferFile
           PERFORM UNTIL EOF-JobOfferFile = 'Y'
               READ JobOfferFile
               AT END
                   MOVE 'Y' TO EOF-JobOfferFile
               NOT AT END
                   MOVE OfferApplicant TO StudentLookupName
                   PERFORM FindStudent
                   IF StudentMatch > 0
                       ADD 1 TO SdOffers(StudentMatch)
                       IF FUNCTION TRIM(OfferStatus) = "Accepted"
                           MOVE 'Y' TO SdPlaced(StudentMatch)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE JobOfferFile.

       BuildGroupTotals.
           INITIALIZE GroupTable
           PERFORM VARYING StudentIndex FROM 1 BY 1
               UNTIL StudentIndex > StudentCount
               PERFORM VARYING QuestionIndex FROM 1 BY 1
                   UNTIL QuestionIndex > 6
                   EVALUATE TRUE
                       WHEN SdAnswer(StudentIndex, QuestionIndex) = SPACE
                           MOVE 10 TO GroupRowIndex
                       WHEN SdAnswer(StudentIndex, QuestionIndex) IS NUMERIC
                        AND SdAnswer(StudentIndex, QuestionIndex) > '0'
                           MOVE SdAnswer(StudentIndex, QuestionIndex)
                               TO GroupRowIndex
                       WHEN OTHER
                           MOVE 9 TO GroupRowIndex
                   END-EVALUATE
                   ADD 1 TO GrStudents(QuestionIndex, GroupRowIndex)
                   ADD SdApps(StudentIndex)
                       TO GrApps(QuestionIndex, GroupRowIndex)
                   ADD SdInterviews(StudentIndex)
                       TO GrInterviews(QuestionIndex, GroupRowIndex)
                   ADD SdOffers(StudentIndex)
                       TO GrOffers(QuestionIndex, GroupRowIndex)
                   IF SdPlaced(StudentIndex) = 'Y'
                       ADD 1 TO GrPlaced(QuestionIndex, GroupRowIndex)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PrintDiversityReport.
           OPEN OUTPUT ReportFile
           MOVE "InCollege Outcomes by Self-Identified Group" TO ReportTitle
           MOVE RunDate TO ReportRunDate
           MOVE "DiversityReport" TO BurstReportName
           MOVE RunDate TO BurstRunDate
           PERFORM StartReportBurst

           MOVE SPACES TO CurrentMessage
           MOVE MinCellCount TO MinCellEdit
           STRING "Aggregate counts only. Cells below " DELIMITED BY SIZE
               FUNCTION TRIM(MinCellEdit) DELIMITED BY SIZE
               " are shown as *." DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteBurstReportLine

           PERFORM VARYING QuestionIndex FROM 1 BY 1
               UNTIL QuestionIndex > 6
               PERFORM PrintQuestionBlock
           END-PERFORM

           PERFORM FinishReport
           PERFORM FinishReportBurst
           CLOSE ReportFile.

       PrintQuestionBlock.
           MOVE QuestionIndex TO SelfIdQuestion
           PERFORM DescribeSelfIdQuestion
           MOVE " " TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE SelfIdQuestionText TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE SPACES TO CurrentMessage
           STRING "  Group                                   " DELIMITED BY SIZE
               "     Students" DELIMITED BY SIZE
               " Applications" DELIMITED BY SIZE
               "   Interviews" DELIMITED BY SIZE
               "       Offers" DELIMITED BY SIZE
               "       Placed" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteBurstReportLine
           PERFORM VARYING GroupRowIndex FROM 1 BY 1
               UNTIL GroupRowIndex > SelfIdMaxCode
               MOVE GroupRowIndex TO GroupCodeDigit
               MOVE GroupCodeDigit TO SelfIdCode
               PERFORM DescribeSelfIdAnswer
               MOVE SelfIdLabel TO RowLabel
               PERFORM PrintGroupRow
           END-PERFORM
           MOVE 9 TO GroupRowIndex
           MOVE "Prefer not to say" TO RowLabel
           PERFORM PrintGroupRow
           MOVE 10 TO GroupRowIndex
           MOVE "No answers on file" TO RowLabel
           PERFORM PrintGroupRow.

       PrintGroupRow.
           MOVE GrStudents(QuestionIndex, GroupRowIndex) TO CellValue
           MOVE 1 TO CellIndex
           PERFORM FormatCell
           MOVE GrApps(QuestionIndex, GroupRowIndex) TO CellValue
           MOVE 2 TO CellIndex
           PERFORM FormatCell
           MOVE GrInterviews(QuestionIndex, GroupRowIndex) TO CellValue
           MOVE 3 TO CellIndex
           PERFORM FormatCell
           MOVE GrOffers(QuestionIndex, GroupRowIndex) TO CellValue
           MOVE 4 TO CellIndex
           PERFORM FormatCell
           MOVE GrPlaced(QuestionIndex, GroupRowIndex) TO CellValue
           MOVE 5 TO CellIndex
           PERFORM FormatCell
           MOVE SPACES TO CurrentMessage
           STRING "  " DELIMITED BY SIZE
               RowLabel DELIMITED BY SIZE
               CellText(1) DELIMITED BY SIZE
               CellText(2) DELIMITED BY SIZE
               CellText(3) DELIMITED BY SIZE
               CellText(4) DELIMITED BY SIZE
               CellText(5) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteBurstReportLine.

       FormatCell.
           IF CellValue < MinCellCount
               MOVE "            *" TO CellText(CellIndex)
           ELSE
               MOVE CellValue TO CellEdit
               MOVE CellEdit TO CellText(CellIndex)
           END-IF.

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "DIVERSITY" TO ControlStep
           MOVE "self_id.dat" TO ControlFileName
           MOVE SelfIdReadCount TO ControlReadCount
           MOVE RespondentCount TO ControlWrittenCount
           MOVE 0 TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "SelfIdLabels.cob".

       COPY "ReportFormat.cob".

       COPY "ReportBurst.cob".

       COPY "Journal.cob".

IDENTIFICATION DIVISION.
       PROGRAM-ID. ReferralConversionReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ReferralFile ASSIGN TO "referrals.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ApplicationFile ASSIGN TO "applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TermCalendarFile ASSIGN TO "term_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile
               ASSIGN TO "output/ReferralConversionReport.txt"
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
       FD ReferralFile.
       01 ReferralRecord.
           05 ReferralStudent PIC X(20).
           05 ReferralReferrer PIC X(20).
           05 ReferralJobId PIC 9(5).
           05 ReferralJobTitle PIC X(50).
           05 ReferralEmployer PIC X(50).
           05 ReferralStatus PIC X(10).
           05 ReferralNote PIC X(100).
           05 ReferralAskedDate PIC X(10).
           05 ReferralDecidedDate PIC X(10).

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

       FD TermCalendarFile.
       01 TermCalendarRecord.
           05 TermCode PIC X(6).
           05 TermName PIC X(20).
           05 TermStartDate PIC X(10).
           05 TermEndDate PIC X(10).
           05 TermGradesDueDate PIC X(10).
           05 TermCommencementDate PIC X(10).
           05 TermClosedDate PIC X(10).

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
       01 EOF-ReferralFile PIC X VALUE 'N'.
       01 EOF-ApplicationFile PIC X VALUE 'N'.

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

      *> The report window is the term being closed out, or every date
      *> on file when there is no term calendar.
       01 ReportTermCode PIC X(6) VALUE SPACES.
       01 WindowStart PIC X(10) VALUE "0000-00-00".
       01 WindowEnd PIC X(10) VALUE "9999-99-99".

       01 ReferralsReadCount PIC 9(6) VALUE 0.
       01 AskedCount PIC 9(5) VALUE 0.
       01 EndorsedCount PIC 9(5) VALUE 0.
       01 DeclinedCount PIC 9(5) VALUE 0.
       01 WaitingCount PIC 9(5) VALUE 0.
       01 ApplicationsReadCount PIC 9(6) VALUE 0.
       01 TermAppCount PIC 9(6) VALUE 0.

      *> Endorsed referrals, whenever given, by student and JobId.
       01 EndorsedTable.
           05 EndorsedEntry OCCURS 3000 TIMES.
               10 EnStudent PIC X(20).
               10 EnJobId PIC 9(5).
       01 EndorsedTableCount PIC 9(4) VALUE 0.
       01 EndorsedIndex PIC 9(4) VALUE 0.
       01 AppReferred PIC X VALUE 'N'.

       01 ConversionTable.
           05 ConversionEntry OCCURS 500 TIMES.
               10 CvEmployer PIC X(50).
               10 CvReferredApps PIC 9(5).
               10 CvReferredHired PIC 9(5).
               10 CvOtherApps PIC 9(5).
               10 CvOtherHired PIC 9(5).
       01 ConversionCount PIC 9(3) VALUE 0.
       01 ConversionIndex PIC 9(3) VALUE 0.
       01 ConversionMatch PIC 9(3) VALUE 0.
       01 TotalReferredApps PIC 9(6) VALUE 0.
       01 TotalReferredHired PIC 9(6) VALUE 0.
       01 TotalOtherApps PIC 9(6) VALUE 0.
       01 TotalOtherHired PIC 9(6) VALUE 0.

       01 RateWorkApps PIC 9(6) VALUE 0.
       01 RateWorkHired PIC 9(6) VALUE 0.
       01 RatePercent PIC 9(3) VALUE 0.
       01 RateDisplay PIC ZZ9.
       01 RateText PIC X(4).
       01 ReferredRateText PIC X(4).
       01 CountDisplayA PIC ZZZZ9.
       01 CountDisplayB PIC ZZZZ9.
       01 CountDisplayC PIC ZZZZ9.
       01 CountDisplayD PIC ZZZZ9.
       01 ConversionColumnHeading PIC X(132).

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
       01 JournalProgramName PIC X(24) VALUE "ReferralConversionReport".
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
           MOVE RunDate TO TermAsOfDate
           PERFORM DetermineTermContext
           IF TermEndDue = 'Y'
               MOVE TermEndingCode TO ReportTermCode
           ELSE
               MOVE TermCurrentCode TO ReportTermCode
           END-IF
           IF ReportTermCode NOT = SPACES
               PERFORM FindReportTermDates
           END-IF

           PERFORM ScanReferrals
           PERFORM ScanApplications
           PERFORM PrintConversionReport

           MOVE SPACES TO CurrentMessage
           STRING "Referral conversion report: " DELIMITED BY SIZE
               TotalReferredApps DELIMITED BY SIZE
               " referred application(s), " DELIMITED BY SIZE
               TotalReferredHired DELIMITED BY SIZE
               " hired." DELIMITED BY SIZE
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

       COPY "TermCalendar.cob".

       FindReportTermDates.
           MOVE 'N' TO EOF-TermCalendarFile
           OPEN INPUT TermCalendarFile
           PERFORM UNTIL EOF-TermCalendarFile = 'Y'
               READ TermCalendarFile INTO TermCalendarRecord
               AT END
                   MOVE 'Y' TO EOF-TermCalendarFile
               NOT AT END
                   IF TermCode IN TermCalendarRecord = ReportTermCode
                       MOVE TermStartDate IN TermCalendarRecord
                           TO WindowStart
                       MOVE TermEndDate IN TermCalendarRecord TO WindowEnd
                   END-IF
               END-READ
           END-PERFORM
           CLOSE TermCalendarFile.

       ScanReferrals.
           MOVE 'N' TO EOF-ReferralFile
           OPEN INPUT ReferralFile
           PERFORM UNTIL EOF-ReferralFile = 'Y'
               READ ReferralFile INTO ReferralRecord
               AT END
                   MOVE 'Y' TO EOF-ReferralFile
               NOT AT END
                   ADD 1 TO ReferralsReadCount
                   PERFORM TallyReferral
               END-READ
           END-PERFORM
           CLOSE ReferralFile.

       TallyReferral.
           IF ReferralAskedDate >= WindowStart AND
              ReferralAskedDate <= WindowEnd
               ADD 1 TO AskedCount
               EVALUATE FUNCTION TRIM(ReferralStatus)
                   WHEN "Endorsed"
                       ADD 1 TO EndorsedCount
                   WHEN "Declined"
                       ADD 1 TO DeclinedCount
                   WHEN OTHER
                       ADD 1 TO WaitingCount
               END-EVALUATE
           END-IF
           IF FUNCTION TRIM(ReferralStatus) = "Endorsed" AND
              EndorsedTableCount < 3000
               ADD 1 TO EndorsedTableCount
               MOVE ReferralStudent TO EnStudent(EndorsedTableCount)
               MOVE ReferralJobId TO EnJobId(EndorsedTableCount)
           END-IF.

      *> The population is the applications made during the window;
      *> an application counts as referred when a connection endorsed it.
       ScanApplications.
           MOVE 'N' TO EOF-ApplicationFile
           OPEN INPUT ApplicationFile
           PERFORM UNTIL EOF-ApplicationFile = 'Y'
               READ ApplicationFile INTO ApplicationRecord
               AT END
                   MOVE 'Y' TO EOF-ApplicationFile
               NOT AT END
                   ADD 1 TO ApplicationsReadCount
                   IF CreatedDate IN ApplicationRecord >= WindowStart AND
                      CreatedDate IN ApplicationRecord <= WindowEnd AND
                      AppJobId IS NUMERIC AND AppJobId > 0
                       ADD 1 TO TermAppCount
                       PERFORM TallyApplication
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ApplicationFile.

       TallyApplication.
           MOVE 'N' TO AppReferred
           PERFORM VARYING EndorsedIndex FROM 1 BY 1
               UNTIL EndorsedIndex > EndorsedTableCount OR AppReferred = 'Y'
               IF EnStudent(EndorsedIndex) = AppUsername AND
                  EnJobId(EndorsedIndex) = AppJobId
                   MOVE 'Y' TO AppReferred
               END-IF
           END-PERFORM

           MOVE 0 TO ConversionMatch
           PERFORM VARYING ConversionIndex FROM 1 BY 1
               UNTIL ConversionIndex > ConversionCount OR ConversionMatch > 0
               IF CvEmployer(ConversionIndex) = AppJobEmployer
                   MOVE ConversionIndex TO ConversionMatch
               END-IF
           END-PERFORM
           IF ConversionMatch = 0 AND ConversionCount < 500
               ADD 1 TO ConversionCount
               MOVE ConversionCount TO ConversionMatch
               INITIALIZE ConversionEntry(ConversionMatch)
               MOVE AppJobEmployer TO CvEmployer(ConversionMatch)
           END-IF

           IF AppReferred = 'Y'
               ADD 1 TO TotalReferredApps
               IF FUNCTION TRIM(AppStatus) = "Hired"
                   ADD 1 TO TotalReferredHired
               END-IF
           ELSE
               ADD 1 TO TotalOtherApps
               IF FUNCTION TRIM(AppStatus) = "Hired"
                   ADD 1 TO TotalOtherHired
               END-IF
           END-IF
           IF ConversionMatch > 0
               IF AppReferred = 'Y'
                   ADD 1 TO CvReferredApps(ConversionMatch)
                   IF FUNCTION TRIM(AppStatus) = "Hired"
                       ADD 1 TO CvReferredHired(ConversionMatch)
                   END-IF
               ELSE
                   ADD 1 TO CvOtherApps(ConversionMatch)
                   IF FUNCTION TRIM(AppStatus) = "Hired"
                       ADD 1 TO CvOtherHired(ConversionMatch)
                   END-IF
               END-IF
           END-IF.

       PrintConversionReport.
           OPEN OUTPUT ReportFile
           MOVE SPACES TO ReportTitle
           IF ReportTermCode NOT = SPACES
               STRING "InCollege Referral-to-Hire Conversion  Term "
                   DELIMITED BY SIZE
                   ReportTermCode DELIMITED BY SIZE
                   INTO ReportTitle
           ELSE
               MOVE "InCollege Referral-to-Hire Conversion" TO ReportTitle
           END-IF
           MOVE RunDate TO ReportRunDate
           MOVE "ReferralConversionReport" TO BurstReportName
           MOVE RunDate TO BurstRunDate
           PERFORM StartReportBurst

           MOVE SPACES TO CurrentMessage
           IF ReportTermCode NOT = SPACES
               STRING "Applications and referral requests made " DELIMITED BY SIZE
                   WindowStart DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   WindowEnd DELIMITED BY SIZE
                   INTO CurrentMessage
           ELSE
               MOVE "No term calendar on file; all applications and referral requests."
                   TO CurrentMessage
           END-IF
           PERFORM WriteBurstReportLine
           MOVE " " TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE AskedCount TO CountDisplayA
           MOVE EndorsedCount TO CountDisplayB
           MOVE DeclinedCount TO CountDisplayC
           MOVE WaitingCount TO CountDisplayD
           MOVE SPACES TO CurrentMessage
           STRING "Referral requests: " DELIMITED BY SIZE
               FUNCTION TRIM(CountDisplayA) DELIMITED BY SIZE
               "  endorsed " DELIMITED BY SIZE
               FUNCTION TRIM(CountDisplayB) DELIMITED BY SIZE
               "  declined " DELIMITED BY SIZE
               FUNCTION TRIM(CountDisplayC) DELIMITED BY SIZE
               "  still waiting " DELIMITED BY SIZE
               FUNCTION TRIM(CountDisplayD) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE " " TO CurrentMessage
           PERFORM WriteBurstReportLine

           MOVE SPACES TO CurrentMessage
           STRING "Employer                                 " DELIMITED BY SIZE
               "Referred  Hired  Rate     Other  Hired  Rate" DELIMITED BY SIZE
               INTO CurrentMessage
           MOVE CurrentMessage TO ConversionColumnHeading
           PERFORM WriteBurstReportLine
           PERFORM VARYING ConversionIndex FROM 1 BY 1
               UNTIL ConversionIndex > ConversionCount
               IF CvReferredApps(ConversionIndex) > 0
                   PERFORM PrintEmployerConversion
               END-IF
           END-PERFORM
           IF TotalReferredApps = 0
               MOVE "  (no referred applications in this period)"
                   TO CurrentMessage
               PERFORM WriteBurstReportLine
           END-IF

           MOVE " " TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE TotalReferredApps TO RateWorkApps
           MOVE TotalReferredHired TO RateWorkHired
           PERFORM FormatHireRate
           MOVE RateText TO ReferredRateText
           MOVE TotalOtherApps TO RateWorkApps
           MOVE TotalOtherHired TO RateWorkHired
           PERFORM FormatHireRate
           MOVE TotalReferredApps TO CountDisplayA
           MOVE TotalReferredHired TO CountDisplayB
           MOVE TotalOtherApps TO CountDisplayC
           MOVE TotalOtherHired TO CountDisplayD
           MOVE SPACES TO CurrentMessage
           STRING "All employers                            " DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               CountDisplayA DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CountDisplayB DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ReferredRateText DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               CountDisplayC DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CountDisplayD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RateText DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteBurstReportLine
           PERFORM FinishReport
           PERFORM FinishReportBurst
           CLOSE ReportFile.

       PrintEmployerConversion.
           MOVE CvReferredApps(ConversionIndex) TO RateWorkApps
           MOVE CvReferredHired(ConversionIndex) TO RateWorkHired
           PERFORM FormatHireRate
           MOVE RateText TO ReferredRateText
           MOVE CvOtherApps(ConversionIndex) TO RateWorkApps
           MOVE CvOtherHired(ConversionIndex) TO RateWorkHired
           PERFORM FormatHireRate
           MOVE CvReferredApps(ConversionIndex) TO CountDisplayA
           MOVE CvReferredHired(ConversionIndex) TO CountDisplayB
           MOVE CvOtherApps(ConversionIndex) TO CountDisplayC
           MOVE CvOtherHired(ConversionIndex) TO CountDisplayD
           MOVE SPACES TO CurrentMessage
           STRING CvEmployer(ConversionIndex)(1:40) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               CountDisplayA DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CountDisplayB DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ReferredRateText DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               CountDisplayC DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CountDisplayD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RateText DELIMITED BY SIZE
               INTO CurrentMessage
           MOVE "EMPLOYER" TO BurstSectionType
           MOVE CvEmployer(ConversionIndex) TO BurstSectionValue
           MOVE ConversionColumnHeading TO BurstSectionHeading
           PERFORM BeginBurstSection
           PERFORM WriteBurstReportLine
           PERFORM EndBurstSection.

       FormatHireRate.
           IF RateWorkApps > 0
               COMPUTE RatePercent ROUNDED = RateWorkHired * 100 / RateWorkApps
               MOVE RatePercent TO RateDisplay
               MOVE SPACES TO RateText
               STRING RateDisplay DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO RateText
           ELSE
               MOVE " n/a" TO RateText
           END-IF.

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "REFERRALCONV" TO ControlStep
           MOVE "referrals.dat" TO ControlFileName
           MOVE ReferralsReadCount TO ControlReadCount
           MOVE EndorsedTableCount TO ControlWrittenCount
           MOVE 0 TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "ReportFormat.cob".

       COPY "ReportBurst.cob".

       COPY "Journal.cob".

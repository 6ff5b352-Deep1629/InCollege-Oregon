IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployerScorecard.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EmployerFile ASSIGN TO "employers.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JobId OF JobRecord
               ALTERNATE RECORD KEY IS JobUsername OF JobRecord
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EmployerId OF JobRecord
                   WITH DUPLICATES.
           SELECT OPTIONAL JobHistoryFile ASSIGN TO "job_status_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ApplicationFile ASSIGN TO "applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL InterviewFile ASSIGN TO "interviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JobOfferFile ASSIGN TO "offers.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "output/EmployerScorecard.txt"
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
       FD EmployerFile.
       01 EmployerRecord.
           05 EmployerId-Master PIC 9(5).
           05 EmployerName PIC X(50).
           05 EmployerLocation PIC X(50).
           05 EmployerDescription PIC X(200).
           05 EmployerContact PIC X(50).
           05 EmployerParentId PIC 9(5).

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

       FD JobHistoryFile.
       01 JobHistoryRecord.
           05 JshJobId PIC 9(5).
           05 JshOldStatus PIC X(10).
           05 JshNewStatus PIC X(10).
           05 JshChangedBy PIC X(20).
           05 JshTimestamp PIC X(20).
           05 JshApplicant PIC X(20).

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
       01 FixedTimestamp PIC X(20).
       01 CurrentDateTime PIC X(21).
       01 EOF-EmployerFile PIC X VALUE 'N'.
       01 EOF-JobFile PIC X VALUE 'N'.
       01 EOF-JobHistoryFile PIC X VALUE 'N'.
       01 EOF-ApplicationFile PIC X VALUE 'N'.
       01 EOF-InterviewFile PIC X VALUE 'N'.
       01 EOF-JobOfferFile PIC X VALUE 'N'.

       01 EmployerTable.
           05 EmployerEntry OCCURS 500 TIMES.
               10 EtEmployerId PIC 9(5).
               10 EtName PIC X(50).
               10 EtAppCount PIC 9(5).
               10 EtUntouchedWithdrawn PIC 9(5).
               10 EtNeverActioned PIC 9(5).
               10 EtTimedCount PIC 9(5).
               10 EtMedianDays PIC 9(5).
               10 EtNeverPercent PIC 9(3).
               10 EtInterviewCount PIC 9(5).
               10 EtOfferCount PIC 9(5).
               10 EtOffersAccepted PIC 9(5).
               10 EtOffersLapsed PIC 9(5).
               10 EtPostingsClosed PIC 9(5).
               10 EtClosedNoHire PIC 9(5).
               10 EtRankKey PIC 9(8).
       01 EmployerCount PIC 9(3) VALUE 0.
       01 EmployerIndex PIC 9(3) VALUE 0.
       01 EmployerMatch PIC 9(3) VALUE 0.

       01 PostingTable.
           05 PostingEntry OCCURS 3000 TIMES.
               10 PtJobId PIC 9(5).
               10 PtEmployerIndex PIC 9(3).
               10 PtStatus PIC X(10).
               10 PtHired PIC X(1).
       01 PostingCount PIC 9(4) VALUE 0.
       01 PostingIndex PIC 9(4) VALUE 0.
       01 PostingMatch PIC 9(4) VALUE 0.
       01 PostingLookupId PIC 9(5) VALUE 0.

       01 ResponseDaysTable.
           05 ResponseDaysEntry OCCURS 5000 TIMES.
               10 RdEmployerIndex PIC 9(3).
               10 RdDays PIC 9(5).
       01 ResponseDaysCount PIC 9(4) VALUE 0.
       01 ResponseDaysIndex PIC 9(4) VALUE 0.

       01 MedianWorkTable.
           05 MedianWorkDays PIC 9(5) OCCURS 5000 TIMES.
       01 MedianWorkCount PIC 9(4) VALUE 0.
       01 MedianOuter PIC 9(4) VALUE 0.
       01 MedianInner PIC 9(4) VALUE 0.
       01 MedianHold PIC 9(5) VALUE 0.
       01 MedianMiddle PIC 9(4) VALUE 0.
       01 MedianPlaced PIC X VALUE 'N'.

       01 RankOrder.
           05 RankEmployerIndex PIC 9(3) OCCURS 500 TIMES.
       01 RankOuter PIC 9(3) VALUE 0.
       01 RankInner PIC 9(3) VALUE 0.
       01 RankHold PIC 9(3) VALUE 0.
       01 RankPosition PIC 9(3) VALUE 0.

       01 FirstActionDate PIC X(10).
       01 AppliedDateNum PIC 9(8) VALUE 0.
       01 ActionDateNum PIC 9(8) VALUE 0.
       01 ResponseDays PIC S9(5) VALUE 0.
       01 ApplicationsReadCount PIC 9(6) VALUE 0.
       01 UnmatchedAppCount PIC 9(5) VALUE 0.
       01 ScoredEmployerCount PIC 9(5) VALUE 0.
       01 InterviewRatioDisplay PIC ZZ9.9.
       01 InterviewRatioText PIC X(6).
       01 InterviewsPerOffer PIC 9(3)V9 VALUE 0.
       01 MedianDaysText PIC X(5).
       01 MedianDaysDisplay PIC ZZZZ9.
       01 NeverPercentDisplay PIC ZZ9.
       01 CountDisplayA PIC ZZZZ9.
       01 CountDisplayB PIC ZZZZ9.
       01 CountDisplayC PIC ZZZZ9.
       01 CountDisplayD PIC ZZZZ9.
       01 CountDisplayE PIC ZZZZ9.
       01 CountDisplayF PIC ZZZZ9.
       01 CountDisplayG PIC ZZZZ9.
       01 ActionedDenominator PIC 9(5) VALUE 0.

       01 ReportTitle PIC X(60).
       01 ReportRunDate PIC X(10).
       01 ReportPageNumber PIC 9(3) VALUE 0.
       01 ReportLineCount PIC 9(3) VALUE 0.
       01 ReportPageSize PIC 9(3) VALUE 50.
       01 ReportHeaderLine PIC X(132).
       01 ScorecardColumnHeading PIC X(132).

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
       01 JournalProgramName PIC X(24) VALUE "EmployerScorecard".
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
           PERFORM LoadEmployers
           PERFORM LoadPostings
           PERFORM LoadRemovedPostings
           PERFORM ScanApplications
           PERFORM ScanInterviews
           PERFORM ScanOffers
           PERFORM CountClosedPostings
           PERFORM VARYING EmployerIndex FROM 1 BY 1
               UNTIL EmployerIndex > EmployerCount
               PERFORM ScoreEmployer
           END-PERFORM
           PERFORM RankEmployers
           PERFORM PrintScorecard
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

       LoadEmployers.
           MOVE 'N' TO EOF-EmployerFile
           OPEN INPUT EmployerFile
           PERFORM UNTIL EOF-EmployerFile = 'Y'
               READ EmployerFile INTO EmployerRecord
               AT END
                   MOVE 'Y' TO EOF-EmployerFile
               NOT AT END
                   IF EmployerId-Master IN EmployerRecord IS NUMERIC AND
                      EmployerId-Master IN EmployerRecord > 0 AND
                      EmployerCount < 500
                       ADD 1 TO EmployerCount
                       INITIALIZE EmployerEntry(EmployerCount)
                       MOVE EmployerId-Master IN EmployerRecord
                           TO EtEmployerId(EmployerCount)
                       MOVE EmployerName IN EmployerRecord
                           TO EtName(EmployerCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerFile.

      *> Postings entered before employers.dat existed carry no EmployerId
      *> and are matched on the employer name instead.
       LoadPostings.
           MOVE 'N' TO EOF-JobFile
           OPEN INPUT JobFile
           PERFORM UNTIL EOF-JobFile = 'Y'
               READ JobFile INTO JobRecord
               AT END
                   MOVE 'Y' TO EOF-JobFile
               NOT AT END
                   IF JobId IN JobRecord IS NUMERIC AND
                      JobId IN JobRecord > 0 AND PostingCount < 3000
                       MOVE 0 TO EmployerMatch
                       IF EmployerId IN JobRecord IS NUMERIC AND
                          EmployerId IN JobRecord > 0
                           PERFORM VARYING EmployerIndex FROM 1 BY 1
                               UNTIL EmployerIndex > EmployerCount
                                   OR EmployerMatch > 0
                               IF EtEmployerId(EmployerIndex) =
                                  EmployerId IN JobRecord
                                   MOVE EmployerIndex TO EmployerMatch
                               END-IF
                           END-PERFORM
                       END-IF
                       IF EmployerMatch = 0
                           PERFORM VARYING EmployerIndex FROM 1 BY 1
                               UNTIL EmployerIndex > EmployerCount
                                   OR EmployerMatch > 0
                               IF FUNCTION UPPER-CASE(EtName(EmployerIndex)) =
                                  FUNCTION UPPER-CASE(JobEmployer IN JobRecord)
                                   MOVE EmployerIndex TO EmployerMatch
                               END-IF
                           END-PERFORM
                       END-IF
                       ADD 1 TO PostingCount
                       MOVE JobId IN JobRecord TO PtJobId(PostingCount)
                       MOVE EmployerMatch TO PtEmployerIndex(PostingCount)
                       MOVE JobStatus IN JobRecord TO PtStatus(PostingCount)
                       MOVE 'N' TO PtHired(PostingCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE JobFile.

      *> A removed posting is gone from jobs.dat; its history row is the
      *> only trace. Its employer is picked up from its applications.
       LoadRemovedPostings.
           MOVE 'N' TO EOF-JobHistoryFile
           OPEN INPUT JobHistoryFile
           PERFORM UNTIL EOF-JobHistoryFile = 'Y'
               READ JobHistoryFile INTO JobHistoryRecord
               AT END
                   MOVE 'Y' TO EOF-JobHistoryFile
               NOT AT END
                   IF JshApplicant IN JobHistoryRecord = SPACES AND
                      FUNCTION TRIM(JshNewStatus IN JobHistoryRecord)
                      = "Removed" AND
                      JshJobId IN JobHistoryRecord IS NUMERIC AND
                      JshJobId IN JobHistoryRecord > 0
                       MOVE JshJobId IN JobHistoryRecord TO PostingLookupId
                       PERFORM FindPosting
                       IF PostingMatch = 0 AND PostingCount < 3000
                           ADD 1 TO PostingCount
                           MOVE PostingLookupId TO PtJobId(PostingCount)
                           MOVE 0 TO PtEmployerIndex(PostingCount)
                           MOVE "Removed" TO PtStatus(PostingCount)
                           MOVE 'N' TO PtHired(PostingCount)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE JobHistoryFile.

       FindPosting.
           MOVE 0 TO PostingMatch
           PERFORM VARYING PostingIndex FROM 1 BY 1
               UNTIL PostingIndex > PostingCount OR PostingMatch > 0
               IF PtJobId(PostingIndex) = PostingLookupId
                   MOVE PostingIndex TO PostingMatch
               END-IF
           END-PERFORM.

       ScanApplications.
           MOVE 'N' TO EOF-ApplicationFile
           OPEN INPUT ApplicationFile
           PERFORM UNTIL EOF-ApplicationFile = 'Y'
               READ ApplicationFile INTO ApplicationRecord
               AT END
                   MOVE 'Y' TO EOF-ApplicationFile
               NOT AT END
                   ADD 1 TO ApplicationsReadCount
                   PERFORM ScoreOneApplication
               END-READ
           END-PERFORM
           CLOSE ApplicationFile.

      *> An application counts as actioned from the earliest of a status
      *> change by the poster, an interview invitation or an offer.
      *> Applications the student withdrew before anyone looked at them
      *> are left out of the never-actioned percentage; ones closed out
      *> with their posting, untouched, are counted in it.
       ScoreOneApplication.
           MOVE 0 TO PostingMatch
           IF AppJobId IN ApplicationRecord IS NUMERIC AND
              AppJobId IN ApplicationRecord > 0
               MOVE AppJobId IN ApplicationRecord TO PostingLookupId
               PERFORM FindPosting
           END-IF
           MOVE 0 TO EmployerMatch
           IF PostingMatch > 0
               MOVE PtEmployerIndex(PostingMatch) TO EmployerMatch
           END-IF
           IF EmployerMatch = 0
               PERFORM VARYING EmployerIndex FROM 1 BY 1
                   UNTIL EmployerIndex > EmployerCount OR EmployerMatch > 0
                   IF FUNCTION UPPER-CASE(EtName(EmployerIndex)) =
                      FUNCTION UPPER-CASE(AppJobEmployer IN ApplicationRecord)
                       MOVE EmployerIndex TO EmployerMatch
                   END-IF
               END-PERFORM
               IF PostingMatch > 0
                   MOVE EmployerMatch TO PtEmployerIndex(PostingMatch)
               END-IF
           END-IF
           IF EmployerMatch = 0
               ADD 1 TO UnmatchedAppCount
           ELSE
               ADD 1 TO EtAppCount(EmployerMatch)
               IF PostingMatch > 0 AND
                  FUNCTION TRIM(AppStatus IN ApplicationRecord) = "Hired"
                   MOVE 'Y' TO PtHired(PostingMatch)
               END-IF
               PERFORM FindFirstAction
               EVALUATE TRUE
                   WHEN FirstActionDate NOT = SPACES
                       PERFORM RecordResponseDays
                   WHEN FUNCTION TRIM(AppStatus IN ApplicationRecord)
                        = "Withdrawn"
                       ADD 1 TO EtUntouchedWithdrawn(EmployerMatch)
                   WHEN FUNCTION TRIM(AppStatus IN ApplicationRecord)
                        = SPACES
                     OR FUNCTION TRIM(AppStatus IN ApplicationRecord)
                        = "Submitted"
                     OR FUNCTION TRIM(AppStatus IN ApplicationRecord)
                        = "Closed"
                       ADD 1 TO EtNeverActioned(EmployerMatch)
                   WHEN OTHER
      *> Moved on before status changes were dated: actioned, but with
      *> no response time to measure.
                       CONTINUE
               END-EVALUATE
           END-IF.

       FindFirstAction.
           MOVE SPACES TO FirstActionDate
           MOVE 'N' TO EOF-JobHistoryFile
           OPEN INPUT JobHistoryFile
           PERFORM UNTIL EOF-JobHistoryFile = 'Y'
               READ JobHistoryFile INTO JobHistoryRecord
               AT END
                   MOVE 'Y' TO EOF-JobHistoryFile
               NOT AT END
                   IF JshApplicant IN JobHistoryRecord =
                      AppUsername IN ApplicationRecord AND
                      JshJobId IN JobHistoryRecord =
                      AppJobId IN ApplicationRecord
                       IF FirstActionDate = SPACES OR
                          JshTimestamp IN JobHistoryRecord (1:10)
                          < FirstActionDate
                           MOVE JshTimestamp IN JobHistoryRecord (1:10)
                               TO FirstActionDate
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE JobHistoryFile

           MOVE 'N' TO EOF-InterviewFile
           OPEN INPUT InterviewFile
           PERFORM UNTIL EOF-InterviewFile = 'Y'
               READ InterviewFile INTO InterviewRecord
               AT END
                   MOVE 'Y' TO EOF-InterviewFile
               NOT AT END
                   IF IntvApplicant IN InterviewRecord =
                      AppUsername IN ApplicationRecord AND
                      IntvJobId IN InterviewRecord =
                      AppJobId IN ApplicationRecord AND
                      IntvOfferedDate IN InterviewRecord NOT = SPACES
                       IF FirstActionDate = SPACES OR
                          IntvOfferedDate IN InterviewRecord
                          < FirstActionDate
                           MOVE IntvOfferedDate IN InterviewRecord
                               TO FirstActionDate
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE InterviewFile

           MOVE 'N' TO EOF-JobOfferFile
           OPEN INPUT JobOfferFile
           PERFORM UNTIL EOF-JobOfferFile = 'Y'
               READ JobOfferFile INTO JobOfferRecord
               AT END
                   MOVE 'Y' TO EOF-JobOfferFile
               NOT AT END
                   IF OfferApplicant IN JobOfferRecord =
                      AppUsername IN ApplicationRecord AND
                      OfferJobId IN JobOfferRecord =
                      AppJobId IN ApplicationRecord AND
                      OfferDate IN JobOfferRecord NOT = SPACES
                       IF FirstActionDate = SPACES OR
                          OfferDate IN JobOfferRecord < FirstActionDate
                           MOVE OfferDate IN JobOfferRecord
                               TO FirstActionDate
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE JobOfferFile.

       RecordResponseDays.
           IF FirstActionDate(1:4) IS NUMERIC AND
              FirstActionDate(6:2) IS NUMERIC AND
              FirstActionDate(9:2) IS NUMERIC AND
              CreatedDate IN ApplicationRecord (1:4) IS NUMERIC AND
              CreatedDate IN ApplicationRecord (6:2) IS NUMERIC AND
              CreatedDate IN ApplicationRecord (9:2) IS NUMERIC
               COMPUTE AppliedDateNum =
                   FUNCTION NUMVAL(CreatedDate IN ApplicationRecord (1:4))
                       * 10000 +
                   FUNCTION NUMVAL(CreatedDate IN ApplicationRecord (6:2))
                       * 100 +
                   FUNCTION NUMVAL(CreatedDate IN ApplicationRecord (9:2))
               COMPUTE ActionDateNum =
                   FUNCTION NUMVAL(FirstActionDate(1:4)) * 10000 +
                   FUNCTION NUMVAL(FirstActionDate(6:2)) * 100 +
                   FUNCTION NUMVAL(FirstActionDate(9:2))
               IF FUNCTION TEST-DATE-YYYYMMDD(AppliedDateNum) = 0 AND
                  FUNCTION TEST-DATE-YYYYMMDD(ActionDateNum) = 0
                   COMPUTE ResponseDays =
                       FUNCTION INTEGER-OF-DATE(ActionDateNum) -
                       FUNCTION INTEGER-OF-DATE(AppliedDateNum)
                   IF ResponseDays < 0
                       MOVE 0 TO ResponseDays
                   END-IF
                   IF ResponseDaysCount < 5000
                       ADD 1 TO ResponseDaysCount
                       MOVE EmployerMatch
                           TO RdEmployerIndex(ResponseDaysCount)
                       MOVE ResponseDays TO RdDays(ResponseDaysCount)
                       ADD 1 TO EtTimedCount(EmployerMatch)
                   END-IF
               END-IF
           END-IF.

       ScanInterviews.
           MOVE 'N' TO EOF-InterviewFile
           OPEN INPUT InterviewFile
           PERFORM UNTIL EOF-InterviewFile = 'Y'
               READ InterviewFile INTO InterviewRecord
               AT END
                   MOVE 'Y' TO EOF-InterviewFile
               NOT AT END
                   IF FUNCTION TRIM(IntvStatus IN InterviewRecord)
                      NOT = "Cancelled"
                       MOVE IntvJobId IN InterviewRecord TO PostingLookupId
                       PERFORM FindPosting
                       IF PostingMatch > 0
                           IF PtEmployerIndex(PostingMatch) > 0
                               ADD 1 TO EtInterviewCount
                                   (PtEmployerIndex(PostingMatch))
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE InterviewFile.

       ScanOffers.
           MOVE 'N' TO EOF-JobOfferFile
           OPEN INPUT JobOfferFile
           PERFORM UNTIL EOF-JobOfferFile = 'Y'
               READ JobOfferFile INTO JobOfferRecord
               AT END
                   MOVE 'Y' TO EOF-JobOfferFile
               NOT AT END
                   MOVE OfferJobId IN JobOfferRecord TO PostingLookupId
                   PERFORM FindPosting
                   IF PostingMatch > 0
                       IF FUNCTION TRIM(OfferStatus IN JobOfferRecord)
                          = "Accepted"
                           MOVE 'Y' TO PtHired(PostingMatch)
                       END-IF
                       MOVE PtEmployerIndex(PostingMatch) TO EmployerMatch
                       IF EmployerMatch > 0
                           ADD 1 TO EtOfferCount(EmployerMatch)
                           EVALUATE FUNCTION TRIM(OfferStatus IN JobOfferRecord)
                               WHEN "Accepted"
                                   ADD 1 TO EtOffersAccepted(EmployerMatch)
                               WHEN "Lapsed"
                                   ADD 1 TO EtOffersLapsed(EmployerMatch)
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE JobOfferFile.

       CountClosedPostings.
           PERFORM VARYING PostingIndex FROM 1 BY 1
               UNTIL PostingIndex > PostingCount
               IF PtEmployerIndex(PostingIndex) > 0
                   IF FUNCTION TRIM(PtStatus(PostingIndex)) = "Filled" OR
                      FUNCTION TRIM(PtStatus(PostingIndex)) = "Expired" OR
                      FUNCTION TRIM(PtStatus(PostingIndex)) = "Removed"
                       ADD 1 TO EtPostingsClosed
                           (PtEmployerIndex(PostingIndex))
                       IF PtHired(PostingIndex) = 'N'
                           ADD 1 TO EtClosedNoHire
                               (PtEmployerIndex(PostingIndex))
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> Worst first: the share of applications never actioned leads, and
      *> the median wait breaks ties. Employers with no applications sort
      *> to the bottom.
       ScoreEmployer.
           MOVE 0 TO MedianWorkCount
           PERFORM VARYING ResponseDaysIndex FROM 1 BY 1
               UNTIL ResponseDaysIndex > ResponseDaysCount
               IF RdEmployerIndex(ResponseDaysIndex) = EmployerIndex
                   ADD 1 TO MedianWorkCount
                   MOVE RdDays(ResponseDaysIndex)
                       TO MedianWorkDays(MedianWorkCount)
               END-IF
           END-PERFORM
           MOVE 0 TO EtMedianDays(EmployerIndex)
           IF MedianWorkCount > 0
               PERFORM SortMedianWork
               IF FUNCTION MOD(MedianWorkCount, 2) = 1
                   COMPUTE MedianMiddle = (MedianWorkCount + 1) / 2
                   MOVE MedianWorkDays(MedianMiddle)
                       TO EtMedianDays(EmployerIndex)
               ELSE
                   COMPUTE MedianMiddle = MedianWorkCount / 2
                   COMPUTE EtMedianDays(EmployerIndex) =
                       (MedianWorkDays(MedianMiddle) +
                        MedianWorkDays(MedianMiddle + 1)) / 2
               END-IF
           END-IF

           MOVE 0 TO EtNeverPercent(EmployerIndex)
           COMPUTE ActionedDenominator = EtAppCount(EmployerIndex) -
               EtUntouchedWithdrawn(EmployerIndex)
           IF ActionedDenominator > 0
               COMPUTE EtNeverPercent(EmployerIndex) ROUNDED =
                   EtNeverActioned(EmployerIndex) * 100 / ActionedDenominator
           END-IF

           MOVE 0 TO EtRankKey(EmployerIndex)
           IF EtAppCount(EmployerIndex) > 0
               COMPUTE EtRankKey(EmployerIndex) =
                   (EtNeverPercent(EmployerIndex) + 1) * 100000 +
                   EtMedianDays(EmployerIndex)
           END-IF.

       SortMedianWork.
           PERFORM VARYING MedianOuter FROM 2 BY 1
               UNTIL MedianOuter > MedianWorkCount
               MOVE MedianWorkDays(MedianOuter) TO MedianHold
               MOVE MedianOuter TO MedianInner
               MOVE 'N' TO MedianPlaced
               PERFORM UNTIL MedianPlaced = 'Y'
                   IF MedianInner < 2
                       MOVE 'Y' TO MedianPlaced
                   ELSE
                       IF MedianWorkDays(MedianInner - 1) > MedianHold
                           MOVE MedianWorkDays(MedianInner - 1)
                               TO MedianWorkDays(MedianInner)
                           SUBTRACT 1 FROM MedianInner
                       ELSE
                           MOVE 'Y' TO MedianPlaced
                       END-IF
                   END-IF
               END-PERFORM
               MOVE MedianHold TO MedianWorkDays(MedianInner)
           END-PERFORM.

       RankEmployers.
           PERFORM VARYING RankOuter FROM 1 BY 1
               UNTIL RankOuter > EmployerCount
               MOVE RankOuter TO RankEmployerIndex(RankOuter)
           END-PERFORM
           PERFORM VARYING RankOuter FROM 1 BY 1
               UNTIL RankOuter >= EmployerCount
               PERFORM VARYING RankInner FROM 1 BY 1
                   UNTIL RankInner > EmployerCount - RankOuter
                   IF EtRankKey(RankEmployerIndex(RankInner)) <
                      EtRankKey(RankEmployerIndex(RankInner + 1))
                       MOVE RankEmployerIndex(RankInner) TO RankHold
                       MOVE RankEmployerIndex(RankInner + 1)
                           TO RankEmployerIndex(RankInner)
                       MOVE RankHold TO RankEmployerIndex(RankInner + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PrintScorecard.
           OPEN OUTPUT ReportFile
           MOVE "InCollege Employer Responsiveness Scorecard" TO ReportTitle
           MOVE RunDate TO ReportRunDate
           MOVE "EmployerScorecard" TO BurstReportName
           MOVE RunDate TO BurstRunDate
           PERFORM StartReportBurst
           MOVE "Worst first: % of applications never actioned, then median"
               TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE "days from application to the employer's first action."
               TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE " " TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Rank Id    Employer                       "
               DELIMITED BY SIZE
               " Apps NoAct% MedDays  Intvw Offers Int:Off"
               DELIMITED BY SIZE
               " Accept Lapsed Closed NoHire" DELIMITED BY SIZE
               INTO CurrentMessage
           MOVE CurrentMessage TO ScorecardColumnHeading
           PERFORM WriteBurstReportLine

           MOVE 0 TO RankPosition
           PERFORM VARYING RankOuter FROM 1 BY 1
               UNTIL RankOuter > EmployerCount
               MOVE RankEmployerIndex(RankOuter) TO EmployerIndex
               IF EtAppCount(EmployerIndex) > 0 OR
                  EtPostingsClosed(EmployerIndex) > 0
                   ADD 1 TO RankPosition
                   ADD 1 TO ScoredEmployerCount
                   PERFORM PrintEmployerLine
               END-IF
           END-PERFORM
           IF ScoredEmployerCount = 0
               MOVE "  (no employer activity on file)" TO CurrentMessage
               PERFORM WriteBurstReportLine
           END-IF

           MOVE " " TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Applications read: " DELIMITED BY SIZE
               ApplicationsReadCount DELIMITED BY SIZE
               "  not linked to a listed employer: " DELIMITED BY SIZE
               UnmatchedAppCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteBurstReportLine
           PERFORM FinishReport
           PERFORM FinishReportBurst
           CLOSE ReportFile.

       PrintEmployerLine.
           IF EtTimedCount(EmployerIndex) > 0
               MOVE EtMedianDays(EmployerIndex) TO MedianDaysDisplay
               MOVE MedianDaysDisplay TO MedianDaysText
           ELSE
               MOVE "  n/a" TO MedianDaysText
           END-IF
           IF EtOfferCount(EmployerIndex) > 0
               COMPUTE InterviewsPerOffer ROUNDED =
                   EtInterviewCount(EmployerIndex) /
                   EtOfferCount(EmployerIndex)
                   ON SIZE ERROR
                       MOVE 999.9 TO InterviewsPerOffer
               END-COMPUTE
               MOVE InterviewsPerOffer TO InterviewRatioDisplay
               MOVE SPACES TO InterviewRatioText
               STRING InterviewRatioDisplay DELIMITED BY SIZE
                   ":1" DELIMITED BY SIZE
                   INTO InterviewRatioText
           ELSE
               MOVE "   n/a" TO InterviewRatioText
           END-IF
           MOVE EtNeverPercent(EmployerIndex) TO NeverPercentDisplay
           MOVE EtAppCount(EmployerIndex) TO CountDisplayA
           MOVE EtInterviewCount(EmployerIndex) TO CountDisplayB
           MOVE EtOfferCount(EmployerIndex) TO CountDisplayC
           MOVE EtOffersAccepted(EmployerIndex) TO CountDisplayD
           MOVE EtOffersLapsed(EmployerIndex) TO CountDisplayE
           MOVE EtPostingsClosed(EmployerIndex) TO CountDisplayF
           MOVE EtClosedNoHire(EmployerIndex) TO CountDisplayG
           MOVE SPACES TO CurrentMessage
           STRING RankPosition DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EtEmployerId(EmployerIndex) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EtName(EmployerIndex)(1:30) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CountDisplayA DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               NeverPercentDisplay DELIMITED BY SIZE
               "%   " DELIMITED BY SIZE
               MedianDaysText DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CountDisplayB DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CountDisplayC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               InterviewRatioText DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CountDisplayD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CountDisplayE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CountDisplayF DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CountDisplayG DELIMITED BY SIZE
               INTO CurrentMessage
           MOVE "EMPLOYER" TO BurstSectionType
           MOVE EtName(EmployerIndex) TO BurstSectionValue
           MOVE ScorecardColumnHeading TO BurstSectionHeading
           PERFORM BeginBurstSection
           PERFORM WriteBurstReportLine
           PERFORM EndBurstSection.

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "EMPSCORECARD" TO ControlStep
           MOVE "applications.dat" TO ControlFileName
           MOVE ApplicationsReadCount TO ControlReadCount
           MOVE ScoredEmployerCount TO ControlWrittenCount
           MOVE UnmatchedAppCount TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "ReportFormat.cob".

       COPY "ReportBurst.cob".

       COPY "Journal.cob".

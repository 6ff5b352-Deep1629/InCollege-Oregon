IDENTIFICATION DIVISION.
       PROGRAM-ID. AccommodationReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AccommodationFile
               ASSIGN TO "accommodations.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EventFile ASSIGN TO "events.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EventOccurrenceFile
               ASSIGN TO "event_occurrences.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL InterviewFile ASSIGN TO "interviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CareerFairFile ASSIGN TO "career_fairs.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile
               ASSIGN TO "output/AccommodationReport.txt"
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
       FD AccommodationFile.
       01 AccommodationRecord.
           05 AccomId PIC 9(5).
           05 AccomUsername PIC X(20).
           05 AccomType PIC X(1).
           05 AccomRefId PIC 9(5).
           05 AccomRefTitle PIC X(50).
           05 AccomRefDate PIC X(10).
           05 AccomHost PIC X(20).
           05 AccomNeed PIC X(30).
           05 AccomDetail PIC X(200).
           05 AccomStatus PIC X(10).
           05 AccomRequestDate PIC X(10).
           05 AccomReviewer PIC X(20).
           05 AccomReviewDate PIC X(10).
           05 AccomReviewNote PIC X(100).

       FD EventFile.
       01 EventRecord.
           05 EventId PIC 9(5).
           05 EventTitle PIC X(50).
           05 EventDate PIC X(10).
           05 EventLocation PIC X(50).
           05 EventDescription PIC X(200).
           05 EventHost PIC X(20).
           05 EventCapacity PIC 9(3).

       FD EventOccurrenceFile.
       01 EventOccurrenceRecord.
           05 OccEventId PIC 9(5).
           05 OccSeriesId PIC 9(5).
           05 OccStatus PIC X(10).
           05 OccChangedBy PIC X(20).
           05 OccChangedDate PIC X(10).

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

       FD CareerFairFile.
       01 CareerFairRecord.
           05 FairId PIC 9(3).
           05 FairName PIC X(50).
           05 FairDate PIC X(10).
           05 FairLocation PIC X(50).
           05 FairCoordinator PIC X(20).

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
       01 EOF-AccommodationFile PIC X VALUE 'N'.
       01 EOF-EventFile PIC X VALUE 'N'.
       01 EOF-EventOccurrenceFile PIC X VALUE 'N'.
       01 EOF-InterviewFile PIC X VALUE 'N'.
       01 EOF-CareerFairFile PIC X VALUE 'N'.

      *> Pending requests whose event, interview or fair falls on or
      *> before WindowEndDate are listed, day by day, so disability
      *> services has two weeks to arrange them.
       01 AccomWindowDays PIC 9(2) VALUE 14.
       01 WindowEndNum PIC 9(8) VALUE 0.
       01 WindowEndDate PIC X(10) VALUE "9999-99-99".
       01 DayNum PIC 9(8) VALUE 0.
       01 DayDate PIC X(10).
       01 DayOffset PIC 9(2) VALUE 0.

       01 AccomReadCount PIC 9(6) VALUE 0.
       01 OutstandingCount PIC 9(5) VALUE 0.
       01 UnscheduledCount PIC 9(5) VALUE 0.
       01 CancelledCount PIC 9(5) VALUE 0.

      *> Pending requests, with the live date taken from the event,
      *> interview or fair rather than the date held on the request.
       01 PendingTable.
           05 PendingEntry OCCURS 2000 TIMES.
               10 PdId PIC 9(5).
               10 PdUsername PIC X(20).
               10 PdType PIC X(1).
               10 PdRefId PIC 9(5).
               10 PdTitle PIC X(50).
               10 PdDate PIC X(10).
               10 PdHost PIC X(20).
               10 PdNeed PIC X(30).
               10 PdCancelled PIC X(1).
       01 PendingCount PIC 9(4) VALUE 0.
       01 PendingIndex PIC 9(4) VALUE 0.
       01 PdTypeText PIC X(9).
       01 PdFlagText PIC X(11).

       01 HostTable.
           05 HostEntry OCCURS 500 TIMES.
               10 HtHost PIC X(20).
       01 HostCount PIC 9(3) VALUE 0.
       01 HostIndex PIC 9(3) VALUE 0.
       01 HostMatch PIC 9(3) VALUE 0.

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
       01 JournalProgramName PIC X(24) VALUE "AccommodationReport".
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
           PERFORM LoadPendingRequests
           PERFORM ApplyEventDates
           PERFORM ApplyCancelledOccurrences
           PERFORM ApplyInterviewDates
           PERFORM ApplyFairDates
           PERFORM PrintAccommodationReport

           MOVE SPACES TO CurrentMessage
           STRING "Accommodation report: " DELIMITED BY SIZE
               OutstandingCount DELIMITED BY SIZE
               " outstanding request(s) due within " DELIMITED BY SIZE
               AccomWindowDays DELIMITED BY SIZE
               " days." DELIMITED BY SIZE
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
           END-IF
           IF RunDateNum > 0
               COMPUTE WindowEndNum = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(RunDateNum) + AccomWindowDays)
               MOVE SPACES TO WindowEndDate
               STRING WindowEndNum(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WindowEndNum(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WindowEndNum(7:2) DELIMITED BY SIZE
                   INTO WindowEndDate
           END-IF.

       LoadPendingRequests.
           MOVE 'N' TO EOF-AccommodationFile
           OPEN INPUT AccommodationFile
           PERFORM UNTIL EOF-AccommodationFile = 'Y'
               READ AccommodationFile
               AT END
                   MOVE 'Y' TO EOF-AccommodationFile
               NOT AT END
                   ADD 1 TO AccomReadCount
                   IF FUNCTION TRIM(AccomStatus) = "Pending" AND
                      PendingCount < 2000
                       ADD 1 TO PendingCount
                       MOVE AccomId TO PdId(PendingCount)
                       MOVE AccomUsername TO PdUsername(PendingCount)
                       MOVE AccomType TO PdType(PendingCount)
                       MOVE AccomRefId TO PdRefId(PendingCount)
                       MOVE AccomRefTitle TO PdTitle(PendingCount)
                       MOVE AccomRefDate TO PdDate(PendingCount)
                       MOVE AccomHost TO PdHost(PendingCount)
                       MOVE AccomNeed TO PdNeed(PendingCount)
                       MOVE 'N' TO PdCancelled(PendingCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE AccommodationFile.

       ApplyEventDates.
           MOVE 'N' TO EOF-EventFile
           OPEN INPUT EventFile
           PERFORM UNTIL EOF-EventFile = 'Y'
               READ EventFile
               AT END
                   MOVE 'Y' TO EOF-EventFile
               NOT AT END
                   PERFORM VARYING PendingIndex FROM 1 BY 1
                       UNTIL PendingIndex > PendingCount
                       IF PdType(PendingIndex) = "E" AND
                          PdRefId(PendingIndex) = EventId
                           MOVE EventDate TO PdDate(PendingIndex)
                           MOVE EventHost TO PdHost(PendingIndex)
                       END-IF
                   END-PERFORM
               END-READ
           END-PERFORM
           CLOSE EventFile.

       ApplyCancelledOccurrences.
           MOVE 'N' TO EOF-EventOccurrenceFile
           OPEN INPUT EventOccurrenceFile
           PERFORM UNTIL EOF-EventOccurrenceFile = 'Y'
               READ EventOccurrenceFile
               AT END
                   MOVE 'Y' TO EOF-EventOccurrenceFile
               NOT AT END
                   IF FUNCTION TRIM(OccStatus) = "Cancelled"
                       PERFORM VARYING PendingIndex FROM 1 BY 1
                           UNTIL PendingIndex > PendingCount
                           IF PdType(PendingIndex) = "E" AND
                              PdRefId(PendingIndex) = OccEventId
                               MOVE 'Y' TO PdCancelled(PendingIndex)
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EventOccurrenceFile.

      *> An interview request follows the slot as it is booked or moved;
      *> until a slot is confirmed the request has no date.
       ApplyInterviewDates.
           MOVE 'N' TO EOF-InterviewFile
           OPEN INPUT InterviewFile
           PERFORM UNTIL EOF-InterviewFile = 'Y'
               READ InterviewFile
               AT END
                   MOVE 'Y' TO EOF-InterviewFile
               NOT AT END
                   PERFORM VARYING PendingIndex FROM 1 BY 1
                       UNTIL PendingIndex > PendingCount
                       IF PdType(PendingIndex) = "I" AND
                          PdRefId(PendingIndex) = IntvJobId AND
                          PdUsername(PendingIndex) = IntvApplicant
                           MOVE IntvSlot(1:10) TO PdDate(PendingIndex)
                           IF FUNCTION TRIM(IntvStatus) = "Cancelled"
                               MOVE 'Y' TO PdCancelled(PendingIndex)
                           END-IF
                       END-IF
                   END-PERFORM
               END-READ
           END-PERFORM
           CLOSE InterviewFile.

       ApplyFairDates.
           MOVE 'N' TO EOF-CareerFairFile
           OPEN INPUT CareerFairFile
           PERFORM UNTIL EOF-CareerFairFile = 'Y'
               READ CareerFairFile
               AT END
                   MOVE 'Y' TO EOF-CareerFairFile
               NOT AT END
                   PERFORM VARYING PendingIndex FROM 1 BY 1
                       UNTIL PendingIndex > PendingCount
                       IF PdType(PendingIndex) = "F" AND
                          PdRefId(PendingIndex) = FairId
                           MOVE FairDate TO PdDate(PendingIndex)
                       END-IF
                   END-PERFORM
               END-READ
           END-PERFORM
           CLOSE CareerFairFile.

      *> The main body goes to disability services and carries the need
      *> category only; the student's own description never leaves the
      *> accommodation screens. Each host gets a USER section naming the
      *> students with something still pending and nothing more.
       PrintAccommodationReport.
           OPEN OUTPUT ReportFile
           MOVE "InCollege Outstanding Accommodation Requests" TO ReportTitle
           MOVE RunDate TO ReportRunDate
           MOVE "AccommodationReport" TO BurstReportName
           MOVE RunDate TO BurstRunDate
           PERFORM StartReportBurst

           MOVE SPACES TO CurrentMessage
           STRING "Pending requests for dates up to " DELIMITED BY SIZE
               WindowEndDate DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE " " TO CurrentMessage
           PERFORM WriteBurstReportLine

           IF RunDateNum > 0
               PERFORM VARYING DayOffset FROM 0 BY 1
                   UNTIL DayOffset > AccomWindowDays
                   COMPUTE DayNum = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(RunDateNum) + DayOffset)
                   MOVE SPACES TO DayDate
                   STRING DayNum(1:4) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       DayNum(5:2) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       DayNum(7:2) DELIMITED BY SIZE
                       INTO DayDate
                   PERFORM VARYING PendingIndex FROM 1 BY 1
                       UNTIL PendingIndex > PendingCount
                       IF PdDate(PendingIndex) = DayDate
                           PERFORM PrintPendingLine
                           PERFORM AddPendingHost
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           IF OutstandingCount = 0
               MOVE "  (nothing outstanding in the next two weeks)"
                   TO CurrentMessage
               PERFORM WriteBurstReportLine
           END-IF

           MOVE " " TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE "Interviews not yet scheduled:" TO CurrentMessage
           PERFORM WriteBurstReportLine
           PERFORM VARYING PendingIndex FROM 1 BY 1
               UNTIL PendingIndex > PendingCount
               IF PdDate(PendingIndex) = SPACES AND
                  PdCancelled(PendingIndex) = 'N'
                   ADD 1 TO UnscheduledCount
                   PERFORM PrintPendingLine
                   PERFORM AddPendingHost
               END-IF
           END-PERFORM
           IF UnscheduledCount = 0
               MOVE "  (none)" TO CurrentMessage
               PERFORM WriteBurstReportLine
           END-IF

           PERFORM VARYING HostIndex FROM 1 BY 1
               UNTIL HostIndex > HostCount
               PERFORM PrintHostSection
           END-PERFORM

           MOVE " " TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Pending requests: " DELIMITED BY SIZE
               PendingCount DELIMITED BY SIZE
               "  due in window: " DELIMITED BY SIZE
               OutstandingCount DELIMITED BY SIZE
               "  unscheduled: " DELIMITED BY SIZE
               UnscheduledCount DELIMITED BY SIZE
               "  on cancelled dates: " DELIMITED BY SIZE
               CancelledCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteBurstReportLine
           PERFORM FinishReport
           PERFORM FinishReportBurst
           CLOSE ReportFile.

       SetPendingText.
           EVALUATE PdType(PendingIndex)
               WHEN "E"
                   MOVE "Event" TO PdTypeText
               WHEN "I"
                   MOVE "Interview" TO PdTypeText
               WHEN OTHER
                   MOVE "Fair" TO PdTypeText
           END-EVALUATE
           IF PdCancelled(PendingIndex) = 'Y'
               MOVE "(CANCELLED)" TO PdFlagText
           ELSE
               MOVE SPACES TO PdFlagText
           END-IF.

       PrintPendingLine.
           IF PdDate(PendingIndex) NOT = SPACES
               IF PdCancelled(PendingIndex) = 'Y'
                   ADD 1 TO CancelledCount
               ELSE
                   ADD 1 TO OutstandingCount
               END-IF
           END-IF
           PERFORM SetPendingText
           MOVE SPACES TO CurrentMessage
           STRING "  " DELIMITED BY SIZE
               PdDate(PendingIndex) DELIMITED BY SIZE
               " #" DELIMITED BY SIZE
               PdId(PendingIndex) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PdTypeText DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PdTitle(PendingIndex)(1:30) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PdUsername(PendingIndex) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PdNeed(PendingIndex)(1:25) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PdFlagText DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteBurstReportLine.

       AddPendingHost.
           IF PdHost(PendingIndex) NOT = SPACES AND
              PdCancelled(PendingIndex) = 'N'
               MOVE 0 TO HostMatch
               PERFORM VARYING HostIndex FROM 1 BY 1
                   UNTIL HostIndex > HostCount OR HostMatch > 0
                   IF HtHost(HostIndex) = PdHost(PendingIndex)
                       MOVE HostIndex TO HostMatch
                   END-IF
               END-PERFORM
               IF HostMatch = 0 AND HostCount < 500
                   ADD 1 TO HostCount
                   MOVE PdHost(PendingIndex) TO HtHost(HostCount)
               END-IF
           END-IF.

       PrintHostSection.
           MOVE "USER" TO BurstSectionType
           MOVE HtHost(HostIndex) TO BurstSectionValue
           MOVE SPACES TO BurstSectionHeading
           STRING "Accommodations pending for " DELIMITED BY SIZE
               FUNCTION TRIM(HtHost(HostIndex)) DELIMITED BY SIZE
               INTO BurstSectionHeading
           PERFORM BeginBurstSection
           MOVE " " TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE BurstSectionHeading TO CurrentMessage
           PERFORM WriteBurstReportLine
           PERFORM VARYING PendingIndex FROM 1 BY 1
               UNTIL PendingIndex > PendingCount
               IF PdHost(PendingIndex) = HtHost(HostIndex) AND
                  PdCancelled(PendingIndex) = 'N' AND
                  PdDate(PendingIndex) <= WindowEndDate AND
                  (PdDate(PendingIndex) = SPACES OR
                   PdDate(PendingIndex) >= RunDate)
                   PERFORM SetPendingText
                   MOVE SPACES TO CurrentMessage
                   STRING "  " DELIMITED BY SIZE
                       PdDate(PendingIndex) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PdTypeText DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PdTitle(PendingIndex)(1:40) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(PdUsername(PendingIndex))
                       DELIMITED BY SIZE
                       " - accommodation pending" DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM WriteBurstReportLine
               END-IF
           END-PERFORM
           PERFORM EndBurstSection.

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "ACCOMMODATION" TO ControlStep
           MOVE "accommodations.dat" TO ControlFileName
           MOVE AccomReadCount TO ControlReadCount
           MOVE AccomReadCount TO ControlWrittenCount
           MOVE 0 TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "ReportFormat.cob".

       COPY "ReportBurst.cob".

       COPY "Journal.cob".

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Username-Profile OF UserProfileRecord.
           SELECT OPTIONAL JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JobId OF JobRecord
               ALTERNATE RECORD KEY IS JobUsername OF JobRecord
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EmployerId OF JobRecord
                   WITH DUPLICATES.
           SELECT OPTIONAL ExternalAppFile
               ASSIGN TO "external_applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "output/PlacementsReport.txt"
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
           05 JobOriginCampus PIC X(8).
           05 JobScreenFlags PIC X(60).
           05 JobOriginJobId PIC 9(5).
           05 JobWorkAuth PIC X(4).
           05 JobWorkType PIC X(1).

       FD ExternalAppFile.
       01 ExternalAppRecord.
           05 ExtUsername PIC X(20).
           05 ExtKind PIC X(1).
           05 ExtOrganization PIC X(50).
           05 ExtRole PIC X(50).
           05 ExtAppliedDate PIC X(10).
           05 ExtStatus PIC X(12).
           05 ExtOutcome PIC X(10).
           05 ExtSalary PIC 9(6).
           05 ExtNextDate PIC X(10).
           05 ExtNextStep PIC X(30).
           05 ExtUpdatedDate PIC X(10).

       FD ReportFile.
       01 ReportRecord PIC X(132).

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
           05 BurstEmployerParentId PIC 9(5).

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
       01 EOF-WorkFile PIC X VALUE 'N'.
       01 HiredTotalCount PIC 9(5) VALUE 0.
       01 DeclinedTotalCount PIC 9(5) VALUE 0.
       01 FilledExtTotalCount PIC 9(5) VALUE 0.
       01 SelfReportedJobCount PIC 9(5) VALUE 0.
       01 SelfReportedGradCount PIC 9(5) VALUE 0.

       01 HireUsername PIC X(20).
       01 HireUniversity PIC X(30).
       01 HireMajor PIC X(30).
       01 HireEmployer PIC X(50).
       01 HireCategory PIC X(10).
       01 HireSelfReported PIC X VALUE 'N'.

       01 UniversityTally.
           05 UniversityTallyEntry OCCURS 100 TIMES.
               10 TallyUniversityName PIC X(30).
               10 TallyUniversityCount PIC 9(5).
               10 TallyUniversitySelf PIC 9(5).
       01 UniversityTallyCount PIC 9(3) VALUE 0.

       01 MajorTally.
           05 MajorTallyEntry OCCURS 100 TIMES.
               10 TallyMajorName PIC X(30).
               10 TallyMajorCount PIC 9(5).
               10 TallyMajorSelf PIC 9(5).
       01 MajorTallyCount PIC 9(3) VALUE 0.

       01 EmployerTally.
           05 EmployerTallyEntry OCCURS 100 TIMES.
               10 TallyEmployerName PIC X(50).
               10 TallyEmployerCount PIC 9(5).
               10 TallyEmployerSelf PIC 9(5).
       01 EmployerTallyCount PIC 9(3) VALUE 0.

       01 ParentRollTally.
           05 ParentRollEntry OCCURS 100 TIMES.
               10 ParentRollName PIC X(50).
               10 ParentRollCount PIC 9(5).
               10 ParentRollSelf PIC 9(5).
       01 ParentRollUsed PIC 9(3) VALUE 0.
       01 ParentRollAny PIC X VALUE 'N'.
       01 ParentRollLookupName PIC X(50).
       01 ParentRollParentId PIC 9(5) VALUE 0.
       01 ParentRollMatch PIC 9(3) VALUE 0.
       01 ParentRollIndex PIC 9(3) VALUE 0.

       01 CategoryTally.
           05 CategoryTallyEntry OCCURS 10 TIMES.
               10 TallyCategoryName PIC X(10).

       01 TallyIndex PIC 9(3) VALUE 0.
       01 TallyMatch PIC 9(3) VALUE 0.
       01 TallySelfCount PIC 9(5) VALUE 0.
       01 TallySelfNote PIC X(24).
       01 TallyNotePointer PIC 9(3) VALUE 0.

       01 RunDate PIC X(10).
       01 FixedTimestamp PIC X(20).
       01 CurrentDateTime PIC X(21).

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
       01 JournalProgramName PIC X(24) VALUE "PlacementsReport".
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
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT ApplicationFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
           END-PERFORM
           CLOSE ApplicationFile

      *> Accepted outcomes students logged for applications made outside
      *> the platform count as placements too, flagged as self-reported.
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT ExternalAppFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ ExternalAppFile INTO ExternalAppRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF FUNCTION TRIM(ExtOutcome IN ExternalAppRecord)
                      = "Accepted"
                       PERFORM TallyOneExternal
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ExternalAppFile

           PERFORM PrintPlacementsReport
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

       TallyOneHire.
           MOVE 'N' TO HireSelfReported
           MOVE AppUsername IN ApplicationRecord TO HireUsername
           MOVE AppJobEmployer IN ApplicationRecord TO HireEmployer
           PERFORM LookupHireProfile

           MOVE "Other" TO HireCategory
           MOVE 'N' TO EOF-JobFile
           PERFORM AddEmployerTally
           PERFORM AddCategoryTally.

       TallyOneExternal.
           MOVE 'Y' TO HireSelfReported
           MOVE ExtUsername IN ExternalAppRecord TO HireUsername
           MOVE ExtOrganization IN ExternalAppRecord TO HireEmployer
           PERFORM LookupHireProfile
           IF ExtKind IN ExternalAppRecord = 'G'
               ADD 1 TO SelfReportedGradCount
               MOVE "GradSchool" TO HireCategory
           ELSE
               ADD 1 TO SelfReportedJobCount
               MOVE "External" TO HireCategory
           END-IF
           PERFORM AddUniversityTally
           PERFORM AddMajorTally
           PERFORM AddEmployerTally
           PERFORM AddCategoryTally.

       LookupHireProfile.
           MOVE "(no profile)" TO HireUniversity
           MOVE "(no profile)" TO HireMajor
           OPEN INPUT UserProfileRecordFile
           MOVE HireUsername TO Username-Profile IN UserProfileRecord
           READ UserProfileRecordFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE University IN UserProfileRecord TO HireUniversity
               MOVE Major IN UserProfileRecord TO HireMajor
           END-READ
           CLOSE UserProfileRecordFile.

       AddUniversityTally.
           MOVE 0 TO TallyMatch
           PERFORM VARYING TallyIndex FROM 1 BY 1
               MOVE HireUniversity
                   TO TallyUniversityName(UniversityTallyCount)
               MOVE 0 TO TallyUniversityCount(UniversityTallyCount)
               MOVE 0 TO TallyUniversitySelf(UniversityTallyCount)
               MOVE UniversityTallyCount TO TallyMatch
           END-IF
           IF TallyMatch > 0
               ADD 1 TO TallyUniversityCount(TallyMatch)
               IF HireSelfReported = 'Y'
                   ADD 1 TO TallyUniversitySelf(TallyMatch)
               END-IF
           END-IF.

       AddMajorTally.
               ADD 1 TO MajorTallyCount
               MOVE HireMajor TO TallyMajorName(MajorTallyCount)
               MOVE 0 TO TallyMajorCount(MajorTallyCount)
               MOVE 0 TO TallyMajorSelf(MajorTallyCount)
               MOVE MajorTallyCount TO TallyMatch
           END-IF
           IF TallyMatch > 0
               ADD 1 TO TallyMajorCount(TallyMatch)
               IF HireSelfReported = 'Y'
                   ADD 1 TO TallyMajorSelf(TallyMatch)
               END-IF
           END-IF.

       AddEmployerTally.
           MOVE 0 TO TallyMatch
           PERFORM VARYING TallyIndex FROM 1 BY 1
               UNTIL TallyIndex > EmployerTallyCount OR TallyMatch > 0
               IF TallyEmployerName(TallyIndex) = HireEmployer
                   MOVE TallyIndex TO TallyMatch
               END-IF
           END-PERFORM
           IF TallyMatch = 0 AND EmployerTallyCount < 100 THEN
               ADD 1 TO EmployerTallyCount
               MOVE HireEmployer TO TallyEmployerName(EmployerTallyCount)
               MOVE 0 TO TallyEmployerCount(EmployerTallyCount)
               MOVE 0 TO TallyEmployerSelf(EmployerTallyCount)
               MOVE EmployerTallyCount TO TallyMatch
           END-IF
           IF TallyMatch > 0
               ADD 1 TO TallyEmployerCount(TallyMatch)
               IF HireSelfReported = 'Y'
                   ADD 1 TO TallyEmployerSelf(TallyMatch)
               END-IF
           END-IF.

       AddCategoryTally.

       PrintPlacementsReport.
           OPEN OUTPUT ReportFile
           MOVE "InCollege Term Placements Report" TO ReportTitle
           MOVE RunDate TO ReportRunDate
           MOVE "PlacementsReport" TO BurstReportName
           MOVE RunDate TO BurstRunDate
           PERFORM StartReportBurst
           MOVE SPACES TO CurrentMessage
           STRING "Hires through the platform: " DELIMITED BY SIZE
               HiredTotalCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Offers declined:            " DELIMITED BY SIZE
               DeclinedTotalCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Positions filled externally:" DELIMITED BY SIZE
               FilledExtTotalCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Self-reported jobs:         " DELIMITED BY SIZE
               SelfReportedJobCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Self-reported grad school:  " DELIMITED BY SIZE
               SelfReportedGradCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteBurstReportLine

           MOVE " " TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE "Hires by university:" TO CurrentMessage
           PERFORM WriteBurstReportLine
           PERFORM VARYING TallyIndex FROM 1 BY 1
               UNTIL TallyIndex > UniversityTallyCount
               MOVE SPACES TO CurrentMessage
                   ": " DELIMITED BY SIZE
                   TallyUniversityCount(TallyIndex) DELIMITED BY SIZE
                   INTO CurrentMessage
               MOVE TallyUniversitySelf(TallyIndex) TO TallySelfCount
               PERFORM AppendSelfReportedNote
               PERFORM WriteBurstReportLine
           END-PERFORM

           MOVE " " TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE "Hires by major:" TO CurrentMessage
           PERFORM WriteBurstReportLine
           PERFORM VARYING TallyIndex FROM 1 BY 1
               UNTIL TallyIndex > MajorTallyCount
               MOVE "MAJOR" TO BurstSectionType
               MOVE TallyMajorName(TallyIndex) TO BurstSectionValue
               MOVE "Hires by major:" TO BurstSectionHeading
               PERFORM BeginBurstSection
               MOVE SPACES TO CurrentMessage
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(TallyMajorName(TallyIndex)) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   TallyMajorCount(TallyIndex) DELIMITED BY SIZE
                   INTO CurrentMessage
               MOVE TallyMajorSelf(TallyIndex) TO TallySelfCount
               PERFORM AppendSelfReportedNote
               PERFORM WriteBurstReportLine
               PERFORM EndBurstSection
           END-PERFORM

           MOVE " " TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE "Hires by employer:" TO CurrentMessage
           PERFORM WriteBurstReportLine
           PERFORM VARYING TallyIndex FROM 1 BY 1
               UNTIL TallyIndex > EmployerTallyCount
               MOVE "EMPLOYER" TO BurstSectionType
               MOVE TallyEmployerName(TallyIndex) TO BurstSectionValue
               MOVE "Hires by employer:" TO BurstSectionHeading
               PERFORM BeginBurstSection
               MOVE SPACES TO CurrentMessage
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(TallyEmployerName(TallyIndex))
                   ": " DELIMITED BY SIZE
                   TallyEmployerCount(TallyIndex) DELIMITED BY SIZE
                   INTO CurrentMessage
               MOVE TallyEmployerSelf(TallyIndex) TO TallySelfCount
               PERFORM AppendSelfReportedNote
               PERFORM WriteBurstReportLine
               PERFORM EndBurstSection
           END-PERFORM

           PERFORM RollEmployersToParent
           IF ParentRollAny = 'Y'
               MOVE " " TO CurrentMessage
               PERFORM WriteBurstReportLine
               MOVE "Hires by employer, divisions rolled up to parent:"
                   TO CurrentMessage
               PERFORM WriteBurstReportLine
               PERFORM VARYING ParentRollIndex FROM 1 BY 1
                   UNTIL ParentRollIndex > ParentRollUsed
                   MOVE SPACES TO CurrentMessage
                   STRING "  " DELIMITED BY SIZE
                       FUNCTION TRIM(ParentRollName(ParentRollIndex))
                       DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       ParentRollCount(ParentRollIndex) DELIMITED BY SIZE
                       INTO CurrentMessage
                   MOVE ParentRollSelf(ParentRollIndex) TO TallySelfCount
                   PERFORM AppendSelfReportedNote
                   PERFORM WriteBurstReportLine
               END-PERFORM
           END-IF

           MOVE " " TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE "Hires by job category:" TO CurrentMessage
           PERFORM WriteBurstReportLine
           PERFORM VARYING TallyIndex FROM 1 BY 1
               UNTIL TallyIndex > CategoryTallyCount
               MOVE SPACES TO CurrentMessage
                   ": " DELIMITED BY SIZE
                   TallyCategoryCount(TallyIndex) DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteBurstReportLine
           END-PERFORM
           PERFORM FinishReport
           PERFORM FinishReportBurst
           CLOSE ReportFile.

      *> Re-tallies the employer lines under the parent company of any
      *> employer on file as a division. Names that are not on the employer
      *> master, such as self-reported organizations, stand as they are.
       RollEmployersToParent.
           MOVE 0 TO ParentRollUsed
           MOVE 'N' TO ParentRollAny
           PERFORM VARYING TallyIndex FROM 1 BY 1
               UNTIL TallyIndex > EmployerTallyCount
               MOVE TallyEmployerName(TallyIndex) TO ParentRollLookupName
               MOVE 0 TO ParentRollParentId
               MOVE 'N' TO EOF-BurstEmployerFile
               OPEN INPUT BurstEmployerFile
               PERFORM UNTIL EOF-BurstEmployerFile = 'Y'
                   READ BurstEmployerFile
                   AT END
                       MOVE 'Y' TO EOF-BurstEmployerFile
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(BurstEmployerName))
                          = FUNCTION UPPER-CASE(FUNCTION TRIM(
                            TallyEmployerName(TallyIndex))) AND
                          BurstEmployerParentId IS NUMERIC
                           MOVE BurstEmployerParentId TO ParentRollParentId
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BurstEmployerFile
               IF ParentRollParentId > 0
                   MOVE 'N' TO EOF-BurstEmployerFile
                   OPEN INPUT BurstEmployerFile
                   PERFORM UNTIL EOF-BurstEmployerFile = 'Y'
                       READ BurstEmployerFile
                       AT END
                           MOVE 'Y' TO EOF-BurstEmployerFile
                       NOT AT END
                           IF BurstEmployerIdMaster = ParentRollParentId
                               MOVE BurstEmployerName TO ParentRollLookupName
                               MOVE 'Y' TO ParentRollAny
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BurstEmployerFile
               END-IF

               MOVE 0 TO ParentRollMatch
               PERFORM VARYING ParentRollIndex FROM 1 BY 1
                   UNTIL ParentRollIndex > ParentRollUsed OR
                         ParentRollMatch > 0
                   IF ParentRollName(ParentRollIndex) = ParentRollLookupName
                       MOVE ParentRollIndex TO ParentRollMatch
                   END-IF
               END-PERFORM
               IF ParentRollMatch = 0 AND ParentRollUsed < 100
                   ADD 1 TO ParentRollUsed
                   MOVE ParentRollLookupName
                       TO ParentRollName(ParentRollUsed)
                   MOVE 0 TO ParentRollCount(ParentRollUsed)
                   MOVE 0 TO ParentRollSelf(ParentRollUsed)
                   MOVE ParentRollUsed TO ParentRollMatch
               END-IF
               IF ParentRollMatch > 0
                   ADD TallyEmployerCount(TallyIndex)
                       TO ParentRollCount(ParentRollMatch)
                   ADD TallyEmployerSelf(TallyIndex)
                       TO ParentRollSelf(ParentRollMatch)
               END-IF
           END-PERFORM.

      *> Tally lines carry how many of their placements were self-reported.
       AppendSelfReportedNote.
           IF TallySelfCount > 0
               MOVE SPACES TO TallySelfNote
               STRING " (" DELIMITED BY SIZE
                   TallySelfCount DELIMITED BY SIZE
                   " self-reported)" DELIMITED BY SIZE
                   INTO TallySelfNote
               COMPUTE TallyNotePointer =
                   FUNCTION LENGTH(FUNCTION TRIM(CurrentMessage TRAILING)) + 1
               STRING TallySelfNote DELIMITED BY SIZE
                   INTO CurrentMessage
                   WITH POINTER TallyNotePointer
           END-IF.

       COPY "ReportFormat.cob".

       COPY "ReportBurst.cob".

       COPY "Journal.cob".

IDENTIFICATION DIVISION.
       PROGRAM-ID. AlumniCareerReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL UserProfileRecordFile ASSIGN TO "profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Username-Profile OF UserProfileRecord.
           SELECT OPTIONAL CareerHistoryFile ASSIGN TO "career_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FerpaSuppressionFile
               ASSIGN TO "ferpa_suppressions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FerpaExclusionFile ASSIGN TO "ferpa_exclusions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile
               ASSIGN TO "output/AlumniCareerReport.txt"
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
       FD UserProfileRecordFile.
       01 UserProfileRecord.
           05 Username-Profile PIC X(20).
           05 FirstName PIC X(20).
           05 LastName PIC X(20).
           05 University PIC X(30).
           05 Major PIC X(30).
           05 GraduationYear PIC 9(4).
           05 AboutMe PIC X(200).
           05 ResumeFilePath PIC X(100).
           05 CreatedDate PIC X(10).
           05 AlumniFlag PIC X(1).
           05 VisAboutMe PIC X(1).
           05 VisExperience PIC X(1).
           05 VisEducation PIC X(1).
           05 VisResume PIC X(1).
           05 ResumeBrokenFlag PIC X(1).

       FD CareerHistoryFile.
       01 CareerHistoryRecord.
           05 CarUsername PIC X(20).
           05 CarAnswerDate PIC X(10).
           05 CarGradYear PIC 9(4).
           05 CarYearsOut PIC 9(2).
           05 CarStatus PIC X(1).
           05 CarEmployer PIC X(50).
           05 CarRole PIC X(50).
           05 CarField PIC X(30).

       FD FerpaSuppressionFile.
       01 FerpaSuppressionRecord.
           05 FerpaUsername PIC X(20).
           05 FerpaFlag PIC X(1).
           05 FerpaEffectiveDate PIC X(10).
           05 FerpaSetBy PIC X(20).
           05 FerpaSetDate PIC X(10).

       FD FerpaExclusionFile.
       01 FerpaExclusionRecord.
           05 FxDate PIC X(10).
           05 FxPoint PIC X(24).
           05 FxUsername PIC X(20).
           05 FxViewer PIC X(20).

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
       01 RunYear PIC 9(4) VALUE 0.
       01 FixedTimestamp PIC X(20).
       01 CurrentDateTime PIC X(21).
       01 EOF-ProfileData PIC X VALUE 'N'.
       01 EOF-CareerHistoryFile PIC X VALUE 'N'.
       01 CareerReadCount PIC 9(6) VALUE 0.
       01 CareerUsedCount PIC 9(6) VALUE 0.

      *> The report looks at each class one, three and five years after
      *> graduation. An answer counts toward a mark when it was given in
      *> that year out; the latest such answer is the one shown.
       01 MarkYearsList PIC X(6) VALUE "010305".
       01 MarkYearsTable REDEFINES MarkYearsList.
           05 MarkYears PIC 9(2) OCCURS 3 TIMES.
       01 MarkIndex PIC 9 VALUE 0.
       01 MarkEdit PIC 9.

      *> One entry per alumnus. AlNamed is 'Y' only when the alumnus'
      *> experience section is visible to everyone and the registrar has
      *> not suppressed their directory information.
       01 AlumniTable.
           05 AlumniEntry OCCURS 3000 TIMES.
               10 AlUsername PIC X(20).
               10 AlName PIC X(41).
               10 AlMajor PIC X(30).
               10 AlClass PIC 9(4).
               10 AlNamed PIC X(1).
               10 AlMark OCCURS 3 TIMES.
                   15 AlAnswerDate PIC X(10).
                   15 AlEmployer PIC X(50).
                   15 AlRole PIC X(50).
                   15 AlField PIC X(30).
       01 AlumniCount PIC 9(4) VALUE 0.
       01 AlumniIndex PIC 9(4) VALUE 0.
       01 AlumniMatch PIC 9(4) VALUE 0.
       01 SuppressedCount PIC 9(5) VALUE 0.

       01 GroupTable.
           05 GroupEntry OCCURS 300 TIMES.
               10 GrpMajor PIC X(30).
               10 GrpClass PIC 9(4).
               10 GrpAlumni PIC 9(4).
       01 GroupSwap PIC X(38).
       01 GroupCount PIC 9(3) VALUE 0.
       01 GroupIndex PIC 9(3) VALUE 0.
       01 GroupMatch PIC 9(3) VALUE 0.
       01 GroupSortIndex PIC 9(3) VALUE 0.
       01 GroupSortNext PIC 9(3) VALUE 0.
       01 GroupYearsOut PIC S9(4) VALUE 0.

       01 MarkTotals.
           05 MarkTotal OCCURS 3 TIMES.
               10 MarkEligible PIC 9(5).
               10 MarkResponded PIC 9(5).
       01 MarkGroupResponded PIC 9(4) VALUE 0.
       01 MarkGroupUnnamed PIC 9(4) VALUE 0.
       01 MarkRate PIC 9(3) VALUE 0.
       01 MarkRateEdit PIC ZZ9.
       01 MarkCountEdit PIC ZZZZ9.
       01 MarkBaseEdit PIC ZZZZ9.

       01 FerpaCheckTarget PIC X(20).
       01 FerpaSuppressed PIC X VALUE 'N'.
       01 EOF-FerpaFile PIC X VALUE 'N'.
       01 FerpaExclusionPoint PIC X(24).
       01 FerpaExclusionViewer PIC X(20).
       01 FerpaStampBuf PIC X(20).
       01 FerpaStampWork PIC X(21).
       01 FerpaToday PIC X(10).

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
       01 JournalProgramName PIC X(24) VALUE "AlumniCareerReport".
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
           PERFORM LoadAlumni
           PERFORM ApplyCareerHistory
           PERFORM SortGroups
           PERFORM PrintAlumniCareerReport

           MOVE SPACES TO CurrentMessage
           STRING "Alumni career report: " DELIMITED BY SIZE
               AlumniCount DELIMITED BY SIZE
               " alumni, " DELIMITED BY SIZE
               CareerUsedCount DELIMITED BY SIZE
               " answer(s) at a reporting mark." DELIMITED BY SIZE
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
           MOVE 0 TO RunYear
           IF RunDate(1:4) IS NUMERIC
               MOVE RunDate(1:4) TO RunYear
           END-IF.

       LoadAlumni.
           MOVE 'N' TO EOF-ProfileData
           OPEN INPUT UserProfileRecordFile
           PERFORM UNTIL EOF-ProfileData = 'Y'
               READ UserProfileRecordFile
               AT END
                   MOVE 'Y' TO EOF-ProfileData
               NOT AT END
                   IF AlumniFlag IN UserProfileRecord = 'Y' AND
                      GraduationYear IN UserProfileRecord IS NUMERIC AND
                      GraduationYear IN UserProfileRecord > 0 AND
                      AlumniCount < 3000
                       PERFORM AddOneAlumnus
                   END-IF
               END-READ
           END-PERFORM
           CLOSE UserProfileRecordFile.

       AddOneAlumnus.
           ADD 1 TO AlumniCount
           MOVE SPACES TO AlumniEntry(AlumniCount)
           MOVE Username-Profile IN UserProfileRecord
               TO AlUsername(AlumniCount)
           STRING FUNCTION TRIM(FirstName IN UserProfileRecord)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LastName IN UserProfileRecord)
               DELIMITED BY SIZE
               INTO AlName(AlumniCount)
           MOVE Major IN UserProfileRecord TO AlMajor(AlumniCount)
           IF AlMajor(AlumniCount) = SPACES
               MOVE "(no major on file)" TO AlMajor(AlumniCount)
           END-IF
           MOVE GraduationYear IN UserProfileRecord TO AlClass(AlumniCount)

           MOVE 'Y' TO AlNamed(AlumniCount)
           IF VisExperience IN UserProfileRecord = 'M' OR
              VisExperience IN UserProfileRecord = 'C'
               MOVE 'N' TO AlNamed(AlumniCount)
           ELSE
               MOVE AlUsername(AlumniCount) TO FerpaCheckTarget
               PERFORM CheckFerpaSuppressed
               IF FerpaSuppressed = 'Y'
                   MOVE 'N' TO AlNamed(AlumniCount)
                   ADD 1 TO SuppressedCount
                   MOVE "AlumniCareerReport" TO FerpaExclusionPoint
                   MOVE SPACES TO FerpaExclusionViewer
                   PERFORM RecordFerpaExclusion
               END-IF
           END-IF

           MOVE 0 TO GroupMatch
           PERFORM VARYING GroupIndex FROM 1 BY 1
               UNTIL GroupIndex > GroupCount OR GroupMatch > 0
               IF GrpMajor(GroupIndex) = AlMajor(AlumniCount) AND
                  GrpClass(GroupIndex) = AlClass(AlumniCount)
                   MOVE GroupIndex TO GroupMatch
               END-IF
           END-PERFORM
           IF GroupMatch = 0 AND GroupCount < 300
               ADD 1 TO GroupCount
               MOVE AlMajor(AlumniCount) TO GrpMajor(GroupCount)
               MOVE AlClass(AlumniCount) TO GrpClass(GroupCount)
               MOVE 0 TO GrpAlumni(GroupCount)
               MOVE GroupCount TO GroupMatch
           END-IF
           IF GroupMatch > 0
               ADD 1 TO GrpAlumni(GroupMatch)
           END-IF.

      *> Skipped years (status S) are not responses.
       ApplyCareerHistory.
           MOVE 'N' TO EOF-CareerHistoryFile
           OPEN INPUT CareerHistoryFile
           PERFORM UNTIL EOF-CareerHistoryFile = 'Y'
               READ CareerHistoryFile
               AT END
                   MOVE 'Y' TO EOF-CareerHistoryFile
               NOT AT END
                   ADD 1 TO CareerReadCount
                   IF (CarStatus = 'C' OR CarStatus = 'U') AND
                      CarYearsOut IS NUMERIC
                       PERFORM ApplyOneCareerAnswer
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CareerHistoryFile.

       ApplyOneCareerAnswer.
           MOVE 0 TO MarkIndex
           PERFORM VARYING MarkEdit FROM 1 BY 1
               UNTIL MarkEdit > 3 OR MarkIndex > 0
               IF MarkYears(MarkEdit) = CarYearsOut
                   MOVE MarkEdit TO MarkIndex
               END-IF
           END-PERFORM
           IF MarkIndex > 0
               MOVE 0 TO AlumniMatch
               PERFORM VARYING AlumniIndex FROM 1 BY 1
                   UNTIL AlumniIndex > AlumniCount OR AlumniMatch > 0
                   IF AlUsername(AlumniIndex) = CarUsername
                       MOVE AlumniIndex TO AlumniMatch
                   END-IF
               END-PERFORM
               IF AlumniMatch > 0 AND
                  CarAnswerDate >= AlAnswerDate(AlumniMatch, MarkIndex)
                   ADD 1 TO CareerUsedCount
                   MOVE CarAnswerDate
                       TO AlAnswerDate(AlumniMatch, MarkIndex)
                   MOVE CarEmployer TO AlEmployer(AlumniMatch, MarkIndex)
                   MOVE CarRole TO AlRole(AlumniMatch, MarkIndex)
                   MOVE CarField TO AlField(AlumniMatch, MarkIndex)
               END-IF
           END-IF.

      *> By major, then oldest class first.
       SortGroups.
           PERFORM VARYING GroupSortIndex FROM 1 BY 1
               UNTIL GroupSortIndex >= GroupCount
               PERFORM VARYING GroupSortNext FROM GroupSortIndex BY 1
                   UNTIL GroupSortNext > GroupCount
                   IF GrpMajor(GroupSortNext) < GrpMajor(GroupSortIndex) OR
                      (GrpMajor(GroupSortNext) = GrpMajor(GroupSortIndex) AND
                       GrpClass(GroupSortNext) < GrpClass(GroupSortIndex))
                       MOVE GroupEntry(GroupSortIndex) TO GroupSwap
                       MOVE GroupEntry(GroupSortNext)
                           TO GroupEntry(GroupSortIndex)
                       MOVE GroupSwap TO GroupEntry(GroupSortNext)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PrintAlumniCareerReport.
           OPEN OUTPUT ReportFile
           MOVE "InCollege Alumni Career Paths" TO ReportTitle
           MOVE RunDate TO ReportRunDate
           MOVE "AlumniCareerReport" TO BurstReportName
           MOVE RunDate TO BurstRunDate
           PERFORM StartReportBurst
           INITIALIZE MarkTotals

           MOVE "Employer, role and field one, three and five years after graduation, from the yearly alumni update."
               TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE "Alumni are named only where their visibility settings allow it; other answers are counted only."
               TO CurrentMessage
           PERFORM WriteBurstReportLine

           IF GroupCount = 0
               MOVE " " TO CurrentMessage
               PERFORM WriteBurstReportLine
               MOVE "No alumni on file." TO CurrentMessage
               PERFORM WriteBurstReportLine
           END-IF
           PERFORM VARYING GroupIndex FROM 1 BY 1
               UNTIL GroupIndex > GroupCount
               PERFORM PrintOneGroup
           END-PERFORM

           MOVE " " TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE "All majors and classes:" TO CurrentMessage
           PERFORM WriteBurstReportLine
           PERFORM VARYING MarkIndex FROM 1 BY 1 UNTIL MarkIndex > 3
               MOVE MarkYears(MarkIndex) TO MarkEdit
               MOVE MarkResponded(MarkIndex) TO MarkCountEdit
               MOVE MarkEligible(MarkIndex) TO MarkBaseEdit
               MOVE 0 TO MarkRate
               IF MarkEligible(MarkIndex) > 0
                   COMPUTE MarkRate ROUNDED =
                       MarkResponded(MarkIndex) * 100 /
                       MarkEligible(MarkIndex)
               END-IF
               MOVE MarkRate TO MarkRateEdit
               MOVE SPACES TO CurrentMessage
               STRING "  " DELIMITED BY SIZE
                   MarkEdit DELIMITED BY SIZE
                   "-year mark: " DELIMITED BY SIZE
                   FUNCTION TRIM(MarkCountEdit) DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   FUNCTION TRIM(MarkBaseEdit) DELIMITED BY SIZE
                   " responded (" DELIMITED BY SIZE
                   FUNCTION TRIM(MarkRateEdit) DELIMITED BY SIZE
                   "%)" DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteBurstReportLine
           END-PERFORM

           PERFORM FinishReport
           PERFORM FinishReportBurst
           CLOSE ReportFile.

       PrintOneGroup.
           MOVE "MAJOR" TO BurstSectionType
           MOVE GrpMajor(GroupIndex) TO BurstSectionValue
           MOVE SPACES TO BurstSectionHeading
           STRING "Major: " DELIMITED BY SIZE
               FUNCTION TRIM(GrpMajor(GroupIndex)) DELIMITED BY SIZE
               INTO BurstSectionHeading
           PERFORM BeginBurstSection
           MOVE " " TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE GrpAlumni(GroupIndex) TO MarkBaseEdit
           MOVE SPACES TO CurrentMessage
           STRING "Major: " DELIMITED BY SIZE
               FUNCTION TRIM(GrpMajor(GroupIndex)) DELIMITED BY SIZE
               "   Class of " DELIMITED BY SIZE
               GrpClass(GroupIndex) DELIMITED BY SIZE
               "   (" DELIMITED BY SIZE
               FUNCTION TRIM(MarkBaseEdit) DELIMITED BY SIZE
               " alumni)" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteBurstReportLine
           COMPUTE GroupYearsOut = RunYear - GrpClass(GroupIndex)
           PERFORM VARYING MarkIndex FROM 1 BY 1 UNTIL MarkIndex > 3
               PERFORM PrintGroupMark
           END-PERFORM
           PERFORM EndBurstSection.

      *> A class is counted at a mark once it has reached it, whether or
      *> not anyone answered.
       PrintGroupMark.
           MOVE MarkYears(MarkIndex) TO MarkEdit
           IF GroupYearsOut < MarkYears(MarkIndex)
               MOVE SPACES TO CurrentMessage
               STRING "  " DELIMITED BY SIZE
                   MarkEdit DELIMITED BY SIZE
                   "-year mark: not reached yet" DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteBurstReportLine
           ELSE
               MOVE 0 TO MarkGroupResponded
               MOVE 0 TO MarkGroupUnnamed
               PERFORM VARYING AlumniIndex FROM 1 BY 1
                   UNTIL AlumniIndex > AlumniCount
                   IF AlMajor(AlumniIndex) = GrpMajor(GroupIndex) AND
                      AlClass(AlumniIndex) = GrpClass(GroupIndex) AND
                      AlAnswerDate(AlumniIndex, MarkIndex) NOT = SPACES
                       ADD 1 TO MarkGroupResponded
                   END-IF
               END-PERFORM
               ADD GrpAlumni(GroupIndex) TO MarkEligible(MarkIndex)
               ADD MarkGroupResponded TO MarkResponded(MarkIndex)
               COMPUTE MarkRate ROUNDED =
                   MarkGroupResponded * 100 / GrpAlumni(GroupIndex)
               MOVE MarkRate TO MarkRateEdit
               MOVE MarkGroupResponded TO MarkCountEdit
               MOVE GrpAlumni(GroupIndex) TO MarkBaseEdit
               MOVE SPACES TO CurrentMessage
               STRING "  " DELIMITED BY SIZE
                   MarkEdit DELIMITED BY SIZE
                   "-year mark: " DELIMITED BY SIZE
                   FUNCTION TRIM(MarkCountEdit) DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   FUNCTION TRIM(MarkBaseEdit) DELIMITED BY SIZE
                   " responded (" DELIMITED BY SIZE
                   FUNCTION TRIM(MarkRateEdit) DELIMITED BY SIZE
                   "%)" DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteBurstReportLine
               PERFORM VARYING AlumniIndex FROM 1 BY 1
                   UNTIL AlumniIndex > AlumniCount
                   IF AlMajor(AlumniIndex) = GrpMajor(GroupIndex) AND
                      AlClass(AlumniIndex) = GrpClass(GroupIndex) AND
                      AlAnswerDate(AlumniIndex, MarkIndex) NOT = SPACES
                       IF AlNamed(AlumniIndex) = 'Y'
                           PERFORM PrintNamedAnswer
                       ELSE
                           ADD 1 TO MarkGroupUnnamed
                       END-IF
                   END-IF
               END-PERFORM
               IF MarkGroupUnnamed > 0
                   MOVE MarkGroupUnnamed TO MarkCountEdit
                   MOVE SPACES TO CurrentMessage
                   STRING "    " DELIMITED BY SIZE
                       FUNCTION TRIM(MarkCountEdit) DELIMITED BY SIZE
                       " other response(s), not named" DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM WriteBurstReportLine
               END-IF
           END-IF.

       PrintNamedAnswer.
           MOVE SPACES TO CurrentMessage
           IF AlEmployer(AlumniIndex, MarkIndex) = SPACES
               STRING "    " DELIMITED BY SIZE
                   FUNCTION TRIM(AlName(AlumniIndex)) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(AlRole(AlumniIndex, MarkIndex))
                   DELIMITED BY SIZE
                   " (not employed)" DELIMITED BY SIZE
                   INTO CurrentMessage
           ELSE
               STRING "    " DELIMITED BY SIZE
                   FUNCTION TRIM(AlName(AlumniIndex)) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(AlRole(AlumniIndex, MarkIndex))
                   DELIMITED BY SIZE
                   " at " DELIMITED BY SIZE
                   FUNCTION TRIM(AlEmployer(AlumniIndex, MarkIndex))
                   DELIMITED BY SIZE
                   INTO CurrentMessage
           END-IF
           IF AlField(AlumniIndex, MarkIndex) NOT = SPACES
               STRING FUNCTION TRIM(CurrentMessage TRAILING)
                   DELIMITED BY SIZE
                   " [" DELIMITED BY SIZE
                   FUNCTION TRIM(AlField(AlumniIndex, MarkIndex))
                   DELIMITED BY SIZE
                   "]" DELIMITED BY SIZE
                   INTO BurstLineText
               MOVE BurstLineText TO CurrentMessage
           END-IF
           PERFORM WriteBurstReportLine.

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "ALUMNICAREER" TO ControlStep
           MOVE "career_history.dat" TO ControlFileName
           MOVE CareerReadCount TO ControlReadCount
           MOVE CareerUsedCount TO ControlWrittenCount
           MOVE 0 TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "Ferpa.cob".

       COPY "ReportFormat.cob".

       COPY "ReportBurst.cob".

       COPY "Journal.cob".

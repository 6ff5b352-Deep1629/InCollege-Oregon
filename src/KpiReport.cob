IDENTIFICATION DIVISION.
       PROGRAM-ID. KpiReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KpiSnapshotFile ASSIGN TO "kpi_snapshots.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "output/KpiReport.txt"
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
       FD KpiSnapshotFile.
       01 KpiSnapshotRecord.
           05 KpiMonth PIC X(7).
           05 KpiUniversity PIC X(30).
           05 KpiStanding PIC X(12).
           05 KpiCount PIC 9(6) OCCURS 9 TIMES.
           05 KpiTakenOn PIC X(10).

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
       01 EOF-KpiSnapshotFile PIC X VALUE 'N'.

      *> The month reported (YYYY-MM): INCOLLEGE_KPI_MONTH, or the latest
      *> month on file. It is compared with the month before, the same
      *> month a year earlier, and year to date against the same months of
      *> the year before, all from kpi_snapshots.dat alone.
       01 KpiTargetMonth PIC X(7).
       01 KpiTargetYear PIC 9(4) VALUE 0.
       01 KpiTargetMonthNum PIC 9(2) VALUE 0.
       01 KpiLastYearMonth PIC X(7).
       01 KpiPriorMonth PIC X(7).
       01 KpiPriorSlot PIC 9(1) VALUE 0.
       01 KpiPriorMonthNum PIC 9(2) VALUE 0.
       01 KpiEnvBuffer PIC X(10).
       01 KpiRowYear PIC 9(4) VALUE 0.
       01 KpiRowMonthNum PIC 9(2) VALUE 0.
       01 KpiRowSlot PIC 9(1) VALUE 0.
       01 KpiWorkYear PIC 9(4) VALUE 0.

      *> Month totals for the year before (slot 1) and the target year
      *> (slot 2); metrics in snapshot order.
       01 KpiMonthTable.
           05 KpiYearSlot OCCURS 2 TIMES.
               10 KpiMonthSlot OCCURS 12 TIMES.
                   15 KpiMonthTaken PIC X(1).
                   15 KpiMonthTotal PIC 9(7) OCCURS 9 TIMES.
       01 KpiSlotIndex PIC 9(1) VALUE 0.
       01 KpiMonthIndex PIC 9(2) VALUE 0.
       01 KpiMetricIndex PIC 9(2) VALUE 0.

       01 KpiMetricNameList.
           05 FILLER PIC X(22) VALUE "Active users".
           05 FILLER PIC X(22) VALUE "New registrations".
           05 FILLER PIC X(22) VALUE "Postings opened".
           05 FILLER PIC X(22) VALUE "Postings filled".
           05 FILLER PIC X(22) VALUE "Applications".
           05 FILLER PIC X(22) VALUE "Interviews".
           05 FILLER PIC X(22) VALUE "Offers accepted".
           05 FILLER PIC X(22) VALUE "Event attendance".
           05 FILLER PIC X(22) VALUE "Mentorship sessions".
       01 KpiMetricNameTable REDEFINES KpiMetricNameList.
           05 KpiMetricName PIC X(22) OCCURS 9 TIMES.

       01 KpiThisValue PIC 9(7) VALUE 0.
       01 KpiPriorValue PIC 9(7) VALUE 0.
       01 KpiLastYearValue PIC 9(7) VALUE 0.
       01 KpiYtdValue PIC 9(7) VALUE 0.
       01 KpiYtdLastValue PIC 9(7) VALUE 0.
       01 KpiYtdMonths PIC 9(2) VALUE 0.
       01 KpiYtdLastMonths PIC 9(2) VALUE 0.
       01 KpiBaseValue PIC 9(7) VALUE 0.
       01 KpiNewValue PIC 9(7) VALUE 0.
       01 KpiChangePct PIC S9(5)V9 VALUE 0.
       01 KpiChangeText PIC X(8).
       01 KpiChangeDisplay PIC -(4)9.9.
       01 KpiThisDisplay PIC Z(6)9.
       01 KpiPriorDisplay PIC Z(7)9.
       01 KpiLastYearDisplay PIC Z(7)9.
       01 KpiYtdDisplay PIC Z(6)9.
       01 KpiYtdLastDisplay PIC Z(6)9.
       01 KpiPriorText PIC X(8).
       01 KpiLastYearText PIC X(8).
       01 KpiPriorChange PIC X(8).
       01 KpiLastYearChange PIC X(8).
       01 KpiYtdChange PIC X(8).
       01 KpiColumnDisplay PIC Z(5)9.
       01 KpiColumnPos PIC 9(3) VALUE 0.

      *> The target month and the same month last year, by university and
      *> by class standing.
       01 KpiUniversityTable.
           05 KpiUniversityEntry OCCURS 200 TIMES.
               10 KuName PIC X(30).
               10 KuThis PIC 9(6) OCCURS 9 TIMES.
               10 KuLast PIC 9(6) OCCURS 9 TIMES.
       01 KpiUniversityCount PIC 9(3) VALUE 0.
       01 KpiUniversityIndex PIC 9(3) VALUE 0.
       01 KpiUniversityMatch PIC 9(3) VALUE 0.
       01 KpiStandingTable.
           05 KpiStandingEntry OCCURS 20 TIMES.
               10 KsName PIC X(12).
               10 KsThis PIC 9(6) OCCURS 9 TIMES.
               10 KsLast PIC 9(6) OCCURS 9 TIMES.
       01 KpiStandingCount PIC 9(2) VALUE 0.
       01 KpiStandingIndex PIC 9(2) VALUE 0.
       01 KpiStandingMatch PIC 9(2) VALUE 0.
       01 KpiColumnHeading PIC X(132) VALUE
           "                                 Active NewReg PstOpn PstFil   Apps Intvws OffAcc EvAttd MntSes".
       01 KpiBreakdownName PIC X(30).
       01 KpiBreakdownValues.
           05 KpiBreakdownValue PIC 9(6) OCCURS 9 TIMES.

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
       01 JournalProgramName PIC X(24) VALUE "KpiReport".
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
           PERFORM DetermineTargetMonth
           OPEN OUTPUT ReportFile
           MOVE SPACES TO ReportTitle
           STRING "InCollege KPI Year over Year  " DELIMITED BY SIZE
               KpiTargetMonth DELIMITED BY SIZE
               INTO ReportTitle
           MOVE RunDate TO ReportRunDate
           MOVE "KpiReport" TO BurstReportName
           MOVE RunDate TO BurstRunDate
           PERFORM StartReportBurst

           IF KpiTargetMonth = SPACES
               MOVE "No KPI snapshots on file." TO CurrentMessage
               PERFORM WriteBurstReportLine
           ELSE
               PERFORM LoadKpiSnapshots
               PERFORM PrintKpiComparison
               PERFORM PrintKpiBreakdowns
           END-IF

           PERFORM FinishReport
           PERFORM FinishReportBurst
           CLOSE ReportFile
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
           MOVE SPACES TO KpiTargetMonth
           MOVE SPACES TO KpiEnvBuffer
           ACCEPT KpiEnvBuffer FROM ENVIRONMENT "INCOLLEGE_KPI_MONTH"
           IF KpiEnvBuffer(1:4) IS NUMERIC AND KpiEnvBuffer(5:1) = "-" AND
              KpiEnvBuffer(6:2) IS NUMERIC AND
              KpiEnvBuffer(6:2) >= "01" AND KpiEnvBuffer(6:2) <= "12"
               MOVE KpiEnvBuffer(1:7) TO KpiTargetMonth
           ELSE
               MOVE 'N' TO EOF-KpiSnapshotFile
               OPEN INPUT KpiSnapshotFile
               PERFORM UNTIL EOF-KpiSnapshotFile = 'Y'
                   READ KpiSnapshotFile
                   AT END
                       MOVE 'Y' TO EOF-KpiSnapshotFile
                   NOT AT END
                       IF KpiMonth > KpiTargetMonth
                           MOVE KpiMonth TO KpiTargetMonth
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE KpiSnapshotFile
           END-IF
           IF KpiTargetMonth NOT = SPACES
               MOVE FUNCTION NUMVAL(KpiTargetMonth(1:4)) TO KpiTargetYear
               MOVE FUNCTION NUMVAL(KpiTargetMonth(6:2))
                   TO KpiTargetMonthNum
               COMPUTE KpiWorkYear = KpiTargetYear - 1
               MOVE SPACES TO KpiLastYearMonth
               STRING KpiWorkYear DELIMITED BY SIZE
                   KpiTargetMonth(5:3) DELIMITED BY SIZE
                   INTO KpiLastYearMonth
               IF KpiTargetMonthNum = 1
                   MOVE 1 TO KpiPriorSlot
                   MOVE 12 TO KpiPriorMonthNum
               ELSE
                   MOVE 2 TO KpiPriorSlot
                   COMPUTE KpiPriorMonthNum = KpiTargetMonthNum - 1
               END-IF
               COMPUTE KpiWorkYear = KpiTargetYear - 2 + KpiPriorSlot
               MOVE SPACES TO KpiPriorMonth
               STRING KpiWorkYear DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   KpiPriorMonthNum DELIMITED BY SIZE
                   INTO KpiPriorMonth
           END-IF.

       LoadKpiSnapshots.
           PERFORM VARYING KpiSlotIndex FROM 1 BY 1 UNTIL KpiSlotIndex > 2
               PERFORM VARYING KpiMonthIndex FROM 1 BY 1
                   UNTIL KpiMonthIndex > 12
                   MOVE 'N' TO KpiMonthTaken(KpiSlotIndex, KpiMonthIndex)
                   PERFORM VARYING KpiMetricIndex FROM 1 BY 1
                       UNTIL KpiMetricIndex > 9
                       MOVE 0 TO KpiMonthTotal(KpiSlotIndex, KpiMonthIndex,
                           KpiMetricIndex)
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           MOVE 0 TO KpiUniversityCount
           MOVE 0 TO KpiStandingCount

           MOVE 'N' TO EOF-KpiSnapshotFile
           OPEN INPUT KpiSnapshotFile
           PERFORM UNTIL EOF-KpiSnapshotFile = 'Y'
               READ KpiSnapshotFile
               AT END
                   MOVE 'Y' TO EOF-KpiSnapshotFile
               NOT AT END
                   PERFORM AddKpiSnapshotRow
               END-READ
           END-PERFORM
           CLOSE KpiSnapshotFile.

       AddKpiSnapshotRow.
           MOVE 0 TO KpiRowSlot
           IF KpiMonth(1:4) IS NUMERIC AND KpiMonth(6:2) IS NUMERIC
               MOVE FUNCTION NUMVAL(KpiMonth(1:4)) TO KpiRowYear
               MOVE FUNCTION NUMVAL(KpiMonth(6:2)) TO KpiRowMonthNum
               IF KpiRowMonthNum >= 1 AND KpiRowMonthNum <= 12
                   IF KpiRowYear = KpiTargetYear
                       MOVE 2 TO KpiRowSlot
                   END-IF
                   IF KpiRowYear = KpiTargetYear - 1
                       MOVE 1 TO KpiRowSlot
                   END-IF
               END-IF
           END-IF
           IF KpiRowSlot > 0
               MOVE 'Y' TO KpiMonthTaken(KpiRowSlot, KpiRowMonthNum)
               PERFORM VARYING KpiMetricIndex FROM 1 BY 1
                   UNTIL KpiMetricIndex > 9
                   ADD KpiCount(KpiMetricIndex) TO
                       KpiMonthTotal(KpiRowSlot, KpiRowMonthNum,
                           KpiMetricIndex)
               END-PERFORM
               IF KpiMonth = KpiTargetMonth OR KpiMonth = KpiLastYearMonth
                   PERFORM AddKpiBreakdownRow
               END-IF
           END-IF.

       AddKpiBreakdownRow.
           MOVE 0 TO KpiUniversityMatch
           PERFORM VARYING KpiUniversityIndex FROM 1 BY 1
               UNTIL KpiUniversityIndex > KpiUniversityCount OR
                     KpiUniversityMatch > 0
               IF KuName(KpiUniversityIndex) = KpiUniversity
                   MOVE KpiUniversityIndex TO KpiUniversityMatch
               END-IF
           END-PERFORM
           IF KpiUniversityMatch = 0 AND KpiUniversityCount < 200
               ADD 1 TO KpiUniversityCount
               MOVE KpiUniversityCount TO KpiUniversityMatch
               MOVE KpiUniversity TO KuName(KpiUniversityMatch)
               PERFORM VARYING KpiMetricIndex FROM 1 BY 1
                   UNTIL KpiMetricIndex > 9
                   MOVE 0 TO KuThis(KpiUniversityMatch, KpiMetricIndex)
                   MOVE 0 TO KuLast(KpiUniversityMatch, KpiMetricIndex)
               END-PERFORM
           END-IF

           MOVE 0 TO KpiStandingMatch
           PERFORM VARYING KpiStandingIndex FROM 1 BY 1
               UNTIL KpiStandingIndex > KpiStandingCount OR
                     KpiStandingMatch > 0
               IF KsName(KpiStandingIndex) = KpiStanding
                   MOVE KpiStandingIndex TO KpiStandingMatch
               END-IF
           END-PERFORM
           IF KpiStandingMatch = 0 AND KpiStandingCount < 20
               ADD 1 TO KpiStandingCount
               MOVE KpiStandingCount TO KpiStandingMatch
               MOVE KpiStanding TO KsName(KpiStandingMatch)
               PERFORM VARYING KpiMetricIndex FROM 1 BY 1
                   UNTIL KpiMetricIndex > 9
                   MOVE 0 TO KsThis(KpiStandingMatch, KpiMetricIndex)
                   MOVE 0 TO KsLast(KpiStandingMatch, KpiMetricIndex)
               END-PERFORM
           END-IF

           PERFORM VARYING KpiMetricIndex FROM 1 BY 1
               UNTIL KpiMetricIndex > 9
               IF KpiMonth = KpiTargetMonth
                   IF KpiUniversityMatch > 0
                       ADD KpiCount(KpiMetricIndex)
                           TO KuThis(KpiUniversityMatch, KpiMetricIndex)
                   END-IF
                   IF KpiStandingMatch > 0
                       ADD KpiCount(KpiMetricIndex)
                           TO KsThis(KpiStandingMatch, KpiMetricIndex)
                   END-IF
               ELSE
                   IF KpiUniversityMatch > 0
                       ADD KpiCount(KpiMetricIndex)
                           TO KuLast(KpiUniversityMatch, KpiMetricIndex)
                   END-IF
                   IF KpiStandingMatch > 0
                       ADD KpiCount(KpiMetricIndex)
                           TO KsLast(KpiStandingMatch, KpiMetricIndex)
                   END-IF
               END-IF
           END-PERFORM.

       PrintKpiComparison.
           IF KpiMonthTaken(2, KpiTargetMonthNum) = 'N'
               MOVE SPACES TO CurrentMessage
               STRING "No KPI snapshot on file for " DELIMITED BY SIZE
                   KpiTargetMonth DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteBurstReportLine
           END-IF
           MOVE SPACES TO CurrentMessage
           STRING "Month " DELIMITED BY SIZE
               KpiTargetMonth DELIMITED BY SIZE
               " against " DELIMITED BY SIZE
               KpiPriorMonth DELIMITED BY SIZE
               " and " DELIMITED BY SIZE
               KpiLastYearMonth DELIMITED BY SIZE
               "; year to date is January through " DELIMITED BY SIZE
               KpiTargetMonth DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE " " TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE "Measure                  This month  Prior mo   Change  Last year   Change       YTD  YTD last yr   Change"
               TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE ALL "-" TO CurrentMessage(1:106)
           PERFORM WriteBurstReportLine

           PERFORM VARYING KpiMetricIndex FROM 1 BY 1
               UNTIL KpiMetricIndex > 9
               PERFORM PrintKpiMeasure
           END-PERFORM

           MOVE 0 TO KpiYtdMonths
           MOVE 0 TO KpiYtdLastMonths
           PERFORM VARYING KpiMonthIndex FROM 1 BY 1
               UNTIL KpiMonthIndex > KpiTargetMonthNum
               IF KpiMonthTaken(2, KpiMonthIndex) = 'Y'
                   ADD 1 TO KpiYtdMonths
               END-IF
               IF KpiMonthTaken(1, KpiMonthIndex) = 'Y'
                   ADD 1 TO KpiYtdLastMonths
               END-IF
           END-PERFORM
           MOVE " " TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Active users are distinct within a month; the year-to-date figure adds the months. "
               DELIMITED BY SIZE
               "Snapshots on file: " DELIMITED BY SIZE
               KpiYtdMonths DELIMITED BY SIZE
               " this year, " DELIMITED BY SIZE
               KpiYtdLastMonths DELIMITED BY SIZE
               " last year." DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteBurstReportLine
           IF KpiMonthTaken(KpiPriorSlot, KpiPriorMonthNum) = 'N' OR
              KpiMonthTaken(1, KpiTargetMonthNum) = 'N'
               MOVE "A comparison month shown as (none) has no snapshot on file."
                   TO CurrentMessage
               PERFORM WriteBurstReportLine
           END-IF.

       PrintKpiMeasure.
           MOVE KpiMonthTotal(2, KpiTargetMonthNum, KpiMetricIndex)
               TO KpiThisValue
           MOVE KpiMonthTotal(KpiPriorSlot, KpiPriorMonthNum, KpiMetricIndex)
               TO KpiPriorValue
           MOVE KpiMonthTotal(1, KpiTargetMonthNum, KpiMetricIndex)
               TO KpiLastYearValue
           MOVE 0 TO KpiYtdValue
           MOVE 0 TO KpiYtdLastValue
           PERFORM VARYING KpiMonthIndex FROM 1 BY 1
               UNTIL KpiMonthIndex > KpiTargetMonthNum
               ADD KpiMonthTotal(2, KpiMonthIndex, KpiMetricIndex)
                   TO KpiYtdValue
               ADD KpiMonthTotal(1, KpiMonthIndex, KpiMetricIndex)
                   TO KpiYtdLastValue
           END-PERFORM

           MOVE KpiThisValue TO KpiThisDisplay
           MOVE KpiYtdValue TO KpiYtdDisplay
           MOVE KpiYtdLastValue TO KpiYtdLastDisplay

           IF KpiMonthTaken(KpiPriorSlot, KpiPriorMonthNum) = 'Y'
               MOVE KpiPriorValue TO KpiPriorDisplay
               MOVE KpiPriorDisplay TO KpiPriorText
               MOVE KpiPriorValue TO KpiBaseValue
               MOVE KpiThisValue TO KpiNewValue
               PERFORM FormatKpiChange
               MOVE KpiChangeText TO KpiPriorChange
           ELSE
               MOVE "  (none)" TO KpiPriorText
               MOVE SPACES TO KpiPriorChange
           END-IF
           IF KpiMonthTaken(1, KpiTargetMonthNum) = 'Y'
               MOVE KpiLastYearValue TO KpiLastYearDisplay
               MOVE KpiLastYearDisplay TO KpiLastYearText
               MOVE KpiLastYearValue TO KpiBaseValue
               MOVE KpiThisValue TO KpiNewValue
               PERFORM FormatKpiChange
               MOVE KpiChangeText TO KpiLastYearChange
           ELSE
               MOVE "  (none)" TO KpiLastYearText
               MOVE SPACES TO KpiLastYearChange
           END-IF
           MOVE KpiYtdLastValue TO KpiBaseValue
           MOVE KpiYtdValue TO KpiNewValue
           PERFORM FormatKpiChange
           MOVE KpiChangeText TO KpiYtdChange

           MOVE SPACES TO CurrentMessage
           MOVE KpiMetricName(KpiMetricIndex) TO CurrentMessage(1:22)
           MOVE KpiThisDisplay TO CurrentMessage(29:7)
           MOVE KpiPriorText TO CurrentMessage(38:8)
           MOVE KpiPriorChange TO CurrentMessage(47:8)
           MOVE KpiLastYearText TO CurrentMessage(58:8)
           MOVE KpiLastYearChange TO CurrentMessage(67:8)
           MOVE KpiYtdDisplay TO CurrentMessage(78:7)
           MOVE KpiYtdLastDisplay TO CurrentMessage(91:7)
           MOVE KpiYtdChange TO CurrentMessage(99:8)
           PERFORM WriteBurstReportLine.

      *> Percentage change from KpiBaseValue to KpiNewValue; "new" when
      *> there was nothing to compare with.
       FormatKpiChange.
           IF KpiBaseValue = 0
               IF KpiNewValue = 0
                   MOVE "    0.0%" TO KpiChangeText
               ELSE
                   MOVE "     new" TO KpiChangeText
               END-IF
           ELSE
               COMPUTE KpiChangePct ROUNDED =
                   (KpiNewValue - KpiBaseValue) * 100 / KpiBaseValue
                   ON SIZE ERROR
                       MOVE 9999.9 TO KpiChangePct
               END-COMPUTE
               MOVE KpiChangePct TO KpiChangeDisplay
               MOVE SPACES TO KpiChangeText
               STRING KpiChangeDisplay DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO KpiChangeText
           END-IF.

       PrintKpiBreakdowns.
           MOVE " " TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE SPACES TO CurrentMessage
           STRING "By university: " DELIMITED BY SIZE
               KpiTargetMonth DELIMITED BY SIZE
               ", with " DELIMITED BY SIZE
               KpiLastYearMonth DELIMITED BY SIZE
               " beneath" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE KpiColumnHeading TO CurrentMessage
           PERFORM WriteBurstReportLine
           PERFORM VARYING KpiUniversityIndex FROM 1 BY 1
               UNTIL KpiUniversityIndex > KpiUniversityCount
               MOVE KuName(KpiUniversityIndex) TO KpiBreakdownName
               PERFORM VARYING KpiMetricIndex FROM 1 BY 1
                   UNTIL KpiMetricIndex > 9
                   MOVE KuThis(KpiUniversityIndex, KpiMetricIndex)
                       TO KpiBreakdownValue(KpiMetricIndex)
               END-PERFORM
               PERFORM PrintKpiBreakdownLine
               MOVE "  same month last year" TO KpiBreakdownName
               PERFORM VARYING KpiMetricIndex FROM 1 BY 1
                   UNTIL KpiMetricIndex > 9
                   MOVE KuLast(KpiUniversityIndex, KpiMetricIndex)
                       TO KpiBreakdownValue(KpiMetricIndex)
               END-PERFORM
               PERFORM PrintKpiBreakdownLine
           END-PERFORM

           MOVE " " TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE SPACES TO CurrentMessage
           STRING "By class standing: " DELIMITED BY SIZE
               KpiTargetMonth DELIMITED BY SIZE
               ", with " DELIMITED BY SIZE
               KpiLastYearMonth DELIMITED BY SIZE
               " beneath" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE KpiColumnHeading TO CurrentMessage
           PERFORM WriteBurstReportLine
           PERFORM VARYING KpiStandingIndex FROM 1 BY 1
               UNTIL KpiStandingIndex > KpiStandingCount
               MOVE KsName(KpiStandingIndex) TO KpiBreakdownName
               IF KpiBreakdownName = SPACES
                   MOVE "(none)" TO KpiBreakdownName
               END-IF
               PERFORM VARYING KpiMetricIndex FROM 1 BY 1
                   UNTIL KpiMetricIndex > 9
                   MOVE KsThis(KpiStandingIndex, KpiMetricIndex)
                       TO KpiBreakdownValue(KpiMetricIndex)
               END-PERFORM
               PERFORM PrintKpiBreakdownLine
               MOVE "  same month last year" TO KpiBreakdownName
               PERFORM VARYING KpiMetricIndex FROM 1 BY 1
                   UNTIL KpiMetricIndex > 9
                   MOVE KsLast(KpiStandingIndex, KpiMetricIndex)
                       TO KpiBreakdownValue(KpiMetricIndex)
               END-PERFORM
               PERFORM PrintKpiBreakdownLine
           END-PERFORM.

       PrintKpiBreakdownLine.
           MOVE SPACES TO CurrentMessage
           MOVE KpiBreakdownName TO CurrentMessage(1:30)
           MOVE 34 TO KpiColumnPos
           PERFORM VARYING KpiMetricIndex FROM 1 BY 1
               UNTIL KpiMetricIndex > 9
               MOVE KpiBreakdownValue(KpiMetricIndex) TO KpiColumnDisplay
               MOVE KpiColumnDisplay TO CurrentMessage(KpiColumnPos:6)
               ADD 7 TO KpiColumnPos
           END-PERFORM
           PERFORM WriteBurstReportLine.

       COPY "ReportFormat.cob".

       COPY "ReportBurst.cob".

       COPY "Journal.cob".

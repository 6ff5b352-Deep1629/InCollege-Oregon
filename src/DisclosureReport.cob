               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "output/DisclosureReport.txt"
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
       01 EOF-WorkFile PIC X VALUE 'N'.
       01 EnvBuffer PIC X(20).
       01 DisclosureCount PIC 9(5) VALUE 0.

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
       01 JournalProgramName PIC X(24) VALUE "DisclosureReport".
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
           MOVE SPACES TO DisclosureUser
               MOVE EnvBuffer(1:10) TO DisclosureTo
           END-IF

           PERFORM DetermineRunDate
           OPEN OUTPUT ReportFile
           MOVE "InCollege Access Disclosure Report" TO ReportTitle
           MOVE RunDate TO ReportRunDate
           MOVE "DisclosureReport" TO BurstReportName
           MOVE RunDate TO BurstRunDate
           MOVE "USER" TO BurstPurgeType
           MOVE DisclosureUser TO BurstPurgeValue
           PERFORM StartReportBurst
           MOVE "USER" TO BurstSectionType
           MOVE DisclosureUser TO BurstSectionValue
           MOVE SPACES TO BurstSectionHeading
           PERFORM BeginBurstSection
           MOVE SPACES TO CurrentMessage
           STRING "Access disclosure report for " DELIMITED BY SIZE
               FUNCTION TRIM(DisclosureUser) DELIMITED BY SIZE
               DisclosureTo DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteBurstReportLine

           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT ProfileViewLogFile
                           FUNCTION TRIM(PvlContext) DELIMITED BY SIZE
                           "]" DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM WriteBurstReportLine
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ProfileViewLogFile

           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Disclosed accesses: " DELIMITED BY SIZE
               DisclosureCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteBurstReportLine
           PERFORM EndBurstSection
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

       COPY "ReportFormat.cob".

       COPY "ReportBurst.cob".

       COPY "Journal.cob".

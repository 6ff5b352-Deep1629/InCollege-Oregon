IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployerFollowUpReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EmployerContactFile
               ASSIGN TO "employer_contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempEmployerContactFile
               ASSIGN TO "employer_contacts_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JobId OF JobRecord
               ALTERNATE RECORD KEY IS JobUsername OF JobRecord
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EmployerId OF JobRecord
                   WITH DUPLICATES.
           SELECT OPTIONAL EmployerFile ASSIGN TO "employers.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile
               ASSIGN TO "output/EmployerFollowUpReport.txt"
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
       FD EmployerContactFile.
       01 EmployerContactRecord.
           05 EcId PIC 9(5).
           05 EcEmployerId PIC 9(5).
           05 EcContactDate PIC X(10).
           05 EcStaff PIC X(20).
           05 EcType PIC X(10).
           05 EcNotes PIC X(150).
           05 EcFollowUpDue PIC X(10).
           05 EcFollowUpDone PIC X(1).
           05 EcOutcome PIC X(50).
           05 EcPromised PIC X(1).
           05 EcPromiseText PIC X(50).
           05 EcLinkedJobId PIC 9(5).
           05 EcLinkedTitle PIC X(50).
           05 EcLinkedDate PIC X(10).

       FD TempEmployerContactFile.
       01 TempEmployerContactRecord PIC X(377).

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

       FD EmployerFile.
       01 EmployerRecord.
           05 EmployerIdMaster PIC 9(5).
           05 EmployerName PIC X(50).
           05 FILLER PIC X(300).

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
       01 EOF-EmployerContactFile PIC X VALUE 'N'.
       01 EOF-JobFile PIC X VALUE 'N'.
       01 EOF-EmployerFile PIC X VALUE 'N'.

      *> Follow-ups due on or before WeekEndDate are listed; anything due
      *> before the run date is shown as overdue.
       01 FollowUpWindowDays PIC 9(2) VALUE 7.
       01 WeekEndNum PIC 9(8) VALUE 0.
       01 WeekEndDate PIC X(10) VALUE "9999-99-99".

       01 ContactsReadCount PIC 9(6) VALUE 0.
       01 LinkedThisRun PIC 9(5) VALUE 0.
       01 DueCount PIC 9(5) VALUE 0.
       01 OverdueCount PIC 9(5) VALUE 0.
       01 PromisedCount PIC 9(5) VALUE 0.
       01 PromisedLinkedCount PIC 9(5) VALUE 0.

      *> Contacts in file order, so the rewrite can apply new links by
      *> position.
       01 ContactTable.
           05 ContactEntry OCCURS 3000 TIMES.
               10 CtId PIC 9(5).
               10 CtEmployerId PIC 9(5).
               10 CtContactDate PIC X(10).
               10 CtStaff PIC X(20).
               10 CtType PIC X(10).
               10 CtFollowUpDue PIC X(10).
               10 CtFollowUpDone PIC X(1).
               10 CtPromised PIC X(1).
               10 CtPromiseText PIC X(50).
               10 CtLinkedJobId PIC 9(5).
               10 CtLinkedTitle PIC X(50).
               10 CtLinkedDate PIC X(10).
       01 ContactTableCount PIC 9(4) VALUE 0.
       01 ContactIndex PIC 9(4) VALUE 0.
       01 ContactRewriteIndex PIC 9(4) VALUE 0.

       01 EmployerNameTable.
           05 EmployerNameEntry OCCURS 500 TIMES.
               10 EnEmployerId PIC 9(5).
               10 EnEmployerName PIC X(50).
       01 EmployerNameCount PIC 9(3) VALUE 0.
       01 EmployerNameIndex PIC 9(3) VALUE 0.
       01 LookupEmployerName PIC X(50).

       01 StaffTable.
           05 StaffEntry OCCURS 200 TIMES.
               10 StStaff PIC X(20).
               10 StDueCount PIC 9(5).
       01 StaffCount PIC 9(3) VALUE 0.
       01 StaffIndex PIC 9(3) VALUE 0.
       01 StaffMatch PIC 9(3) VALUE 0.

       01 MatchTitle PIC X(50).
       01 MatchWord PIC X(50).
       01 MatchWordLength PIC 9(2) VALUE 0.
       01 MatchTally PIC 9(3) VALUE 0.
       01 DueFlagText PIC X(8).

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
       01 JournalProgramName PIC X(24) VALUE "EmployerFollowUpReport".
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
           PERFORM LoadEmployerNames
           PERFORM LoadContacts
           PERFORM LinkPromisedPostings
           IF LinkedThisRun > 0
               PERFORM RewriteContacts
           END-IF
           PERFORM PrintFollowUpReport

           MOVE SPACES TO CurrentMessage
           STRING "Employer follow-up report: " DELIMITED BY SIZE
               DueCount DELIMITED BY SIZE
               " follow-up(s) due, " DELIMITED BY SIZE
               LinkedThisRun DELIMITED BY SIZE
               " promise(s) newly linked to postings." DELIMITED BY SIZE
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
               COMPUTE WeekEndNum = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(RunDateNum) + FollowUpWindowDays)
               MOVE SPACES TO WeekEndDate
               STRING WeekEndNum(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WeekEndNum(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WeekEndNum(7:2) DELIMITED BY SIZE
                   INTO WeekEndDate
           END-IF.

       LoadEmployerNames.
           MOVE 'N' TO EOF-EmployerFile
           OPEN INPUT EmployerFile
           PERFORM UNTIL EOF-EmployerFile = 'Y'
               READ EmployerFile
               AT END
                   MOVE 'Y' TO EOF-EmployerFile
               NOT AT END
                   IF EmployerNameCount < 500
                       ADD 1 TO EmployerNameCount
                       MOVE EmployerIdMaster
                           TO EnEmployerId(EmployerNameCount)
                       MOVE EmployerName TO EnEmployerName(EmployerNameCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerFile.

       LoadContacts.
           MOVE 'N' TO EOF-EmployerContactFile
           OPEN INPUT EmployerContactFile
           PERFORM UNTIL EOF-EmployerContactFile = 'Y'
               READ EmployerContactFile
               AT END
                   MOVE 'Y' TO EOF-EmployerContactFile
               NOT AT END
                   ADD 1 TO ContactsReadCount
                   IF ContactTableCount < 3000
                       ADD 1 TO ContactTableCount
                       MOVE EcId TO CtId(ContactTableCount)
                       MOVE EcEmployerId TO CtEmployerId(ContactTableCount)
                       MOVE EcContactDate TO CtContactDate(ContactTableCount)
                       MOVE EcStaff TO CtStaff(ContactTableCount)
                       MOVE EcType TO CtType(ContactTableCount)
                       MOVE EcFollowUpDue TO CtFollowUpDue(ContactTableCount)
                       MOVE EcFollowUpDone
                           TO CtFollowUpDone(ContactTableCount)
                       MOVE EcPromised TO CtPromised(ContactTableCount)
                       MOVE EcPromiseText TO CtPromiseText(ContactTableCount)
                       MOVE EcLinkedJobId TO CtLinkedJobId(ContactTableCount)
                       MOVE EcLinkedTitle TO CtLinkedTitle(ContactTableCount)
                       MOVE EcLinkedDate TO CtLinkedDate(ContactTableCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerContactFile.

      *> A promise is met by the first posting the employer files on or
      *> after the contact date whose title holds the promised word (any
      *> posting when no word was given). A posting meets one promise only.
       LinkPromisedPostings.
           MOVE 'N' TO EOF-JobFile
           OPEN INPUT JobFile
           PERFORM UNTIL EOF-JobFile = 'Y'
               READ JobFile
               AT END
                   MOVE 'Y' TO EOF-JobFile
               NOT AT END
                   IF EmployerId IS NUMERIC AND EmployerId > 0 AND
                      JobId IS NUMERIC AND JobId > 0
                       PERFORM MatchPostingToPromise
                   END-IF
               END-READ
           END-PERFORM
           CLOSE JobFile.

       MatchPostingToPromise.
           MOVE 0 TO MatchTally
           PERFORM VARYING ContactIndex FROM 1 BY 1
               UNTIL ContactIndex > ContactTableCount OR MatchTally > 0
               IF CtLinkedJobId(ContactIndex) = JobId
                   MOVE 1 TO MatchTally
               END-IF
           END-PERFORM
           IF MatchTally = 0
               PERFORM VARYING ContactIndex FROM 1 BY 1
                   UNTIL ContactIndex > ContactTableCount OR MatchTally > 0
                   IF CtPromised(ContactIndex) = 'Y' AND
                      CtLinkedJobId(ContactIndex) = 0 AND
                      CtEmployerId(ContactIndex) = EmployerId AND
                      CreatedDate >= CtContactDate(ContactIndex)
                       PERFORM CheckPromiseWord
                       IF MatchTally > 0
                           MOVE JobId TO CtLinkedJobId(ContactIndex)
                           MOVE JobTitle TO CtLinkedTitle(ContactIndex)
                           MOVE RunDate TO CtLinkedDate(ContactIndex)
                           ADD 1 TO LinkedThisRun
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       CheckPromiseWord.
           MOVE 0 TO MatchTally
           IF CtPromiseText(ContactIndex) = SPACES
               MOVE 1 TO MatchTally
           ELSE
               MOVE FUNCTION UPPER-CASE(JobTitle) TO MatchTitle
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(CtPromiseText(ContactIndex))) TO MatchWord
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(CtPromiseText(ContactIndex)))
                   TO MatchWordLength
               INSPECT MatchTitle TALLYING MatchTally
                   FOR ALL MatchWord(1:MatchWordLength)
           END-IF.

       RewriteContacts.
           MOVE 0 TO ContactRewriteIndex
           MOVE 'N' TO EOF-EmployerContactFile
           OPEN INPUT EmployerContactFile
           OPEN OUTPUT TempEmployerContactFile
           PERFORM UNTIL EOF-EmployerContactFile = 'Y'
               READ EmployerContactFile
               AT END
                   MOVE 'Y' TO EOF-EmployerContactFile
               NOT AT END
                   ADD 1 TO ContactRewriteIndex
                   IF ContactRewriteIndex <= ContactTableCount
                       MOVE CtLinkedJobId(ContactRewriteIndex)
                           TO EcLinkedJobId
                       MOVE CtLinkedTitle(ContactRewriteIndex)
                           TO EcLinkedTitle
                       MOVE CtLinkedDate(ContactRewriteIndex)
                           TO EcLinkedDate
                   END-IF
                   WRITE TempEmployerContactRecord FROM EmployerContactRecord
               END-READ
           END-PERFORM
           CLOSE EmployerContactFile
           CLOSE TempEmployerContactFile

           MOVE "employer_contacts.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "employer_contacts.dat"
           CALL "CBL_RENAME_FILE" USING "employer_contacts_temp.dat"
               "employer_contacts.dat"
           PERFORM JournalAfterImage.

      *> One USER section per staff member with the follow-ups falling
      *> due in the coming week, then the outreach results for everyone.
       PrintFollowUpReport.
           OPEN OUTPUT ReportFile
           MOVE "InCollege Employer Relations Follow-ups" TO ReportTitle
           MOVE RunDate TO ReportRunDate
           MOVE "EmployerFollowUpReport" TO BurstReportName
           MOVE RunDate TO BurstRunDate
           PERFORM StartReportBurst

           MOVE SPACES TO CurrentMessage
           STRING "Open follow-ups due on or before " DELIMITED BY SIZE
               WeekEndDate DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE " " TO CurrentMessage
           PERFORM WriteBurstReportLine

           PERFORM VARYING ContactIndex FROM 1 BY 1
               UNTIL ContactIndex > ContactTableCount
               IF CtFollowUpDue(ContactIndex) NOT = SPACES AND
                  CtFollowUpDone(ContactIndex) NOT = 'Y' AND
                  CtFollowUpDue(ContactIndex) <= WeekEndDate
                   PERFORM AddStaffMember
               END-IF
           END-PERFORM
           PERFORM VARYING StaffIndex FROM 1 BY 1
               UNTIL StaffIndex > StaffCount
               PERFORM PrintStaffFollowUps
           END-PERFORM
           IF StaffCount = 0
               MOVE "  (no follow-ups due this week)" TO CurrentMessage
               PERFORM WriteBurstReportLine
           END-IF

           MOVE " " TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE "Outreach that produced postings:" TO CurrentMessage
           PERFORM WriteBurstReportLine
           PERFORM VARYING ContactIndex FROM 1 BY 1
               UNTIL ContactIndex > ContactTableCount
               IF CtPromised(ContactIndex) = 'Y'
                   ADD 1 TO PromisedCount
                   IF CtLinkedJobId(ContactIndex) > 0
                       ADD 1 TO PromisedLinkedCount
                       PERFORM PrintLinkedPromise
                   END-IF
               END-IF
           END-PERFORM
           IF PromisedLinkedCount = 0
               MOVE "  (no promised postings have appeared yet)"
                   TO CurrentMessage
               PERFORM WriteBurstReportLine
           END-IF
           MOVE " " TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Postings promised: " DELIMITED BY SIZE
               PromisedCount DELIMITED BY SIZE
               "  posted: " DELIMITED BY SIZE
               PromisedLinkedCount DELIMITED BY SIZE
               "  linked this run: " DELIMITED BY SIZE
               LinkedThisRun DELIMITED BY SIZE
               "  follow-ups due: " DELIMITED BY SIZE
               DueCount DELIMITED BY SIZE
               " (overdue " DELIMITED BY SIZE
               OverdueCount DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteBurstReportLine
           PERFORM FinishReport
           PERFORM FinishReportBurst
           CLOSE ReportFile.

       AddStaffMember.
           MOVE 0 TO StaffMatch
           PERFORM VARYING StaffIndex FROM 1 BY 1
               UNTIL StaffIndex > StaffCount OR StaffMatch > 0
               IF StStaff(StaffIndex) = CtStaff(ContactIndex)
                   MOVE StaffIndex TO StaffMatch
               END-IF
           END-PERFORM
           IF StaffMatch = 0 AND StaffCount < 200
               ADD 1 TO StaffCount
               MOVE CtStaff(ContactIndex) TO StStaff(StaffCount)
               MOVE 0 TO StDueCount(StaffCount)
               MOVE StaffCount TO StaffMatch
           END-IF
           IF StaffMatch > 0
               ADD 1 TO StDueCount(StaffMatch)
           END-IF.

       PrintStaffFollowUps.
           MOVE "USER" TO BurstSectionType
           MOVE StStaff(StaffIndex) TO BurstSectionValue
           MOVE SPACES TO BurstSectionHeading
           STRING "Follow-ups for " DELIMITED BY SIZE
               FUNCTION TRIM(StStaff(StaffIndex)) DELIMITED BY SIZE
               INTO BurstSectionHeading
           PERFORM BeginBurstSection
           MOVE BurstSectionHeading TO CurrentMessage
           PERFORM WriteBurstReportLine
           PERFORM VARYING ContactIndex FROM 1 BY 1
               UNTIL ContactIndex > ContactTableCount
               IF CtStaff(ContactIndex) = StStaff(StaffIndex) AND
                  CtFollowUpDue(ContactIndex) NOT = SPACES AND
                  CtFollowUpDone(ContactIndex) NOT = 'Y' AND
                  CtFollowUpDue(ContactIndex) <= WeekEndDate
                   PERFORM PrintOneFollowUp
               END-IF
           END-PERFORM
           PERFORM EndBurstSection.

       PrintOneFollowUp.
           ADD 1 TO DueCount
           IF CtFollowUpDue(ContactIndex) < RunDate
               MOVE "OVERDUE" TO DueFlagText
               ADD 1 TO OverdueCount
           ELSE
               MOVE SPACES TO DueFlagText
           END-IF
           PERFORM FindEmployerName
           MOVE SPACES TO CurrentMessage
           STRING "  " DELIMITED BY SIZE
               CtFollowUpDue(ContactIndex) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DueFlagText DELIMITED BY SIZE
               " #" DELIMITED BY SIZE
               CtId(ContactIndex) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LookupEmployerName(1:30) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CtType(ContactIndex)) DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               CtContactDate(ContactIndex) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteBurstReportLine.

       PrintLinkedPromise.
           PERFORM FindEmployerName
           MOVE SPACES TO CurrentMessage
           STRING "  " DELIMITED BY SIZE
               LookupEmployerName(1:30) DELIMITED BY SIZE
               " contact #" DELIMITED BY SIZE
               CtId(ContactIndex) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CtContactDate(ContactIndex) DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               FUNCTION TRIM(CtStaff(ContactIndex)) DELIMITED BY SIZE
               " -> job " DELIMITED BY SIZE
               CtLinkedJobId(ContactIndex) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CtLinkedTitle(ContactIndex)) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteBurstReportLine.

       FindEmployerName.
           MOVE SPACES TO LookupEmployerName
           STRING "Employer " DELIMITED BY SIZE
               CtEmployerId(ContactIndex) DELIMITED BY SIZE
               INTO LookupEmployerName
           PERFORM VARYING EmployerNameIndex FROM 1 BY 1
               UNTIL EmployerNameIndex > EmployerNameCount
               IF EnEmployerId(EmployerNameIndex) = CtEmployerId(ContactIndex)
                   MOVE EnEmployerName(EmployerNameIndex)
                       TO LookupEmployerName
               END-IF
           END-PERFORM.

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "EMPFOLLOWUP" TO ControlStep
           MOVE "employer_contacts.dat" TO ControlFileName
           MOVE ContactsReadCount TO ControlReadCount
           MOVE ContactsReadCount TO ControlWrittenCount
           MOVE 0 TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "ReportFormat.cob".

       COPY "ReportBurst.cob".

       COPY "Journal.cob".

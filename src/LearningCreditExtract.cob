IDENTIFICATION DIVISION.
       PROGRAM-ID. LearningCreditExtract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL UserProfileRecordFile ASSIGN TO "profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Username-Profile OF UserProfileRecord.
           SELECT OPTIONAL PlacementHoursFile ASSIGN TO "placement_hours.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NotificationFile ASSIGN TO "notifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExtractFile
               ASSIGN TO "output/LearningCreditExtract.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LearningAgreementFile
               ASSIGN TO "learning_agreements.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempLearningAgreementFile
               ASSIGN TO "learning_agreements_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TermCalendarFile ASSIGN TO "term_calendar.dat"
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

       FD PlacementHoursFile.
       01 PlacementHoursRecord.
           05 HoursUsername PIC X(20).
           05 HoursJobId PIC 9(5).
           05 HoursPoster PIC X(20).
           05 HoursWeekEnding PIC X(10).
           05 HoursWorked PIC 9(3).
           05 HoursStatus PIC X(10).

       FD NotificationFile.
       01 NotificationRecord.
           05 NotifUsername PIC X(20).
           05 NotifText PIC X(100).
           05 NotifDate PIC X(10).
           05 NotifStatus PIC X(6).
           05 NotifCategoryCode PIC X(12).
           05 NotifRelayed PIC X(1).

       FD ExtractFile.
       01 ExtractRecord.
           05 LcStudent PIC X(20).
           05 LcLastName PIC X(20).
           05 LcFirstName PIC X(20).
           05 LcTermCode PIC X(6).
           05 LcJobId PIC 9(5).
           05 LcJobTitle PIC X(50).
           05 LcSponsor PIC X(20).
           05 LcCreditHours PIC 9(2).
           05 LcHoursCompleted PIC 9(5).
           05 LcGrade PIC X(1).

       FD BatchControlFile.
       01 BatchControlRecord.
           05 ControlRunDate PIC X(10).
           05 ControlStep PIC X(20).
           05 ControlFileName PIC X(25).
           05 ControlReadCount PIC 9(6).
           05 ControlWrittenCount PIC 9(6).
           05 ControlRejectCount PIC 9(6).

       FD LearningAgreementFile.
       01 LearningAgreementRecord.
           05 LaStudent PIC X(20).
           05 LaJobId PIC 9(5).
           05 LaJobTitle PIC X(50).
           05 LaPoster PIC X(20).
           05 LaSponsor PIC X(20).
           05 LaTermCode PIC X(6).
           05 LaCreditHours PIC 9(2).
           05 LaRequiredHours PIC 9(4).
           05 LaObjectives PIC X(200).
           05 LaSponsorApproval PIC X(1).
           05 LaPosterApproval PIC X(1).
           05 LaStatus PIC X(10).
           05 LaEvalRating PIC 9(1).
           05 LaEvalComment PIC X(100).
           05 LaEvalDate PIC X(10).
           05 LaGradeDate PIC X(10).
           05 LaCreatedDate PIC X(10).
           05 LaExtractedDate PIC X(10).

       FD TempLearningAgreementFile.
       01 TempLearningAgreementRecord.
           05 LaStudent PIC X(20).
           05 LaJobId PIC 9(5).
           05 LaJobTitle PIC X(50).
           05 LaPoster PIC X(20).
           05 LaSponsor PIC X(20).
           05 LaTermCode PIC X(6).
           05 LaCreditHours PIC 9(2).
           05 LaRequiredHours PIC 9(4).
           05 LaObjectives PIC X(200).
           05 LaSponsorApproval PIC X(1).
           05 LaPosterApproval PIC X(1).
           05 LaStatus PIC X(10).
           05 LaEvalRating PIC 9(1).
           05 LaEvalComment PIC X(100).
           05 LaEvalDate PIC X(10).
           05 LaGradeDate PIC X(10).
           05 LaCreatedDate PIC X(10).
           05 LaExtractedDate PIC X(10).

       FD TermCalendarFile.
       01 TermCalendarRecord.
           05 TermCode PIC X(6).
           05 TermName PIC X(20).
           05 TermStartDate PIC X(10).
           05 TermEndDate PIC X(10).
           05 TermGradesDueDate PIC X(10).
           05 TermCommencementDate PIC X(10).
           05 TermClosedDate PIC X(10).

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
       01 EOF-LearningAgreementFile PIC X VALUE 'N'.
       01 EOF-PlacementHoursFile PIC X VALUE 'N'.
       01 AgreementsReadCount PIC 9(6) VALUE 0.
       01 RecordsWrittenCount PIC 9(6) VALUE 0.
       01 CreditsPostedTotal PIC 9(5) VALUE 0.
       01 EvaluationsDueCount PIC 9(5) VALUE 0.
       01 GradesDueCount PIC 9(5) VALUE 0.
       01 AgreementHoursCompleted PIC 9(5) VALUE 0.
       01 ReminderTerm PIC X(6).
       01 ReminderTarget PIC X(20).
       01 ReminderText PIC X(100).

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

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "LearningCreditExtract".
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
           MOVE TermCurrentCode TO ReminderTerm
           IF TermEndDue = 'Y'
               MOVE TermEndingCode TO ReminderTerm
           END-IF

           OPEN OUTPUT ExtractFile
           MOVE 'N' TO EOF-LearningAgreementFile
           OPEN INPUT LearningAgreementFile
           OPEN OUTPUT TempLearningAgreementFile
           PERFORM UNTIL EOF-LearningAgreementFile = 'Y'
               READ LearningAgreementFile INTO LearningAgreementRecord
               AT END
                   MOVE 'Y' TO EOF-LearningAgreementFile
               NOT AT END
                   ADD 1 TO AgreementsReadCount
                   PERFORM ProcessOneAgreement
                   WRITE TempLearningAgreementRecord
                       FROM LearningAgreementRecord
               END-READ
           END-PERFORM
           CLOSE LearningAgreementFile
           CLOSE TempLearningAgreementFile
           CLOSE ExtractFile
           MOVE "learning_agreements.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "learning_agreements.dat"
           CALL "CBL_RENAME_FILE" USING "learning_agreements_temp.dat"
               "learning_agreements.dat"
           PERFORM JournalAfterImage

           MOVE SPACES TO CurrentMessage
           STRING "Learning-credit extract: " DELIMITED BY SIZE
               RecordsWrittenCount DELIMITED BY SIZE
               " agreement(s), " DELIMITED BY SIZE
               CreditsPostedTotal DELIMITED BY SIZE
               " credit(s) to post; evaluations due " DELIMITED BY SIZE
               EvaluationsDueCount DELIMITED BY SIZE
               ", grades due " DELIMITED BY SIZE
               GradesDueCount DELIMITED BY SIZE
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

      *> A passed agreement goes to the registrar once and is stamped so
      *> the next term-end run does not post the credit again. Agreements
      *> in the ending term still waiting on the poster or the sponsor
      *> get a reminder instead.
       ProcessOneAgreement.
           EVALUATE FUNCTION TRIM(LaStatus IN LearningAgreementRecord)
               WHEN "Passed"
                   IF LaExtractedDate IN LearningAgreementRecord = SPACES
                       PERFORM WriteCreditRecord
                       MOVE RunDate
                           TO LaExtractedDate IN LearningAgreementRecord
                   END-IF
               WHEN "Active"
                   IF LaTermCode IN LearningAgreementRecord = ReminderTerm
                      AND ReminderTerm NOT = SPACES
                       ADD 1 TO EvaluationsDueCount
                       MOVE LaPoster IN LearningAgreementRecord
                           TO ReminderTarget
                       MOVE SPACES TO ReminderText
                       STRING "Term is ending: please file the supervisor "
                           DELIMITED BY SIZE
                           "evaluation for " DELIMITED BY SIZE
                           FUNCTION TRIM(LaStudent IN LearningAgreementRecord)
                           DELIMITED BY SIZE
                           INTO ReminderText
                       PERFORM WriteReminder
                   END-IF
               WHEN "Evaluated"
                   IF LaTermCode IN LearningAgreementRecord = ReminderTerm
                      AND ReminderTerm NOT = SPACES
                       ADD 1 TO GradesDueCount
                       MOVE LaSponsor IN LearningAgreementRecord
                           TO ReminderTarget
                       MOVE SPACES TO ReminderText
                       STRING "Term is ending: please record pass/fail for "
                           DELIMITED BY SIZE
                           FUNCTION TRIM(LaStudent IN LearningAgreementRecord)
                           DELIMITED BY SIZE
                           INTO ReminderText
                       PERFORM WriteReminder
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WriteCreditRecord.
           PERFORM SumCompletedHours
           MOVE SPACES TO ExtractRecord
           MOVE LaStudent IN LearningAgreementRecord TO LcStudent
           OPEN INPUT UserProfileRecordFile
           MOVE LaStudent IN LearningAgreementRecord
               TO Username-Profile IN UserProfileRecord
           READ UserProfileRecordFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE LastName IN UserProfileRecord TO LcLastName
               MOVE FirstName IN UserProfileRecord TO LcFirstName
           END-READ
           CLOSE UserProfileRecordFile
           MOVE LaTermCode IN LearningAgreementRecord TO LcTermCode
           MOVE LaJobId IN LearningAgreementRecord TO LcJobId
           MOVE LaJobTitle IN LearningAgreementRecord TO LcJobTitle
           MOVE LaSponsor IN LearningAgreementRecord TO LcSponsor
           MOVE LaCreditHours IN LearningAgreementRecord TO LcCreditHours
           MOVE AgreementHoursCompleted TO LcHoursCompleted
           MOVE "P" TO LcGrade
           WRITE ExtractRecord
           ADD 1 TO RecordsWrittenCount
           ADD LaCreditHours IN LearningAgreementRecord
               TO CreditsPostedTotal.

       SumCompletedHours.
           MOVE 0 TO AgreementHoursCompleted
           MOVE 'N' TO EOF-PlacementHoursFile
           OPEN INPUT PlacementHoursFile
           PERFORM UNTIL EOF-PlacementHoursFile = 'Y'
               READ PlacementHoursFile INTO PlacementHoursRecord
               AT END
                   MOVE 'Y' TO EOF-PlacementHoursFile
               NOT AT END
                   IF HoursUsername IN PlacementHoursRecord =
                      LaStudent IN LearningAgreementRecord AND
                      HoursJobId IN PlacementHoursRecord =
                      LaJobId IN LearningAgreementRecord AND
                      FUNCTION TRIM(HoursStatus IN PlacementHoursRecord)
                      = "Confirmed"
                       ADD HoursWorked IN PlacementHoursRecord
                           TO AgreementHoursCompleted
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PlacementHoursFile.

       WriteReminder.
           MOVE "notifications.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND NotificationFile
           MOVE SPACES TO NotificationRecord
           MOVE ReminderTarget TO NotifUsername
           MOVE ReminderText TO NotifText
           MOVE RunDate TO NotifDate
           MOVE "New" TO NotifStatus
           MOVE "JOBS" TO NotifCategoryCode
           MOVE 'N' TO NotifRelayed
           WRITE NotificationRecord
           CLOSE NotificationFile
           MOVE "notifications.dat" TO JournalMasterName
           PERFORM JournalAfterImage
           DISPLAY ReminderText.

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "LEARNCREDIT" TO ControlStep
           MOVE "learning_agreements.dat" TO ControlFileName
           MOVE AgreementsReadCount TO ControlReadCount
           MOVE RecordsWrittenCount TO ControlWrittenCount
           MOVE 0 TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "Journal.cob".

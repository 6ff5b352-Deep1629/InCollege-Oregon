IDENTIFICATION DIVISION.
       PROGRAM-ID. MilestoneProgress.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL UserDataFile ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Username OF UserRecord.
           SELECT OPTIONAL UserProfileRecordFile ASSIGN TO "profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Username-Profile OF UserProfileRecord.
           SELECT OPTIONAL ExperienceFile ASSIGN TO "experience.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EducationFile ASSIGN TO "education.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ApplicationFile ASSIGN TO "applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JobId OF JobRecord
               ALTERNATE RECORD KEY IS JobUsername OF JobRecord
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EmployerId OF JobRecord
                   WITH DUPLICATES.
           SELECT OPTIONAL InterviewFile ASSIGN TO "interviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EventRsvpFile ASSIGN TO "event_rsvps.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MentorshipFile ASSIGN TO "mentorships.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SkillsCompletedFile
               ASSIGN TO "skills_completed.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JobOfferFile ASSIGN TO "offers.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MilestoneFile ASSIGN TO "milestones.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ResumeReviewFile ASSIGN TO "resume_reviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempProgressFile ASSIGN TO "milestone_progress_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalControlFile ASSIGN TO "journal_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD UserDataFile.
       01 UserRecord.
           05 Username PIC X(20).
           05 PasswordDigest PIC X(20).
           05 CreatedDate PIC X(10).
           05 UserRole PIC X(1).
           05 PwdMustChange PIC X(1).
           05 PwdChangedDate PIC X(10).

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

       FD ExperienceFile.
       01 ExperienceRecord.
           05 ExpUsername PIC X(20).
           05 ExpEntryNumber PIC 9(1).
           05 ExpTitle PIC X(200).
           05 ExpCompany PIC X(200).
           05 ExpDates PIC X(100).
           05 ExpDescription PIC X(500).

       FD EducationFile.
       01 EducationRecord.
           05 EduUsername PIC X(20).
           05 EduEntryNumber PIC 9(1).
           05 EduDegree PIC X(50).
           05 EduUniversity PIC X(50).
           05 EduYears PIC X(9).

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

       FD EventRsvpFile.
       01 EventRsvpRecord.
           05 RsvpEventId PIC 9(5).
           05 RsvpUsername PIC X(20).
           05 RsvpDate PIC X(10).
           05 RsvpStatus PIC X(8).

       FD MentorshipFile.
       01 MentorshipRecord.
           05 MentorshipMentor PIC X(20).
           05 MentorshipMentee PIC X(20).
           05 MentorshipMajor PIC X(30).
           05 MentorshipDate PIC X(10).
           05 MentorshipStatus PIC X(8).

       FD SkillsCompletedFile.
       01 SkillCompletionRecord.
           05 SkillUsername PIC X(20).
           05 SkillName PIC X(30).
           05 SkillCompletedDate PIC X(10).

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

       FD MilestoneFile.
       01 MilestoneRecord.
           05 MilestoneCode PIC X(8).
           05 MilestoneStanding PIC X(10).
           05 MilestoneRule PIC X(8).
           05 MilestoneTarget PIC 9(3).
           05 MilestoneText PIC X(50).

       FD ResumeReviewFile.
       01 ResumeReviewRecord.
           05 RvStudent PIC X(20).
           05 RvMajor PIC X(30).
           05 RvJobType PIC X(30).
           05 RvDocSource PIC X(1).
           05 RvDocument PIC X(100).
           05 RvSubmittedAt PIC X(16).
           05 RvStatus PIC X(14).
           05 RvAdvisor PIC X(20).
           05 RvReviewedAt PIC X(16).
           05 RvTurnaroundHours PIC 9(5).
           05 RvComments PIC X(200).

      *> One row per current student per milestone of the student's class
      *> standing, rebuilt every night for the advisor roll-ups and the
      *> term completion report.
       FD TempProgressFile.
       01 ProgressRecord.
           05 ProgUsername PIC X(20).
           05 ProgMajor PIC X(30).
           05 ProgStanding PIC X(10).
           05 ProgMilestone PIC X(8).
           05 ProgCount PIC 9(3).
           05 ProgTarget PIC 9(3).
           05 ProgMet PIC X(1).
           05 ProgEvalDate PIC X(10).

       FD BatchControlFile.
       01 BatchControlRecord.
           05 ControlRunDate PIC X(10).
           05 ControlStep PIC X(20).
           05 ControlFileName PIC X(25).
           05 ControlReadCount PIC 9(6).
           05 ControlWrittenCount PIC 9(6).
           05 ControlRejectCount PIC 9(6).

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
       01 EOF-ProfileData PIC X VALUE 'N'.
       01 EOF-ExperienceFile PIC X VALUE 'N'.
       01 EOF-EducationFile PIC X VALUE 'N'.

       01 ProfileScore PIC 9(3) VALUE 0.
       01 ProfileTip PIC X(60).
       01 CompletenessCheckUsername PIC X(20).
       01 CompletenessHasExperience PIC X VALUE 'N'.
       01 CompletenessHasEducation PIC X VALUE 'N'.

       01 ClassStandingGradYear PIC 9(4) VALUE 0.
       01 ClassStandingCurrentYear PIC 9(4) VALUE 0.
       01 ClassStandingLabel PIC X(10) VALUE SPACES.

       01 MilestoneTable.
           05 MilestoneEntry OCCURS 40 TIMES.
               10 MsCode PIC X(8).
               10 MsStanding PIC X(10).
               10 MsRule PIC X(8).
               10 MsTarget PIC 9(3).
               10 MsText PIC X(50).
       01 MilestoneCount PIC 9(2) VALUE 0.
       01 MilestoneIndex PIC 9(2) VALUE 0.
       01 EOF-MilestoneFile PIC X VALUE 'N'.
       01 MilestoneCheckUsername PIC X(20).
       01 MilestoneCheckRule PIC X(8).
       01 MilestoneCheckCount PIC 9(3) VALUE 0.
       01 MilestoneScanEnd PIC X VALUE 'N'.
       01 MilestoneJobScanEnd PIC X VALUE 'N'.

       01 StudentIsStudent PIC X VALUE 'N'.
       01 StudentsEvaluatedCount PIC 9(6) VALUE 0.
       01 NoGradYearCount PIC 9(6) VALUE 0.
       01 ProgressRowsCount PIC 9(6) VALUE 0.
       01 ProgressMetCount PIC 9(6) VALUE 0.

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "MilestoneProgress".
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
           MOVE FUNCTION NUMVAL(RunDate(1:4)) TO ClassStandingCurrentYear
           PERFORM LoadMilestoneTable

           OPEN OUTPUT TempProgressFile
           OPEN INPUT UserDataFile
           MOVE 'N' TO EOF-ProfileData
           OPEN INPUT UserProfileRecordFile
           PERFORM UNTIL EOF-ProfileData = 'Y'
               READ UserProfileRecordFile
               AT END
                   MOVE 'Y' TO EOF-ProfileData
               NOT AT END
                   IF AlumniFlag IN UserProfileRecord NOT = 'Y'
                       PERFORM CheckOneStudent
                   END-IF
               END-READ
           END-PERFORM
           CLOSE UserProfileRecordFile
           CLOSE UserDataFile
           CLOSE TempProgressFile

           MOVE "milestone_progress.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "milestone_progress.dat"
           CALL "CBL_RENAME_FILE" USING "milestone_progress_temp.dat"
               "milestone_progress.dat"
           MOVE "milestone_progress.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           MOVE SPACES TO CurrentMessage
           STRING "Students evaluated: " DELIMITED BY SIZE
               StudentsEvaluatedCount DELIMITED BY SIZE
               "  milestones tracked: " DELIMITED BY SIZE
               ProgressRowsCount DELIMITED BY SIZE
               "  met: " DELIMITED BY SIZE
               ProgressMetCount DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage
           IF NoGradYearCount > 0
               MOVE SPACES TO CurrentMessage
               STRING "Students with no graduation year on file: "
                   DELIMITED BY SIZE
                   NoGradYearCount DELIMITED BY SIZE
                   INTO CurrentMessage
               DISPLAY CurrentMessage
           END-IF

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

       CheckOneStudent.
           MOVE Username-Profile IN UserProfileRecord
               TO MilestoneCheckUsername
           MOVE MilestoneCheckUsername TO Username IN UserRecord
           MOVE 'N' TO StudentIsStudent
           READ UserDataFile KEY IS Username IN UserRecord
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF UserRole IN UserRecord = 'S' OR
                      UserRole IN UserRecord = SPACE
                       MOVE 'Y' TO StudentIsStudent
                   END-IF
           END-READ
           IF StudentIsStudent = 'Y'
               MOVE GraduationYear IN UserProfileRecord
                   TO ClassStandingGradYear
               PERFORM DeriveClassStanding
               EVALUATE TRUE
                   WHEN ClassStandingLabel = SPACES
                       ADD 1 TO NoGradYearCount
                   WHEN ClassStandingLabel = "Alumni"
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO StudentsEvaluatedCount
                       PERFORM VARYING MilestoneIndex FROM 1 BY 1
                           UNTIL MilestoneIndex > MilestoneCount
                           IF MsStanding(MilestoneIndex) = ClassStandingLabel
                               PERFORM WriteOneProgressRow
                           END-IF
                       END-PERFORM
               END-EVALUATE
           END-IF.

       WriteOneProgressRow.
           MOVE MsRule(MilestoneIndex) TO MilestoneCheckRule
           PERFORM CountMilestoneProgress
           MOVE SPACES TO ProgressRecord
           MOVE MilestoneCheckUsername TO ProgUsername
           MOVE Major IN UserProfileRecord TO ProgMajor
           MOVE ClassStandingLabel TO ProgStanding
           MOVE MsCode(MilestoneIndex) TO ProgMilestone
           MOVE MilestoneCheckCount TO ProgCount
           MOVE MsTarget(MilestoneIndex) TO ProgTarget
           IF MilestoneCheckCount >= MsTarget(MilestoneIndex)
               MOVE 'Y' TO ProgMet
               ADD 1 TO ProgressMetCount
           ELSE
               MOVE 'N' TO ProgMet
           END-IF
           MOVE RunDate TO ProgEvalDate
           WRITE ProgressRecord
           ADD 1 TO ProgressRowsCount.

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "MILESTONEPROGRESS" TO ControlStep
           MOVE "profiles.dat" TO ControlFileName
           MOVE StudentsEvaluatedCount TO ControlReadCount
           MOVE ProgressRowsCount TO ControlWrittenCount
           MOVE NoGradYearCount TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "ClassStanding.cob".

       COPY "Milestones.cob".

       COPY "MilestoneCheck.cob".

       COPY "ProfileCompleteness.cob".

       COPY "Journal.cob".

IDENTIFICATION DIVISION.
       PROGRAM-ID. AtRiskSeniors.

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
           SELECT OPTIONAL AdvisorMajorFile ASSIGN TO "advisor_majors.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ApplicationFile ASSIGN TO "applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL InterviewFile ASSIGN TO "interviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EventRsvpFile ASSIGN TO "event_rsvps.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AdvisorSlotFile ASSIGN TO "advisor_slots.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MentorshipFile ASSIGN TO "mentorships.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AtRiskFile ASSIGN TO "at_risk_worklist.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempAtRiskFile ASSIGN TO "at_risk_worklist_temp.dat"
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

       FD AdvisorMajorFile.
       01 AdvisorMajorRecord.
           05 AdvisorUsername PIC X(20).
           05 AdvisorMajor PIC X(30).

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

       FD EventRsvpFile.
       01 EventRsvpRecord.
           05 RsvpEventId PIC 9(5).
           05 RsvpUsername PIC X(20).
           05 RsvpDate PIC X(10).
           05 RsvpStatus PIC X(8).

       FD AdvisorSlotFile.
       01 AdvisorSlotRecord.
           05 SlotAdvisor PIC X(20).
           05 SlotDateTime PIC X(16).
           05 SlotStatus PIC X(8).
           05 SlotStudent PIC X(20).

       FD MentorshipFile.
       01 MentorshipRecord.
           05 MentorshipMentor PIC X(20).
           05 MentorshipMentee PIC X(20).
           05 MentorshipMajor PIC X(30).
           05 MentorshipDate PIC X(10).
           05 MentorshipStatus PIC X(8).

      *> One row per student per advisor of the student's major. RiskReasons
      *> holds Y/N per factor (see AtRiskReasons.cob for the order).
      *> RiskStatus: OPEN when flagged, CONTACTED or RESOLVED when the
      *> advisor acts on it, CLEARED when a later run finds the student no
      *> longer at risk before anyone closed it.
       FD AtRiskFile.
       01 AtRiskRecord.
           05 RiskStudent PIC X(20).
           05 RiskAdvisor PIC X(20).
           05 RiskMajor PIC X(30).
           05 RiskGradYear PIC 9(4).
           05 RiskFlaggedDate PIC X(10).
           05 RiskScore PIC 9(1).
           05 RiskReasons PIC X(6).
           05 RiskProfileScore PIC 9(3).
           05 RiskStatus PIC X(10).
           05 RiskStatusDate PIC X(10).
           05 RiskStatusBy PIC X(20).

       FD TempAtRiskFile.
       01 TempAtRiskRecord PIC X(134).

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
       01 RunYear PIC 9(4) VALUE 0.
       01 EOF-WorkFile PIC X VALUE 'N'.
       01 EOF-ProfileData PIC X VALUE 'N'.
       01 EOF-AtRiskFile PIC X VALUE 'N'.
       01 EOF-ExperienceFile PIC X VALUE 'N'.
       01 EOF-EducationFile PIC X VALUE 'N'.

      *> A senior is on the worklist once INCOLLEGE_ATRISK_MIN of the six
      *> factors are flagged (default 3). Seniors are students graduating
      *> this calendar year or next.
       01 AtRiskEnvBuffer PIC X(10).
       01 AtRiskMinimum PIC 9(1) VALUE 3.

       01 ProfileScore PIC 9(3) VALUE 0.
       01 ProfileTip PIC X(60).
       01 CompletenessCheckUsername PIC X(20).
       01 CompletenessHasExperience PIC X VALUE 'N'.
       01 CompletenessHasEducation PIC X VALUE 'N'.

       01 SeniorUsername PIC X(20).
       01 SeniorIsStudent PIC X VALUE 'N'.
       01 SeniorFlags PIC X(6).
       01 SeniorScore PIC 9(1) VALUE 0.
       01 SeniorFound PIC X VALUE 'N'.
       01 SeniorFlagIndex PIC 9(1) VALUE 0.

       01 AdvisorMajorTable.
           05 AdvisorMajorEntry OCCURS 500 TIMES.
               10 AmAdvisor PIC X(20).
               10 AmMajor PIC X(30).
       01 AdvisorMajorCount PIC 9(3) VALUE 0.
       01 AdvisorMajorIndex PIC 9(3) VALUE 0.
       01 SeniorAdvisorCount PIC 9(3) VALUE 0.

       01 WorklistTable.
           05 WorklistEntry OCCURS 3000 TIMES.
               10 WlRecord PIC X(134).
               10 WlSeen PIC X(1).
       01 WorklistCount PIC 9(4) VALUE 0.
       01 WorklistIndex PIC 9(4) VALUE 0.
       01 WorklistMatch PIC 9(4) VALUE 0.

       01 SeniorsCheckedCount PIC 9(6) VALUE 0.
       01 SeniorsAtRiskCount PIC 9(6) VALUE 0.
       01 EntriesAddedCount PIC 9(6) VALUE 0.
       01 EntriesReopenedCount PIC 9(6) VALUE 0.
       01 EntriesClearedCount PIC 9(6) VALUE 0.
       01 NoAdvisorCount PIC 9(6) VALUE 0.

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "AtRiskSeniors".
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
           MOVE FUNCTION NUMVAL(RunDate(1:4)) TO RunYear
           MOVE SPACES TO AtRiskEnvBuffer
           ACCEPT AtRiskEnvBuffer FROM ENVIRONMENT "INCOLLEGE_ATRISK_MIN"
           IF AtRiskEnvBuffer(1:1) IS NUMERIC AND
              AtRiskEnvBuffer(1:1) NOT = "0" AND
              AtRiskEnvBuffer(1:1) <= "6"
               MOVE AtRiskEnvBuffer(1:1) TO AtRiskMinimum
           END-IF

           PERFORM LoadAdvisorMajors
           PERFORM LoadWorklist

           OPEN INPUT UserDataFile
           MOVE 'N' TO EOF-ProfileData
           OPEN INPUT UserProfileRecordFile
           PERFORM UNTIL EOF-ProfileData = 'Y'
               READ UserProfileRecordFile
               AT END
                   MOVE 'Y' TO EOF-ProfileData
               NOT AT END
                   IF AlumniFlag IN UserProfileRecord NOT = 'Y' AND
                      (GraduationYear IN UserProfileRecord = RunYear OR
                       GraduationYear IN UserProfileRecord = RunYear + 1)
                       PERFORM CheckOneSenior
                   END-IF
               END-READ
           END-PERFORM
           CLOSE UserProfileRecordFile
           CLOSE UserDataFile

           PERFORM ClearRecoveredSeniors
           PERFORM SaveWorklist

           MOVE SPACES TO CurrentMessage
           STRING "Seniors checked: " DELIMITED BY SIZE
               SeniorsCheckedCount DELIMITED BY SIZE
               "  at risk: " DELIMITED BY SIZE
               SeniorsAtRiskCount DELIMITED BY SIZE
               "  new: " DELIMITED BY SIZE
               EntriesAddedCount DELIMITED BY SIZE
               "  reopened: " DELIMITED BY SIZE
               EntriesReopenedCount DELIMITED BY SIZE
               "  cleared: " DELIMITED BY SIZE
               EntriesClearedCount DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage
           IF NoAdvisorCount > 0
               MOVE SPACES TO CurrentMessage
               STRING "At-risk seniors whose major has no advisor: "
                   DELIMITED BY SIZE
                   NoAdvisorCount DELIMITED BY SIZE
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

       LoadAdvisorMajors.
           MOVE 0 TO AdvisorMajorCount
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT AdvisorMajorFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ AdvisorMajorFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF AdvisorMajorCount < 500 AND
                      AdvisorUsername IN AdvisorMajorRecord NOT = SPACES
                       ADD 1 TO AdvisorMajorCount
                       MOVE AdvisorUsername IN AdvisorMajorRecord
                           TO AmAdvisor(AdvisorMajorCount)
                       MOVE AdvisorMajor IN AdvisorMajorRecord
                           TO AmMajor(AdvisorMajorCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE AdvisorMajorFile.

       LoadWorklist.
           MOVE 0 TO WorklistCount
           MOVE 'N' TO EOF-AtRiskFile
           OPEN INPUT AtRiskFile
           PERFORM UNTIL EOF-AtRiskFile = 'Y'
               READ AtRiskFile
               AT END
                   MOVE 'Y' TO EOF-AtRiskFile
               NOT AT END
                   IF WorklistCount < 3000
                       ADD 1 TO WorklistCount
                       MOVE AtRiskRecord TO WlRecord(WorklistCount)
                       MOVE 'N' TO WlSeen(WorklistCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE AtRiskFile.

       CheckOneSenior.
           MOVE Username-Profile IN UserProfileRecord TO SeniorUsername
           MOVE SeniorUsername TO Username IN UserRecord
           MOVE 'N' TO SeniorIsStudent
           READ UserDataFile KEY IS Username IN UserRecord
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF UserRole IN UserRecord = 'S' OR
                      UserRole IN UserRecord = SPACE
                       MOVE 'Y' TO SeniorIsStudent
                   END-IF
           END-READ
           IF SeniorIsStudent = 'Y'
               ADD 1 TO SeniorsCheckedCount
               PERFORM ScoreSeniorRisk
               IF SeniorScore >= AtRiskMinimum
                   ADD 1 TO SeniorsAtRiskCount
                   PERFORM PlaceOnAdvisorWorklists
               END-IF
           END-IF.

       ScoreSeniorRisk.
           MOVE "NNNNNN" TO SeniorFlags

           MOVE 'N' TO SeniorFound
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT ApplicationFile
           PERFORM UNTIL EOF-WorkFile = 'Y' OR SeniorFound = 'Y'
               READ ApplicationFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF AppUsername IN ApplicationRecord = SeniorUsername
                       MOVE 'Y' TO SeniorFound
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ApplicationFile
           IF SeniorFound = 'N'
               MOVE 'Y' TO SeniorFlags(1:1)
           END-IF

           MOVE 'N' TO SeniorFound
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT InterviewFile
           PERFORM UNTIL EOF-WorkFile = 'Y' OR SeniorFound = 'Y'
               READ InterviewFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF IntvApplicant IN InterviewRecord = SeniorUsername AND
                      FUNCTION TRIM(IntvStatus IN InterviewRecord)
                      NOT = "Cancelled"
                       MOVE 'Y' TO SeniorFound
                   END-IF
               END-READ
           END-PERFORM
           CLOSE InterviewFile
           IF SeniorFound = 'N'
               MOVE 'Y' TO SeniorFlags(2:1)
           END-IF

           MOVE 'N' TO SeniorFound
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT EventRsvpFile
           PERFORM UNTIL EOF-WorkFile = 'Y' OR SeniorFound = 'Y'
               READ EventRsvpFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF RsvpUsername IN EventRsvpRecord = SeniorUsername AND
                      FUNCTION TRIM(RsvpStatus IN EventRsvpRecord) = "Attended"
                       MOVE 'Y' TO SeniorFound
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EventRsvpFile
           IF SeniorFound = 'N'
               MOVE 'Y' TO SeniorFlags(3:1)
           END-IF

           PERFORM ComputeProfileCompleteness
           IF ProfileScore < 100
               MOVE 'Y' TO SeniorFlags(4:1)
           END-IF

           MOVE 'N' TO SeniorFound
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT AdvisorSlotFile
           PERFORM UNTIL EOF-WorkFile = 'Y' OR SeniorFound = 'Y'
               READ AdvisorSlotFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF SlotStudent IN AdvisorSlotRecord = SeniorUsername
                       MOVE 'Y' TO SeniorFound
                   END-IF
               END-READ
           END-PERFORM
           CLOSE AdvisorSlotFile
           IF SeniorFound = 'N'
               MOVE 'Y' TO SeniorFlags(5:1)
           END-IF

           MOVE 'N' TO SeniorFound
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT MentorshipFile
           PERFORM UNTIL EOF-WorkFile = 'Y' OR SeniorFound = 'Y'
               READ MentorshipFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF MentorshipMentee IN MentorshipRecord = SeniorUsername AND
                      FUNCTION TRIM(MentorshipStatus IN MentorshipRecord)
                      = "Active"
                       MOVE 'Y' TO SeniorFound
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MentorshipFile
           IF SeniorFound = 'N'
               MOVE 'Y' TO SeniorFlags(6:1)
           END-IF

           MOVE 0 TO SeniorScore
           PERFORM VARYING SeniorFlagIndex FROM 1 BY 1
               UNTIL SeniorFlagIndex > 6
               IF SeniorFlags(SeniorFlagIndex:1) = 'Y'
                   ADD 1 TO SeniorScore
               END-IF
           END-PERFORM.

      *> Every advisor of the student's major gets the student. An entry an
      *> advisor has resolved stays resolved; one cleared by an earlier run
      *> is reopened when the student slips back.
       PlaceOnAdvisorWorklists.
           MOVE 0 TO SeniorAdvisorCount
           PERFORM VARYING AdvisorMajorIndex FROM 1 BY 1
               UNTIL AdvisorMajorIndex > AdvisorMajorCount
               IF FUNCTION TRIM(AmMajor(AdvisorMajorIndex)) =
                  FUNCTION TRIM(Major IN UserProfileRecord)
                   ADD 1 TO SeniorAdvisorCount
                   PERFORM PlaceOnOneWorklist
               END-IF
           END-PERFORM
           IF SeniorAdvisorCount = 0
               ADD 1 TO NoAdvisorCount
           END-IF.

       PlaceOnOneWorklist.
           MOVE 0 TO WorklistMatch
           PERFORM VARYING WorklistIndex FROM 1 BY 1
               UNTIL WorklistIndex > WorklistCount OR WorklistMatch > 0
               MOVE WlRecord(WorklistIndex) TO AtRiskRecord
               IF RiskStudent = SeniorUsername AND
                  RiskAdvisor = AmAdvisor(AdvisorMajorIndex)
                   MOVE WorklistIndex TO WorklistMatch
               END-IF
           END-PERFORM

           IF WorklistMatch > 0
               MOVE WlRecord(WorklistMatch) TO AtRiskRecord
               MOVE 'Y' TO WlSeen(WorklistMatch)
               IF FUNCTION TRIM(RiskStatus) NOT = "RESOLVED"
                   IF FUNCTION TRIM(RiskStatus) = "CLEARED"
                       MOVE "OPEN" TO RiskStatus
                       MOVE RunDate TO RiskFlaggedDate
                       MOVE RunDate TO RiskStatusDate
                       MOVE "BATCH" TO RiskStatusBy
                       ADD 1 TO EntriesReopenedCount
                   END-IF
                   MOVE Major IN UserProfileRecord TO RiskMajor
                   MOVE GraduationYear IN UserProfileRecord TO RiskGradYear
                   MOVE SeniorScore TO RiskScore
                   MOVE SeniorFlags TO RiskReasons
                   MOVE ProfileScore TO RiskProfileScore
                   MOVE AtRiskRecord TO WlRecord(WorklistMatch)
               END-IF
           ELSE
               IF WorklistCount < 3000
                   MOVE SPACES TO AtRiskRecord
                   MOVE SeniorUsername TO RiskStudent
                   MOVE AmAdvisor(AdvisorMajorIndex) TO RiskAdvisor
                   MOVE Major IN UserProfileRecord TO RiskMajor
                   MOVE GraduationYear IN UserProfileRecord TO RiskGradYear
                   MOVE RunDate TO RiskFlaggedDate
                   MOVE SeniorScore TO RiskScore
                   MOVE SeniorFlags TO RiskReasons
                   MOVE ProfileScore TO RiskProfileScore
                   MOVE "OPEN" TO RiskStatus
                   MOVE RunDate TO RiskStatusDate
                   MOVE "BATCH" TO RiskStatusBy
                   ADD 1 TO WorklistCount
                   MOVE AtRiskRecord TO WlRecord(WorklistCount)
                   MOVE 'Y' TO WlSeen(WorklistCount)
                   ADD 1 TO EntriesAddedCount
               END-IF
           END-IF.

      *> Open or contacted entries for students this run did not flag are
      *> cleared, so the worklist only shows students still at risk.
       ClearRecoveredSeniors.
           PERFORM VARYING WorklistIndex FROM 1 BY 1
               UNTIL WorklistIndex > WorklistCount
               MOVE WlRecord(WorklistIndex) TO AtRiskRecord
               IF WlSeen(WorklistIndex) = 'N' AND
                  (FUNCTION TRIM(RiskStatus) = "OPEN" OR
                   FUNCTION TRIM(RiskStatus) = "CONTACTED")
                   MOVE "CLEARED" TO RiskStatus
                   MOVE RunDate TO RiskStatusDate
                   MOVE "BATCH" TO RiskStatusBy
                   MOVE AtRiskRecord TO WlRecord(WorklistIndex)
                   ADD 1 TO EntriesClearedCount
               END-IF
           END-PERFORM.

       SaveWorklist.
           OPEN OUTPUT TempAtRiskFile
           PERFORM VARYING WorklistIndex FROM 1 BY 1
               UNTIL WorklistIndex > WorklistCount
               WRITE TempAtRiskRecord FROM WlRecord(WorklistIndex)
           END-PERFORM
           CLOSE TempAtRiskFile

           MOVE "at_risk_worklist.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "at_risk_worklist.dat"
           CALL "CBL_RENAME_FILE" USING "at_risk_worklist_temp.dat"
               "at_risk_worklist.dat"
           MOVE "at_risk_worklist.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "ATRISKSENIORS" TO ControlStep
           MOVE "profiles.dat" TO ControlFileName
           MOVE SeniorsCheckedCount TO ControlReadCount
           MOVE SeniorsAtRiskCount TO ControlWrittenCount
           MOVE NoAdvisorCount TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "ProfileCompleteness.cob".

       COPY "Journal.cob".

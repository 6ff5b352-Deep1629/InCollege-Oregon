IDENTIFICATION DIVISION.
       PROGRAM-ID. DormantNudge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL UserDataFile ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Username OF UserRecord.
           SELECT OPTIONAL UserProfileRecordFile ASSIGN TO "profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Username-Profile OF UserProfileRecord.
           SELECT OPTIONAL ExperienceFile ASSIGN TO "experience.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EducationFile ASSIGN TO "education.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LoginLogFile ASSIGN TO "login_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LoginLogArchiveFile ASSIGN TO LoginLogArchiveName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ArchivePeriodFile ASSIGN TO "archive_periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ConnectionRequestFile ASSIGN TO "connections.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ApplicationFile ASSIGN TO "applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JobId OF JobRecord
               ALTERNATE RECORD KEY IS JobUsername OF JobRecord
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EmployerId OF JobRecord
                   WITH DUPLICATES.
           SELECT OPTIONAL NotificationFile ASSIGN TO "notifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NotifPrefFile ASSIGN TO "notif_prefs.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DormantNudgeFile ASSIGN TO "dormant_nudges.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempDormantNudgeFile ASSIGN TO "dormant_nudges_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "output/DormantNudgeReport.txt"
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

       FD LoginLogFile.
       01 LoginLogRecord.
           05 LogUsername PIC X(20).
           05 LogEvent PIC X(10).
           05 LogTimestamp PIC X(20).

       FD LoginLogArchiveFile.
       01 LoginLogArchiveRecord PIC X(50).

       FD ArchivePeriodFile.
       01 ArchivePeriodRecord.
           05 ArchivedPeriodTag PIC X(7).

       FD ConnectionRequestFile.
       01 ConnectionRecord.
           05 FromUsername PIC X(20).
           05 ToUsername PIC X(20).
           05 ConnectionStatus PIC X(10).
           05 CreatedDate PIC X(10).
           05 RequestNote PIC X(60).

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

       FD NotificationFile.
       01 NotificationRecord.
           05 NotifUsername PIC X(20).
           05 NotifText PIC X(100).
           05 NotifDate PIC X(10).
           05 NotifStatus PIC X(6).
           05 NotifCategoryCode PIC X(12).
           05 NotifRelayed PIC X(1).

       FD NotifPrefFile.
       01 NotifPrefRecord.
           05 PrefUsername PIC X(20).
           05 PrefCategory PIC X(12).
           05 PrefEnabled PIC X(1).
           05 PrefChannel PIC X(5).

      *> One row per nudge sent. NudgeFlags holds Y/N for no connections,
      *> no applications and a low completeness score, in that order.
      *> NudgeOutcome starts PENDING and becomes RETURNED (with the date of
      *> the first login after the nudge) or NO-RETURN once the follow-up
      *> window passes without one.
       FD DormantNudgeFile.
       01 DormantNudgeRecord.
           05 NudgeUsername PIC X(20).
           05 NudgeDate PIC X(10).
           05 NudgeType PIC X(8).
           05 NudgeFlags.
               10 NudgeNoConnections PIC X(1).
               10 NudgeNoApplications PIC X(1).
               10 NudgeLowProfile PIC X(1).
           05 NudgeProfileScore PIC 9(3).
           05 NudgeLastLogin PIC X(10).
           05 NudgeOutcome PIC X(9).
           05 NudgeReturnDate PIC X(10).

       FD TempDormantNudgeFile.
       01 TempDormantNudgeRecord PIC X(73).

       FD BatchControlFile.
       01 BatchControlRecord.
           05 ControlRunDate PIC X(10).
           05 ControlStep PIC X(20).
           05 ControlFileName PIC X(25).
           05 ControlReadCount PIC 9(6).
           05 ControlWrittenCount PIC 9(6).
           05 ControlRejectCount PIC 9(6).

       FD ReportFile.
       01 ReportRecord PIC X(132).

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
       01 RunDateNum PIC 9(8) VALUE 0.
       01 RunDayNumber PIC 9(7) VALUE 0.
       01 EOF-WorkFile PIC X VALUE 'N'.
       01 EOF-UserDataFile PIC X VALUE 'N'.
       01 EOF-ArchivePeriodFile PIC X VALUE 'N'.
       01 EOF-DormantNudgeFile PIC X VALUE 'N'.
       01 EOF-NotifPrefFile PIC X VALUE 'N'.
       01 EOF-ExperienceFile PIC X VALUE 'N'.
       01 EOF-EducationFile PIC X VALUE 'N'.
       01 LoginLogArchiveName PIC X(40).

      *> An account is dormant after INCOLLEGE_DORMANT_DAYS days (default
      *> 30) without a login; one that has never logged in is measured from
      *> its registration date. A nudged user who logs in within 14 days
      *> counts as returned.
       01 DormantEnvBuffer PIC X(10).
       01 DormantDays PIC 9(4) VALUE 30.
       01 DormantFollowUpDays PIC 9(2) VALUE 14.
       01 DormantLowScore PIC 9(3) VALUE 60.

       01 LastLoginTable.
           05 LastLoginEntry OCCURS 5000 TIMES.
               10 LastLoginUser PIC X(20).
               10 LastLoginDate PIC X(10).
       01 LastLoginCount PIC 9(4) VALUE 0.
       01 LastLoginIndex PIC 9(4) VALUE 0.
       01 LastLoginMatch PIC 9(4) VALUE 0.
       01 LoginEventDate PIC X(10).

       01 NudgeTable.
           05 NudgeEntry OCCURS 2000 TIMES.
               10 NtUsername PIC X(20).
               10 NtDate PIC X(10).
               10 NtType PIC X(8).
               10 NtFlags PIC X(3).
               10 NtProfileScore PIC 9(3).
               10 NtLastLogin PIC X(10).
               10 NtOutcome PIC X(9).
               10 NtReturnDate PIC X(10).
       01 NudgeCount PIC 9(4) VALUE 0.
       01 NudgeIndex PIC 9(4) VALUE 0.
       01 NudgesOnFileCount PIC 9(4) VALUE 0.
       01 NudgeDayNumber PIC 9(7) VALUE 0.
       01 NudgeRecent PIC X VALUE 'N'.

       01 DormantUser PIC X(20).
       01 DormantLastDate PIC X(10).
       01 DormantSavedDate PIC X(10).
       01 DormantDayNumber PIC 9(7) VALUE 0.
       01 DormantIdleDays PIC S9(7) VALUE 0.
       01 DormantDateNum PIC 9(8) VALUE 0.
       01 DormantHasProfile PIC X VALUE 'N'.
       01 DormantConnectionCount PIC 9(5) VALUE 0.
       01 DormantApplicationCount PIC 9(5) VALUE 0.
       01 DormantMatchCount PIC 9(3) VALUE 0.
       01 DormantInternCount PIC 9(3) VALUE 0.
       01 DormantMajorText PIC X(30).
       01 DormantMajorLength PIC 9(2) VALUE 0.
       01 DormantJobText PIC X(251).
       01 DormantMajorHits PIC 9(3) VALUE 0.
       01 DormantMatchDisplay PIC Z(2)9.
       01 DormantPostingWord PIC X(12).
       01 DormantNudgeType PIC X(8).
       01 DormantCategory PIC X(12).
       01 NotifPrefAllowed PIC X VALUE 'Y'.
       01 NotifMessageText PIC X(100).

       01 ProfileScore PIC 9(3) VALUE 0.
       01 ProfileTip PIC X(60).
       01 CompletenessCheckUsername PIC X(20).
       01 CompletenessHasExperience PIC X VALUE 'N'.
       01 CompletenessHasEducation PIC X VALUE 'N'.

       01 StudentsReadCount PIC 9(6) VALUE 0.
       01 DormantFoundCount PIC 9(6) VALUE 0.
       01 NudgesSentCount PIC 9(6) VALUE 0.
       01 NudgesSkippedCount PIC 9(6) VALUE 0.
       01 ReturnedNowCount PIC 9(6) VALUE 0.
       01 LapsedNowCount PIC 9(6) VALUE 0.

      *> Outcome summary by nudge type, for the report.
       01 NudgeTypeList.
           05 FILLER PIC X(8) VALUE "JOBS".
           05 FILLER PIC X(8) VALUE "PROFILE".
           05 FILLER PIC X(8) VALUE "CONNECT".
           05 FILLER PIC X(8) VALUE "GENERAL".
       01 NudgeTypeTable REDEFINES NudgeTypeList.
           05 NudgeTypeName PIC X(8) OCCURS 4 TIMES.
       01 NudgeTypeTotals.
           05 NudgeTypeTotal OCCURS 4 TIMES.
               10 TypeSentCount PIC 9(5).
               10 TypeReturnedCount PIC 9(5).
               10 TypeLapsedCount PIC 9(5).
               10 TypePendingCount PIC 9(5).
       01 NudgeTypeIndex PIC 9(1) VALUE 0.
       01 NudgeTypeMatch PIC 9(1) VALUE 0.
       01 ReturnRatePercent PIC 9(3) VALUE 0.
       01 ReturnRateDisplay PIC ZZ9.
       01 TypeCountDisplay PIC Z(4)9.

       01 ReportTitle PIC X(60)
           VALUE "InCollege Dormant Account Re-engagement Report".
       01 ReportRunDate PIC X(10).
       01 ReportPageNumber PIC 9(3) VALUE 0.
       01 ReportLineCount PIC 9(3) VALUE 0.
       01 ReportPageSize PIC 9(3) VALUE 50.
       01 ReportHeaderLine PIC X(132).

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "DormantNudge".
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
           PERFORM DetermineDormantDays
           MOVE RunDate TO ReportRunDate
           COMPUTE RunDateNum =
               FUNCTION NUMVAL(RunDate(1:4)) * 10000 +
               FUNCTION NUMVAL(RunDate(6:2)) * 100 +
               FUNCTION NUMVAL(RunDate(9:2))
           COMPUTE RunDayNumber = FUNCTION INTEGER-OF-DATE(RunDateNum)

           PERFORM LoadNudgeHistory
           PERFORM ScanLoginHistory
           PERFORM SettleNudgeOutcomes

           OPEN INPUT UserProfileRecordFile
           MOVE 'N' TO EOF-UserDataFile
           OPEN INPUT UserDataFile
           PERFORM UNTIL EOF-UserDataFile = 'Y'
               READ UserDataFile NEXT
               AT END
                   MOVE 'Y' TO EOF-UserDataFile
               NOT AT END
                   IF UserRole IN UserRecord = 'S' OR
                      UserRole IN UserRecord = SPACE
                       ADD 1 TO StudentsReadCount
                       PERFORM CheckOneStudent
                   END-IF
               END-READ
           END-PERFORM
           CLOSE UserDataFile
           CLOSE UserProfileRecordFile

           PERFORM SaveNudgeHistory
           PERFORM PrintNudgeReport

           MOVE SPACES TO CurrentMessage
           STRING "Students checked: " DELIMITED BY SIZE
               StudentsReadCount DELIMITED BY SIZE
               "  dormant: " DELIMITED BY SIZE
               DormantFoundCount DELIMITED BY SIZE
               "  nudged: " DELIMITED BY SIZE
               NudgesSentCount DELIMITED BY SIZE
               "  returned: " DELIMITED BY SIZE
               ReturnedNowCount DELIMITED BY SIZE
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

       DetermineDormantDays.
           MOVE SPACES TO DormantEnvBuffer
           ACCEPT DormantEnvBuffer FROM ENVIRONMENT "INCOLLEGE_DORMANT_DAYS"
           IF FUNCTION TRIM(DormantEnvBuffer) NOT = SPACES AND
              FUNCTION TEST-NUMVAL(DormantEnvBuffer) = 0 AND
              FUNCTION NUMVAL(DormantEnvBuffer) > 0 AND
              FUNCTION NUMVAL(DormantEnvBuffer) < 10000
               MOVE FUNCTION NUMVAL(DormantEnvBuffer) TO DormantDays
           END-IF.

       LoadNudgeHistory.
           MOVE 0 TO NudgeCount
           MOVE 'N' TO EOF-DormantNudgeFile
           OPEN INPUT DormantNudgeFile
           PERFORM UNTIL EOF-DormantNudgeFile = 'Y'
               READ DormantNudgeFile
               AT END
                   MOVE 'Y' TO EOF-DormantNudgeFile
               NOT AT END
                   IF NudgeCount < 2000
                       ADD 1 TO NudgeCount
                       MOVE NudgeUsername TO NtUsername(NudgeCount)
                       MOVE NudgeDate TO NtDate(NudgeCount)
                       MOVE NudgeType TO NtType(NudgeCount)
                       MOVE NudgeFlags TO NtFlags(NudgeCount)
                       MOVE NudgeProfileScore TO NtProfileScore(NudgeCount)
                       MOVE NudgeLastLogin TO NtLastLogin(NudgeCount)
                       MOVE NudgeOutcome TO NtOutcome(NudgeCount)
                       MOVE NudgeReturnDate TO NtReturnDate(NudgeCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE DormantNudgeFile
           MOVE NudgeCount TO NudgesOnFileCount.

      *> Last login per user, from the live log and every archived month.
      *> The same pass notes the first login after each pending nudge.
       ScanLoginHistory.
           MOVE 0 TO LastLoginCount
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT LoginLogFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ LoginLogFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   PERFORM NoteLoginEvent
               END-READ
           END-PERFORM
           CLOSE LoginLogFile

           MOVE 'N' TO EOF-ArchivePeriodFile
           OPEN INPUT ArchivePeriodFile
           PERFORM UNTIL EOF-ArchivePeriodFile = 'Y'
               READ ArchivePeriodFile INTO ArchivePeriodRecord
               AT END
                   MOVE 'Y' TO EOF-ArchivePeriodFile
               NOT AT END
                   IF FUNCTION TRIM(ArchivedPeriodTag) NOT = SPACES
                       PERFORM ScanOneLoginArchive
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ArchivePeriodFile.

       ScanOneLoginArchive.
           MOVE SPACES TO LoginLogArchiveName
           STRING "login_log_" DELIMITED BY SIZE
               FUNCTION TRIM(ArchivedPeriodTag) DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO LoginLogArchiveName
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT LoginLogArchiveFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ LoginLogArchiveFile INTO LoginLogRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   PERFORM NoteLoginEvent
               END-READ
           END-PERFORM
           CLOSE LoginLogArchiveFile.

       NoteLoginEvent.
           IF LogEvent = "LOGIN"
               MOVE LogTimestamp(1:10) TO LoginEventDate
               MOVE 0 TO LastLoginMatch
               PERFORM VARYING LastLoginIndex FROM 1 BY 1
                   UNTIL LastLoginIndex > LastLoginCount OR
                         LastLoginMatch > 0
                   IF LastLoginUser(LastLoginIndex) = LogUsername
                       MOVE LastLoginIndex TO LastLoginMatch
                   END-IF
               END-PERFORM
               IF LastLoginMatch = 0 AND LastLoginCount < 5000
                   ADD 1 TO LastLoginCount
                   MOVE LastLoginCount TO LastLoginMatch
                   MOVE LogUsername TO LastLoginUser(LastLoginMatch)
                   MOVE SPACES TO LastLoginDate(LastLoginMatch)
               END-IF
               IF LastLoginMatch > 0 AND
                  LoginEventDate > LastLoginDate(LastLoginMatch)
                   MOVE LoginEventDate TO LastLoginDate(LastLoginMatch)
               END-IF
               PERFORM VARYING NudgeIndex FROM 1 BY 1
                   UNTIL NudgeIndex > NudgeCount
                   IF NtUsername(NudgeIndex) = LogUsername AND
                      NtOutcome(NudgeIndex) = "PENDING" AND
                      LoginEventDate > NtDate(NudgeIndex) AND
                      (NtReturnDate(NudgeIndex) = SPACES OR
                       LoginEventDate < NtReturnDate(NudgeIndex))
                       MOVE LoginEventDate TO NtReturnDate(NudgeIndex)
                   END-IF
               END-PERFORM
           END-IF.

      *> A pending nudge is settled once a login follows it within the
      *> follow-up window, or once the window has passed without one.
       SettleNudgeOutcomes.
           PERFORM VARYING NudgeIndex FROM 1 BY 1
               UNTIL NudgeIndex > NudgeCount
               IF NtOutcome(NudgeIndex) = "PENDING"
                   MOVE NtDate(NudgeIndex) TO DormantLastDate
                   PERFORM ComputeDormantDayNumber
                   MOVE DormantDayNumber TO NudgeDayNumber
                   IF NtReturnDate(NudgeIndex) NOT = SPACES
                       MOVE NtReturnDate(NudgeIndex) TO DormantLastDate
                       PERFORM ComputeDormantDayNumber
                       IF DormantDayNumber - NudgeDayNumber <=
                          DormantFollowUpDays
                           MOVE "RETURNED" TO NtOutcome(NudgeIndex)
                           ADD 1 TO ReturnedNowCount
                       ELSE
                           MOVE SPACES TO NtReturnDate(NudgeIndex)
                       END-IF
                   END-IF
                   IF NtOutcome(NudgeIndex) = "PENDING" AND
                      RunDayNumber - NudgeDayNumber > DormantFollowUpDays
                       MOVE "NO-RETURN" TO NtOutcome(NudgeIndex)
                       ADD 1 TO LapsedNowCount
                   END-IF
               END-IF
           END-PERFORM.

       ComputeDormantDayNumber.
           MOVE 0 TO DormantDayNumber
           IF DormantLastDate(1:4) IS NUMERIC AND
              DormantLastDate(6:2) IS NUMERIC AND
              DormantLastDate(9:2) IS NUMERIC
               COMPUTE DormantDateNum =
                   FUNCTION NUMVAL(DormantLastDate(1:4)) * 10000 +
                   FUNCTION NUMVAL(DormantLastDate(6:2)) * 100 +
                   FUNCTION NUMVAL(DormantLastDate(9:2))
               IF FUNCTION TEST-DATE-YYYYMMDD(DormantDateNum) = 0
                   COMPUTE DormantDayNumber =
                       FUNCTION INTEGER-OF-DATE(DormantDateNum)
               END-IF
           END-IF.

       CheckOneStudent.
           MOVE Username IN UserRecord TO DormantUser
           MOVE CreatedDate IN UserRecord TO DormantLastDate
           PERFORM VARYING LastLoginIndex FROM 1 BY 1
               UNTIL LastLoginIndex > LastLoginCount
               IF LastLoginUser(LastLoginIndex) = DormantUser
                   MOVE LastLoginDate(LastLoginIndex) TO DormantLastDate
               END-IF
           END-PERFORM
           PERFORM ComputeDormantDayNumber
           IF DormantDayNumber > 0
               COMPUTE DormantIdleDays = RunDayNumber - DormantDayNumber
               IF DormantIdleDays >= DormantDays
                   ADD 1 TO DormantFoundCount
                   PERFORM CheckRecentNudge
                   IF NudgeRecent = 'Y'
                       ADD 1 TO NudgesSkippedCount
                   ELSE
                       PERFORM AssessDormantStudent
                       PERFORM ChooseDormantNudge
                   END-IF
               END-IF
           END-IF.

      *> No second nudge while one is pending or within a dormancy period
      *> of the last one, so a user who ignores us is not nagged weekly.
       CheckRecentNudge.
           MOVE 'N' TO NudgeRecent
           PERFORM VARYING NudgeIndex FROM 1 BY 1
               UNTIL NudgeIndex > NudgeCount
               IF NtUsername(NudgeIndex) = DormantUser
                   IF NtOutcome(NudgeIndex) = "PENDING"
                       MOVE 'Y' TO NudgeRecent
                   ELSE
                       MOVE DormantLastDate TO DormantSavedDate
                       MOVE NtDate(NudgeIndex) TO DormantLastDate
                       PERFORM ComputeDormantDayNumber
                       IF RunDayNumber - DormantDayNumber < DormantDays
                           MOVE 'Y' TO NudgeRecent
                       END-IF
                       MOVE DormantSavedDate TO DormantLastDate
                   END-IF
               END-IF
           END-PERFORM.

       AssessDormantStudent.
           MOVE DormantUser TO Username-Profile IN UserProfileRecord
           MOVE 'Y' TO DormantHasProfile
           READ UserProfileRecordFile KEY IS Username-Profile IN UserProfileRecord
               INVALID KEY
                   MOVE 'N' TO DormantHasProfile
           END-READ
           IF DormantHasProfile = 'Y'
               PERFORM ComputeProfileCompleteness
           ELSE
               MOVE 0 TO ProfileScore
               MOVE "create your profile" TO ProfileTip
               MOVE SPACES TO Major IN UserProfileRecord
           END-IF
           PERFORM CountDormantConnections
           PERFORM CountDormantApplications
           PERFORM CountPostingsForMajor.

       CountDormantConnections.
           MOVE 0 TO DormantConnectionCount
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT ConnectionRequestFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ ConnectionRequestFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF ConnectionStatus IN ConnectionRecord = "Connected" AND
                      (FromUsername IN ConnectionRecord = DormantUser OR
                       ToUsername IN ConnectionRecord = DormantUser)
                       ADD 1 TO DormantConnectionCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ConnectionRequestFile.

       CountDormantApplications.
           MOVE 0 TO DormantApplicationCount
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT ApplicationFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ ApplicationFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF AppUsername IN ApplicationRecord = DormantUser
                       ADD 1 TO DormantApplicationCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ApplicationFile.

      *> Approved postings opened since the student last signed in whose
      *> title or description mentions the student's major.
       CountPostingsForMajor.
           MOVE 0 TO DormantMatchCount
           MOVE 0 TO DormantInternCount
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(Major IN UserProfileRecord))
               TO DormantMajorText
           MOVE 0 TO DormantMajorLength
           IF DormantMajorText NOT = SPACES AND DormantMajorText NOT = "N/A"
               COMPUTE DormantMajorLength =
                   FUNCTION LENGTH(FUNCTION TRIM(DormantMajorText))
           END-IF
           IF DormantMajorLength > 0
               MOVE 'N' TO EOF-WorkFile
               OPEN INPUT JobFile
               PERFORM UNTIL EOF-WorkFile = 'Y'
                   READ JobFile
                   AT END
                       MOVE 'Y' TO EOF-WorkFile
                   NOT AT END
                       IF FUNCTION TRIM(JobStatus IN JobRecord) = "Approved" AND
                          CreatedDate IN JobRecord > DormantLastDate
                           PERFORM MatchPostingToMajor
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE JobFile
           END-IF.

       MatchPostingToMajor.
           MOVE SPACES TO DormantJobText
           STRING JobTitle IN JobRecord DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JobDescription IN JobRecord DELIMITED BY SIZE
               INTO DormantJobText
           MOVE FUNCTION UPPER-CASE(DormantJobText) TO DormantJobText
           MOVE 0 TO DormantMajorHits
           INSPECT DormantJobText TALLYING DormantMajorHits
               FOR ALL DormantMajorText(1:DormantMajorLength)
           IF DormantMajorHits > 0
               ADD 1 TO DormantMatchCount
               IF FUNCTION TRIM(JobCategory IN JobRecord) = "Intern"
                   ADD 1 TO DormantInternCount
               END-IF
           END-IF.

      *> The most useful nudge the student has not switched off: postings
      *> in their major, then the profile tip, then connections, else a
      *> plain welcome back.
       ChooseDormantNudge.
           MOVE SPACES TO DormantNudgeType
           IF DormantMatchCount > 0
               MOVE "JOBS" TO DormantCategory
               PERFORM CheckNudgeNotifPref
               IF NotifPrefAllowed = 'Y'
                   MOVE "JOBS" TO DormantNudgeType
                   MOVE DormantMatchCount TO DormantMatchDisplay
                   MOVE SPACES TO NotifMessageText
                   IF DormantInternCount > 0
                       MOVE DormantInternCount TO DormantMatchDisplay
                       IF DormantInternCount = 1
                           MOVE "internship" TO DormantPostingWord
                       ELSE
                           MOVE "internships" TO DormantPostingWord
                       END-IF
                   ELSE
                       IF DormantMatchCount = 1
                           MOVE "posting" TO DormantPostingWord
                       ELSE
                           MOVE "postings" TO DormantPostingWord
                       END-IF
                   END-IF
                   STRING FUNCTION TRIM(DormantMatchDisplay)
                       DELIMITED BY SIZE
                       " new " DELIMITED BY SIZE
                       FUNCTION TRIM(DormantPostingWord) DELIMITED BY SIZE
                       " in your major since your last visit"
                       DELIMITED BY SIZE
                       INTO NotifMessageText
               END-IF
           END-IF
           IF DormantNudgeType = SPACES AND ProfileScore < DormantLowScore
               MOVE "OTHER" TO DormantCategory
               PERFORM CheckNudgeNotifPref
               IF NotifPrefAllowed = 'Y'
                   MOVE "PROFILE" TO DormantNudgeType
                   MOVE SPACES TO NotifMessageText
                   STRING "Finish your profile so employers can find you: "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(ProfileTip) DELIMITED BY SIZE
                       INTO NotifMessageText
               END-IF
           END-IF
           IF DormantNudgeType = SPACES AND DormantConnectionCount = 0
               MOVE "CONNECT" TO DormantCategory
               PERFORM CheckNudgeNotifPref
               IF NotifPrefAllowed = 'Y'
                   MOVE "CONNECT" TO DormantNudgeType
                   MOVE "Classmates are on InCollege - search for people you know and connect"
                       TO NotifMessageText
               END-IF
           END-IF
           IF DormantNudgeType = SPACES
               MOVE "OTHER" TO DormantCategory
               PERFORM CheckNudgeNotifPref
               IF NotifPrefAllowed = 'Y'
                   MOVE "GENERAL" TO DormantNudgeType
                   MOVE "We miss you - new jobs, events and messages are waiting on InCollege"
                       TO NotifMessageText
               END-IF
           END-IF
           IF DormantNudgeType = SPACES
               ADD 1 TO NudgesSkippedCount
           ELSE
               PERFORM SendDormantNudge
           END-IF.

       CheckNudgeNotifPref.
           MOVE 'Y' TO NotifPrefAllowed
           MOVE 'N' TO EOF-NotifPrefFile
           OPEN INPUT NotifPrefFile
           PERFORM UNTIL EOF-NotifPrefFile = 'Y'
               READ NotifPrefFile INTO NotifPrefRecord
               AT END
                   MOVE 'Y' TO EOF-NotifPrefFile
               NOT AT END
                   IF PrefUsername IN NotifPrefRecord = DormantUser AND
                      FUNCTION TRIM(PrefCategory IN NotifPrefRecord) =
                      FUNCTION TRIM(DormantCategory) AND
                      PrefEnabled IN NotifPrefRecord = 'N'
                       MOVE 'N' TO NotifPrefAllowed
                   END-IF
               END-READ
           END-PERFORM
           CLOSE NotifPrefFile.

      *> The notification is left unrelayed so OutboundRelay sends the
      *> email or text copy on the student's channel for the category.
       SendDormantNudge.
           MOVE "notifications.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND NotificationFile
           MOVE DormantUser TO NotifUsername IN NotificationRecord
           MOVE NotifMessageText TO NotifText IN NotificationRecord
           MOVE RunDate TO NotifDate IN NotificationRecord
           MOVE "New" TO NotifStatus IN NotificationRecord
           MOVE DormantCategory TO NotifCategoryCode IN NotificationRecord
           MOVE 'N' TO NotifRelayed IN NotificationRecord
           WRITE NotificationRecord
           CLOSE NotificationFile
           MOVE "notifications.dat" TO JournalMasterName
           PERFORM JournalAfterImage
           ADD 1 TO NudgesSentCount

           IF NudgeCount < 2000
               ADD 1 TO NudgeCount
               MOVE DormantUser TO NtUsername(NudgeCount)
               MOVE RunDate TO NtDate(NudgeCount)
               MOVE DormantNudgeType TO NtType(NudgeCount)
               MOVE "NNN" TO NtFlags(NudgeCount)
               IF DormantConnectionCount = 0
                   MOVE "Y" TO NtFlags(NudgeCount)(1:1)
               END-IF
               IF DormantApplicationCount = 0
                   MOVE "Y" TO NtFlags(NudgeCount)(2:1)
               END-IF
               IF ProfileScore < DormantLowScore
                   MOVE "Y" TO NtFlags(NudgeCount)(3:1)
               END-IF
               MOVE ProfileScore TO NtProfileScore(NudgeCount)
               MOVE DormantLastDate TO NtLastLogin(NudgeCount)
               MOVE "PENDING" TO NtOutcome(NudgeCount)
               MOVE SPACES TO NtReturnDate(NudgeCount)
           END-IF.

       SaveNudgeHistory.
           OPEN OUTPUT TempDormantNudgeFile
           PERFORM VARYING NudgeIndex FROM 1 BY 1
               UNTIL NudgeIndex > NudgeCount
               MOVE SPACES TO DormantNudgeRecord
               MOVE NtUsername(NudgeIndex) TO NudgeUsername
               MOVE NtDate(NudgeIndex) TO NudgeDate
               MOVE NtType(NudgeIndex) TO NudgeType
               MOVE NtFlags(NudgeIndex) TO NudgeFlags
               MOVE NtProfileScore(NudgeIndex) TO NudgeProfileScore
               MOVE NtLastLogin(NudgeIndex) TO NudgeLastLogin
               MOVE NtOutcome(NudgeIndex) TO NudgeOutcome
               MOVE NtReturnDate(NudgeIndex) TO NudgeReturnDate
               WRITE TempDormantNudgeRecord FROM DormantNudgeRecord
           END-PERFORM
           CLOSE TempDormantNudgeFile

           MOVE "dormant_nudges.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "dormant_nudges.dat"
           CALL "CBL_RENAME_FILE" USING "dormant_nudges_temp.dat"
               "dormant_nudges.dat"
           MOVE "dormant_nudges.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

      *> What works: for each kind of nudge, how many of the students it
      *> went to came back within the follow-up window.
       PrintNudgeReport.
           INITIALIZE NudgeTypeTotals
           PERFORM VARYING NudgeIndex FROM 1 BY 1
               UNTIL NudgeIndex > NudgeCount
               MOVE 0 TO NudgeTypeMatch
               PERFORM VARYING NudgeTypeIndex FROM 1 BY 1
                   UNTIL NudgeTypeIndex > 4 OR NudgeTypeMatch > 0
                   IF NudgeTypeName(NudgeTypeIndex) = NtType(NudgeIndex)
                       MOVE NudgeTypeIndex TO NudgeTypeMatch
                   END-IF
               END-PERFORM
               IF NudgeTypeMatch > 0
                   ADD 1 TO TypeSentCount(NudgeTypeMatch)
                   EVALUATE NtOutcome(NudgeIndex)
                       WHEN "RETURNED"
                           ADD 1 TO TypeReturnedCount(NudgeTypeMatch)
                       WHEN "NO-RETURN"
                           ADD 1 TO TypeLapsedCount(NudgeTypeMatch)
                       WHEN OTHER
                           ADD 1 TO TypePendingCount(NudgeTypeMatch)
                   END-EVALUATE
               END-IF
           END-PERFORM

           OPEN OUTPUT ReportFile
           MOVE SPACES TO CurrentMessage
           STRING "Dormant after " DELIMITED BY SIZE
               DormantDays DELIMITED BY SIZE
               " days without a login; returned = login within "
               DELIMITED BY SIZE
               DormantFollowUpDays DELIMITED BY SIZE
               " days of the nudge" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           STRING "This run: students " DELIMITED BY SIZE
               StudentsReadCount DELIMITED BY SIZE
               "  dormant " DELIMITED BY SIZE
               DormantFoundCount DELIMITED BY SIZE
               "  nudged " DELIMITED BY SIZE
               NudgesSentCount DELIMITED BY SIZE
               "  not nudged " DELIMITED BY SIZE
               NudgesSkippedCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Settled this run: returned " DELIMITED BY SIZE
               ReturnedNowCount DELIMITED BY SIZE
               "  no return " DELIMITED BY SIZE
               LapsedNowCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           PERFORM WriteReportLine
           MOVE "Nudge      Sent  Returned  No return  Pending  Return rate"
               TO CurrentMessage
           PERFORM WriteReportLine
           PERFORM VARYING NudgeTypeIndex FROM 1 BY 1
               UNTIL NudgeTypeIndex > 4
               PERFORM PrintNudgeTypeLine
           END-PERFORM
           CLOSE ReportFile.

       PrintNudgeTypeLine.
           MOVE SPACES TO CurrentMessage
           MOVE NudgeTypeName(NudgeTypeIndex) TO CurrentMessage(1:8)
           MOVE TypeSentCount(NudgeTypeIndex) TO TypeCountDisplay
           MOVE TypeCountDisplay TO CurrentMessage(11:5)
           MOVE TypeReturnedCount(NudgeTypeIndex) TO TypeCountDisplay
           MOVE TypeCountDisplay TO CurrentMessage(21:5)
           MOVE TypeLapsedCount(NudgeTypeIndex) TO TypeCountDisplay
           MOVE TypeCountDisplay TO CurrentMessage(32:5)
           MOVE TypePendingCount(NudgeTypeIndex) TO TypeCountDisplay
           MOVE TypeCountDisplay TO CurrentMessage(41:5)
           IF TypeReturnedCount(NudgeTypeIndex) +
              TypeLapsedCount(NudgeTypeIndex) = 0
               MOVE "n/a" TO CurrentMessage(55:3)
           ELSE
               COMPUTE ReturnRatePercent ROUNDED =
                   TypeReturnedCount(NudgeTypeIndex) * 100 /
                   (TypeReturnedCount(NudgeTypeIndex) +
                    TypeLapsedCount(NudgeTypeIndex))
               MOVE ReturnRatePercent TO ReturnRateDisplay
               MOVE ReturnRateDisplay TO CurrentMessage(55:3)
               MOVE "%" TO CurrentMessage(58:1)
           END-IF
           PERFORM WriteReportLine.

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "DORMANTNUDGE" TO ControlStep
           MOVE "users.dat" TO ControlFileName
           MOVE StudentsReadCount TO ControlReadCount
           MOVE NudgesSentCount TO ControlWrittenCount
           MOVE 0 TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "ProfileCompleteness.cob".

       COPY "ReportFormat.cob".

       COPY "Journal.cob".

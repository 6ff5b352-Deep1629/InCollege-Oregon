IDENTIFICATION DIVISION.
       PROGRAM-ID. KpiSnapshot.

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
           SELECT OPTIONAL LoginLogFile ASSIGN TO "login_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JobId OF JobRecord
               ALTERNATE RECORD KEY IS JobUsername OF JobRecord
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EmployerId OF JobRecord
                   WITH DUPLICATES.
           SELECT OPTIONAL JobHistoryFile ASSIGN TO "job_status_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ApplicationFile ASSIGN TO "applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL InterviewFile ASSIGN TO "interviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JobOfferFile ASSIGN TO "offers.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EventFile ASSIGN TO "events.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EventRsvpFile ASSIGN TO "event_rsvps.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MentorSessionFile ASSIGN TO "mentor_sessions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL KpiSnapshotFile ASSIGN TO "kpi_snapshots.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempKpiSnapshotFile ASSIGN TO "kpi_snapshots_temp.dat"
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

       FD LoginLogFile.
       01 LoginLogRecord.
           05 LogUsername PIC X(20).
           05 LogEvent PIC X(10).
           05 LogTimestamp PIC X(20).

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

       FD JobHistoryFile.
       01 JobHistoryRecord.
           05 JshJobId PIC 9(5).
           05 JshOldStatus PIC X(10).
           05 JshNewStatus PIC X(10).
           05 JshChangedBy PIC X(20).
           05 JshTimestamp PIC X(20).
           05 JshApplicant PIC X(20).

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

       FD EventFile.
       01 EventRecord.
           05 EventId PIC 9(5).
           05 EventTitle PIC X(50).
           05 EventDate PIC X(10).
           05 EventLocation PIC X(50).
           05 EventDescription PIC X(200).
           05 EventHost PIC X(20).
           05 EventCapacity PIC 9(3).

       FD EventRsvpFile.
       01 EventRsvpRecord.
           05 RsvpEventId PIC 9(5).
           05 RsvpUsername PIC X(20).
           05 RsvpDate PIC X(10).
           05 RsvpStatus PIC X(8).

       FD MentorSessionFile.
       01 MentorSessionRecord.
           05 SessionMentor PIC X(20).
           05 SessionMentee PIC X(20).
           05 SessionDate PIC X(10).
           05 SessionNote PIC X(100).

       FD KpiSnapshotFile.
       01 KpiSnapshotRecord.
           05 KpiMonth PIC X(7).
           05 KpiUniversity PIC X(30).
           05 KpiStanding PIC X(12).
           05 KpiCount PIC 9(6) OCCURS 9 TIMES.
           05 KpiTakenOn PIC X(10).

       FD TempKpiSnapshotFile.
       01 TempKpiSnapshotRecord PIC X(113).

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
       01 EOF-WorkFile PIC X VALUE 'N'.
       01 EOF-KpiSnapshotFile PIC X VALUE 'N'.

      *> The month snapshotted (YYYY-MM): INCOLLEGE_KPI_MONTH, or the month
      *> before the run date so the step can run on the 1st. A month already
      *> on file is kept unless INCOLLEGE_KPI_REBUILD=Y, because by then the
      *> logs behind it may have been archived and a rebuild would undercount.
       01 KpiTargetMonth PIC X(7).
       01 KpiTargetYear PIC 9(4) VALUE 0.
       01 KpiTargetMonthNum PIC 9(2) VALUE 0.
       01 KpiEnvBuffer PIC X(10).
       01 KpiRebuild PIC X VALUE 'N'.
       01 KpiMonthOnFile PIC X VALUE 'N'.
       01 KpiRowsKept PIC 9(6) VALUE 0.

      *> Counters, in KpiCount order: 1 active users, 2 new registrations,
      *> 3 postings opened, 4 postings filled, 5 applications, 6 interviews,
      *> 7 offers accepted, 8 event attendance, 9 mentorship sessions. Each
      *> count goes to the university and class standing of the person it
      *> is about (the poster for postings, the student otherwise).
       01 KpiGroupTable.
           05 KpiGroupEntry OCCURS 300 TIMES.
               10 GroupUniversity PIC X(30).
               10 GroupStanding PIC X(12).
               10 GroupCount PIC 9(6) OCCURS 9 TIMES.
       01 KpiGroupCount PIC 9(3) VALUE 0.
       01 KpiGroupIndex PIC 9(3) VALUE 0.
       01 KpiGroupMatch PIC 9(3) VALUE 0.
       01 KpiMetricIndex PIC 9(2) VALUE 0.
       01 KpiMetric PIC 9(2) VALUE 0.
       01 KpiSubjectUser PIC X(20).
       01 KpiSubjectUniversity PIC X(30).
       01 KpiSubjectStanding PIC X(12).
       01 KpiGradYear PIC 9(4) VALUE 0.
       01 KpiTotals.
           05 KpiTotal PIC 9(7) OCCURS 9 TIMES.
       01 KpiTotalDisplay PIC Z(6)9.

       01 ActiveUserTable.
           05 ActiveUserName PIC X(20) OCCURS 5000 TIMES.
       01 ActiveUserCount PIC 9(4) VALUE 0.
       01 ActiveUserIndex PIC 9(4) VALUE 0.
       01 ActiveUserFound PIC X VALUE 'N'.

       01 EventDateTable.
           05 EventDateEntry OCCURS 500 TIMES.
               10 EdEventId PIC 9(5).
               10 EdEventDate PIC X(10).
       01 EventDateCount PIC 9(3) VALUE 0.
       01 EventDateIndex PIC 9(3) VALUE 0.
       01 AttendedEventDate PIC X(10).

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "KpiSnapshot".
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
           PERFORM CheckMonthOnFile
           IF KpiMonthOnFile = 'Y' AND KpiRebuild = 'N'
               MOVE SPACES TO CurrentMessage
               STRING "KPI snapshot for " DELIMITED BY SIZE
                   KpiTargetMonth DELIMITED BY SIZE
                   " is already on file and was kept." DELIMITED BY SIZE
                   INTO CurrentMessage
               DISPLAY CurrentMessage
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO KpiGroupCount
           OPEN INPUT UserProfileRecordFile
           PERFORM CountActiveUsers
           PERFORM CountNewRegistrations
           PERFORM CountPostingsOpened
           PERFORM CountPostingsFilled
           PERFORM CountApplications
           PERFORM CountInterviews
           PERFORM CountOffersAccepted
           PERFORM CountEventAttendance
           PERFORM CountMentorSessions
           CLOSE UserProfileRecordFile

           PERFORM SaveMonthSnapshot
           PERFORM DisplaySnapshotTotals
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
           MOVE SPACES TO KpiEnvBuffer
           ACCEPT KpiEnvBuffer FROM ENVIRONMENT "INCOLLEGE_KPI_MONTH"
           IF KpiEnvBuffer(1:4) IS NUMERIC AND KpiEnvBuffer(5:1) = "-" AND
              KpiEnvBuffer(6:2) IS NUMERIC AND
              KpiEnvBuffer(6:2) >= "01" AND KpiEnvBuffer(6:2) <= "12"
               MOVE KpiEnvBuffer(1:7) TO KpiTargetMonth
           ELSE
               MOVE FUNCTION NUMVAL(RunDate(1:4)) TO KpiTargetYear
               MOVE FUNCTION NUMVAL(RunDate(6:2)) TO KpiTargetMonthNum
               IF KpiTargetMonthNum = 1
                   SUBTRACT 1 FROM KpiTargetYear
                   MOVE 12 TO KpiTargetMonthNum
               ELSE
                   SUBTRACT 1 FROM KpiTargetMonthNum
               END-IF
               MOVE SPACES TO KpiTargetMonth
               STRING KpiTargetYear DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   KpiTargetMonthNum DELIMITED BY SIZE
                   INTO KpiTargetMonth
           END-IF
           MOVE FUNCTION NUMVAL(KpiTargetMonth(1:4)) TO KpiTargetYear
           MOVE SPACES TO KpiEnvBuffer
           ACCEPT KpiEnvBuffer FROM ENVIRONMENT "INCOLLEGE_KPI_REBUILD"
           IF FUNCTION UPPER-CASE(KpiEnvBuffer(1:1)) = "Y"
               MOVE 'Y' TO KpiRebuild
           END-IF.

       CheckMonthOnFile.
           MOVE 'N' TO KpiMonthOnFile
           MOVE 'N' TO EOF-KpiSnapshotFile
           OPEN INPUT KpiSnapshotFile
           PERFORM UNTIL EOF-KpiSnapshotFile = 'Y'
               READ KpiSnapshotFile
               AT END
                   MOVE 'Y' TO EOF-KpiSnapshotFile
               NOT AT END
                   IF KpiMonth = KpiTargetMonth
                       MOVE 'Y' TO KpiMonthOnFile
                   END-IF
               END-READ
           END-PERFORM
           CLOSE KpiSnapshotFile.

      *> A user counts as active once a month however often they sign in.
       CountActiveUsers.
           MOVE 0 TO ActiveUserCount
           MOVE 1 TO KpiMetric
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT LoginLogFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ LoginLogFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF LogEvent = "LOGIN" AND
                      LogTimestamp(1:7) = KpiTargetMonth
                       PERFORM NoteActiveUser
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LoginLogFile.

       NoteActiveUser.
           MOVE 'N' TO ActiveUserFound
           PERFORM VARYING ActiveUserIndex FROM 1 BY 1
               UNTIL ActiveUserIndex > ActiveUserCount OR
                     ActiveUserFound = 'Y'
               IF ActiveUserName(ActiveUserIndex) = LogUsername
                   MOVE 'Y' TO ActiveUserFound
               END-IF
           END-PERFORM
           IF ActiveUserFound = 'N' AND ActiveUserCount < 5000
               ADD 1 TO ActiveUserCount
               MOVE LogUsername TO ActiveUserName(ActiveUserCount)
               MOVE LogUsername TO KpiSubjectUser
               PERFORM AddKpiCount
           END-IF.

       CountNewRegistrations.
           MOVE 2 TO KpiMetric
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT UserDataFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ UserDataFile NEXT
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF CreatedDate IN UserRecord(1:7) = KpiTargetMonth
                       MOVE Username IN UserRecord TO KpiSubjectUser
                       PERFORM AddKpiCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE UserDataFile.

       CountPostingsOpened.
           MOVE 3 TO KpiMetric
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT JobFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ JobFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF CreatedDate IN JobRecord(1:7) = KpiTargetMonth
                       MOVE JobUsername TO KpiSubjectUser
                       PERFORM AddKpiCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE JobFile.

       CountPostingsFilled.
           MOVE 4 TO KpiMetric
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT JobHistoryFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ JobHistoryFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF FUNCTION TRIM(JshNewStatus) = "Filled" AND
                      JshTimestamp(1:7) = KpiTargetMonth
                       MOVE JshChangedBy TO KpiSubjectUser
                       PERFORM AddKpiCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE JobHistoryFile.

       CountApplications.
           MOVE 5 TO KpiMetric
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT ApplicationFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ ApplicationFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF CreatedDate IN ApplicationRecord(1:7) = KpiTargetMonth
                       MOVE AppUsername TO KpiSubjectUser
                       PERFORM AddKpiCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ApplicationFile.

      *> Interviews held in the month: scheduled for it and not cancelled.
       CountInterviews.
           MOVE 6 TO KpiMetric
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT InterviewFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ InterviewFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF IntvSlot(1:7) = KpiTargetMonth AND
                      FUNCTION TRIM(IntvStatus) NOT = "Cancelled" AND
                      FUNCTION TRIM(IntvOutcome) NOT = "Cancelled"
                       MOVE IntvApplicant TO KpiSubjectUser
                       PERFORM AddKpiCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE InterviewFile.

      *> offers.dat keeps only the date an offer was made, so an accepted
      *> offer counts in the month it was extended.
       CountOffersAccepted.
           MOVE 7 TO KpiMetric
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT JobOfferFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ JobOfferFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF FUNCTION TRIM(OfferStatus) = "Accepted" AND
                      OfferDate(1:7) = KpiTargetMonth
                       MOVE OfferApplicant TO KpiSubjectUser
                       PERFORM AddKpiCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE JobOfferFile.

      *> Attendance counts in the month the event took place.
       CountEventAttendance.
           MOVE 0 TO EventDateCount
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT EventFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ EventFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF EventDateCount < 500
                       ADD 1 TO EventDateCount
                       MOVE EventId TO EdEventId(EventDateCount)
                       MOVE EventDate TO EdEventDate(EventDateCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EventFile

           MOVE 8 TO KpiMetric
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT EventRsvpFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ EventRsvpFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF FUNCTION TRIM(RsvpStatus) = "Attended"
                       MOVE RsvpDate TO AttendedEventDate
                       PERFORM VARYING EventDateIndex FROM 1 BY 1
                           UNTIL EventDateIndex > EventDateCount
                           IF EdEventId(EventDateIndex) = RsvpEventId
                               MOVE EdEventDate(EventDateIndex)
                                   TO AttendedEventDate
                           END-IF
                       END-PERFORM
                       IF AttendedEventDate(1:7) = KpiTargetMonth
                           MOVE RsvpUsername TO KpiSubjectUser
                           PERFORM AddKpiCount
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EventRsvpFile.

       CountMentorSessions.
           MOVE 9 TO KpiMetric
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT MentorSessionFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ MentorSessionFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF SessionDate(1:7) = KpiTargetMonth
                       MOVE SessionMentee TO KpiSubjectUser
                       PERFORM AddKpiCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MentorSessionFile.

       AddKpiCount.
           PERFORM LookupKpiSubject
           PERFORM FindKpiGroup
      *> Past the table size the rest share one catch-all group.
           IF KpiGroupMatch = 0 AND KpiGroupCount >= 299
               MOVE "(other)" TO KpiSubjectUniversity
               MOVE SPACES TO KpiSubjectStanding
               PERFORM FindKpiGroup
           END-IF
           IF KpiGroupMatch = 0
               ADD 1 TO KpiGroupCount
               MOVE KpiGroupCount TO KpiGroupMatch
               MOVE KpiSubjectUniversity TO GroupUniversity(KpiGroupMatch)
               MOVE KpiSubjectStanding TO GroupStanding(KpiGroupMatch)
               PERFORM VARYING KpiMetricIndex FROM 1 BY 1
                   UNTIL KpiMetricIndex > 9
                   MOVE 0 TO GroupCount(KpiGroupMatch, KpiMetricIndex)
               END-PERFORM
           END-IF
           ADD 1 TO GroupCount(KpiGroupMatch, KpiMetric).

       FindKpiGroup.
           MOVE 0 TO KpiGroupMatch
           PERFORM VARYING KpiGroupIndex FROM 1 BY 1
               UNTIL KpiGroupIndex > KpiGroupCount OR KpiGroupMatch > 0
               IF GroupUniversity(KpiGroupIndex) = KpiSubjectUniversity AND
                  GroupStanding(KpiGroupIndex) = KpiSubjectStanding
                   MOVE KpiGroupIndex TO KpiGroupMatch
               END-IF
           END-PERFORM.

      *> Class standing as of the snapshot month's year, by the same rule
      *> the profile screen uses.
       LookupKpiSubject.
           MOVE "(no profile)" TO KpiSubjectUniversity
           MOVE "(none)" TO KpiSubjectStanding
           MOVE KpiSubjectUser TO Username-Profile IN UserProfileRecord
           READ UserProfileRecordFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF University IN UserProfileRecord NOT = SPACES
                   MOVE University IN UserProfileRecord
                       TO KpiSubjectUniversity
               END-IF
               MOVE 0 TO KpiGradYear
               IF GraduationYear IN UserProfileRecord IS NUMERIC
                   MOVE GraduationYear IN UserProfileRecord TO KpiGradYear
               END-IF
               EVALUATE TRUE
                   WHEN KpiGradYear = 0
                       MOVE "(none)" TO KpiSubjectStanding
                   WHEN KpiGradYear < KpiTargetYear
                       MOVE "Alumni" TO KpiSubjectStanding
                   WHEN KpiGradYear = KpiTargetYear
                       MOVE "Senior" TO KpiSubjectStanding
                   WHEN KpiGradYear = KpiTargetYear + 1
                       MOVE "Junior" TO KpiSubjectStanding
                   WHEN KpiGradYear = KpiTargetYear + 2
                       MOVE "Sophomore" TO KpiSubjectStanding
                   WHEN OTHER
                       MOVE "Freshman" TO KpiSubjectStanding
               END-EVALUATE
           END-READ.

      *> Other months are copied across untouched; the month's rows are
      *> replaced as a set. A month with no activity still gets one row so
      *> it reads as taken.
       SaveMonthSnapshot.
           MOVE 0 TO KpiRowsKept
           MOVE "kpi_snapshots.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           MOVE 'N' TO EOF-KpiSnapshotFile
           OPEN INPUT KpiSnapshotFile
           OPEN OUTPUT TempKpiSnapshotFile
           PERFORM UNTIL EOF-KpiSnapshotFile = 'Y'
               READ KpiSnapshotFile
               AT END
                   MOVE 'Y' TO EOF-KpiSnapshotFile
               NOT AT END
                   IF KpiMonth NOT = KpiTargetMonth
                       ADD 1 TO KpiRowsKept
                       WRITE TempKpiSnapshotRecord FROM KpiSnapshotRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE KpiSnapshotFile
           IF KpiGroupCount = 0
               MOVE 1 TO KpiGroupCount
               MOVE "(no activity)" TO GroupUniversity(1)
               MOVE SPACES TO GroupStanding(1)
               PERFORM VARYING KpiMetricIndex FROM 1 BY 1
                   UNTIL KpiMetricIndex > 9
                   MOVE 0 TO GroupCount(1, KpiMetricIndex)
               END-PERFORM
           END-IF
           PERFORM VARYING KpiGroupIndex FROM 1 BY 1
               UNTIL KpiGroupIndex > KpiGroupCount
               MOVE SPACES TO KpiSnapshotRecord
               MOVE KpiTargetMonth TO KpiMonth
               MOVE GroupUniversity(KpiGroupIndex) TO KpiUniversity
               MOVE GroupStanding(KpiGroupIndex) TO KpiStanding
               PERFORM VARYING KpiMetricIndex FROM 1 BY 1
                   UNTIL KpiMetricIndex > 9
                   MOVE GroupCount(KpiGroupIndex, KpiMetricIndex)
                       TO KpiCount(KpiMetricIndex)
               END-PERFORM
               MOVE RunDate TO KpiTakenOn
               WRITE TempKpiSnapshotRecord FROM KpiSnapshotRecord
           END-PERFORM
           CLOSE TempKpiSnapshotFile
           CALL "CBL_DELETE_FILE" USING "kpi_snapshots.dat"
           CALL "CBL_RENAME_FILE" USING "kpi_snapshots_temp.dat"
               "kpi_snapshots.dat"
           MOVE "kpi_snapshots.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       DisplaySnapshotTotals.
           PERFORM VARYING KpiMetricIndex FROM 1 BY 1
               UNTIL KpiMetricIndex > 9
               MOVE 0 TO KpiTotal(KpiMetricIndex)
               PERFORM VARYING KpiGroupIndex FROM 1 BY 1
                   UNTIL KpiGroupIndex > KpiGroupCount
                   ADD GroupCount(KpiGroupIndex, KpiMetricIndex)
                       TO KpiTotal(KpiMetricIndex)
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO CurrentMessage
           STRING "KPI snapshot for " DELIMITED BY SIZE
               KpiTargetMonth DELIMITED BY SIZE
               " saved: " DELIMITED BY SIZE
               KpiGroupCount DELIMITED BY SIZE
               " university/standing group(s)." DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage
           MOVE KpiTotal(1) TO KpiTotalDisplay
           DISPLAY "  Active users:        " KpiTotalDisplay
           MOVE KpiTotal(2) TO KpiTotalDisplay
           DISPLAY "  New registrations:   " KpiTotalDisplay
           MOVE KpiTotal(3) TO KpiTotalDisplay
           DISPLAY "  Postings opened:     " KpiTotalDisplay
           MOVE KpiTotal(4) TO KpiTotalDisplay
           DISPLAY "  Postings filled:     " KpiTotalDisplay
           MOVE KpiTotal(5) TO KpiTotalDisplay
           DISPLAY "  Applications:        " KpiTotalDisplay
           MOVE KpiTotal(6) TO KpiTotalDisplay
           DISPLAY "  Interviews:          " KpiTotalDisplay
           MOVE KpiTotal(7) TO KpiTotalDisplay
           DISPLAY "  Offers accepted:     " KpiTotalDisplay
           MOVE KpiTotal(8) TO KpiTotalDisplay
           DISPLAY "  Event attendance:    " KpiTotalDisplay
           MOVE KpiTotal(9) TO KpiTotalDisplay
           DISPLAY "  Mentorship sessions: " KpiTotalDisplay.

       COPY "Journal.cob".

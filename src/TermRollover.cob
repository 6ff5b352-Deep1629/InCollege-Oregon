               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NotifPrefFile ASSIGN TO "notif_prefs.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TermCalendarFile ASSIGN TO "term_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempTermCalendarFile ASSIGN TO "term_calendar_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalControlFile ASSIGN TO "journal_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD ReportFile.
       01 ReportRecord PIC X(132).
           05 ControlWrittenCount PIC 9(6).
           05 ControlRejectCount PIC 9(6).

       FD TermCalendarFile.
       01 TermCalendarRecord.
           05 TermCode PIC X(6).
           05 TermName PIC X(20).
           05 TermStartDate PIC X(10).
           05 TermEndDate PIC X(10).
           05 TermGradesDueDate PIC X(10).
           05 TermCommencementDate PIC X(10).
           05 TermClosedDate PIC X(10).

       FD TempTermCalendarFile.
       01 TempTermCalendarRecord.
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
       01 EOF-ProfileData PIC X VALUE 'N'.
       01 NotifPrefCategory PIC X(12).
       01 EOF-NotifPrefFile PIC X VALUE 'N'.
       01 NotifPrefAllowed PIC X VALUE 'Y'.
       01 ReportFileName PIC X(40) VALUE "output/TermRolloverReport.txt".
       01 PreviewRun PIC X VALUE 'N'.
       01 PreviewSwitch PIC X(10).
       01 RolloverGroupOwner PIC X(20).
      *> A preview changes no files, so the owners it would have set are
      *> kept here to stop a group being resolved twice.
       01 PreviewGroupTable.
           05 PreviewGroupEntry OCCURS 200 TIMES.
               10 PreviewGroupName PIC X(30).
               10 PreviewGroupOwner PIC X(20).
       01 PreviewGroupCount PIC 9(3) VALUE 0.
       01 PreviewGroupIndex PIC 9(3) VALUE 0.

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
       01 JournalProgramName PIC X(24) VALUE "TermRollover".
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
           PERFORM DeterminePreviewRun
           MOVE RunDate TO TermAsOfDate
           PERFORM DetermineTermContext
           IF TermEndDue = 'N'
               MOVE TermCurrentCode TO TermEndingCode
           END-IF

           OPEN OUTPUT ReportFile
           MOVE SPACES TO CurrentMessage
           STRING "InCollege Term Rollover Report  Term " DELIMITED BY SIZE
               TermEndingCode DELIMITED BY SIZE
               "  Run date " DELIMITED BY SIZE
               RunDate DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           IF PreviewRun = 'Y'
               MOVE "PREVIEW - no files are changed; the actions below are those a live run would take."
                   TO CurrentMessage
               PERFORM WriteReportLine
           END-IF
           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine

               ActionsTakenCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           IF TermEndDue = 'Y'
               IF PreviewRun = 'N'
                   PERFORM StampTermClosed
               END-IF
               MOVE SPACES TO CurrentMessage
               STRING "Term " DELIMITED BY SIZE
                   FUNCTION TRIM(TermEndingCode) DELIMITED BY SIZE
                   " marked closed in the term calendar" DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteReportLine
           END-IF
           PERFORM WriteBatchControlRecord
           CLOSE ReportFile
           MOVE 0 TO RETURN-CODE
           STOP RUN.

               MOVE FixedTimestamp(1:10) TO RunDate
           END-IF.

      *> INCOLLEGE_PREVIEW=Y reports every application, group, mentoring
      *> record and term a run would change, with the same control totals,
      *> and leaves every data file as it stands.
       DeterminePreviewRun.
           MOVE 'N' TO PreviewRun
           MOVE SPACES TO PreviewSwitch
           ACCEPT PreviewSwitch FROM ENVIRONMENT "INCOLLEGE_PREVIEW"
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(PreviewSwitch)) = "Y"
               MOVE 'Y' TO PreviewRun
               MOVE "output/TermRolloverPreview.txt" TO ReportFileName
           END-IF.

       COPY "TermCalendar.cob".

      *> Closing the term stops BatchScheduler treating every later night
      *> as term end; the next term's end date takes over from here.
       StampTermClosed.
           MOVE 'N' TO EOF-TermCalendarFile
           OPEN INPUT TermCalendarFile
           OPEN OUTPUT TempTermCalendarFile
           PERFORM UNTIL EOF-TermCalendarFile = 'Y'
               READ TermCalendarFile INTO TermCalendarRecord
               AT END
                   MOVE 'Y' TO EOF-TermCalendarFile
               NOT AT END
                   IF TermCode IN TermCalendarRecord = TermEndingCode
                       MOVE RunDate TO TermClosedDate IN TermCalendarRecord
                   END-IF
                   WRITE TempTermCalendarRecord FROM TermCalendarRecord
               END-READ
           END-PERFORM
           CLOSE TermCalendarFile
           CLOSE TempTermCalendarFile
           MOVE "term_calendar.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "term_calendar.dat"
           CALL "CBL_RENAME_FILE" USING "term_calendar_temp.dat"
               "term_calendar.dat"
           PERFORM JournalAfterImage.

       RolloverOneGraduate.
           PERFORM CloseGraduateApplications
           PERFORM HandleGraduateGroups
           MOVE 0 TO AppsClosedCount
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT ApplicationFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempApplicationFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ ApplicationFile INTO ApplicationRecord
               AT END
                       = "Submitted")
                       MOVE "Closed" TO AppStatus IN ApplicationRecord
                       ADD 1 TO AppsClosedCount
                       IF PreviewRun = 'Y'
                           MOVE SPACES TO CurrentMessage
                           STRING FUNCTION TRIM(GradUsername) DELIMITED BY SIZE
                               ": application to close - " DELIMITED BY SIZE
                               FUNCTION TRIM(AppJobTitle IN ApplicationRecord)
                                   DELIMITED BY SIZE
                               INTO CurrentMessage
                           PERFORM WriteReportLine
                       END-IF
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempApplicationRecord FROM ApplicationRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ApplicationFile

           IF PreviewRun = 'N'
               CLOSE TempApplicationFile
               MOVE "applications.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_RENAME_FILE" USING "applications.dat"
                   "applications_bak.dat"
               CALL "CBL_RENAME_FILE" USING "applications_temp.dat"
                   "applications.dat"
               CALL "CBL_DELETE_FILE" USING "applications_bak.dat"
               PERFORM JournalAfterImage
           END-IF

           IF AppsClosedCount > 0 THEN
               ADD AppsClosedCount TO ActionsTakenCount
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   MOVE GroupOwner IN GroupRecord TO RolloverGroupOwner
                   IF PreviewRun = 'Y'
                       PERFORM FindPreviewGroupOwner
                   END-IF
                   IF RolloverGroupOwner = GradUsername
                       MOVE GroupName IN GroupRecord TO RolloverGroupName
                       CLOSE GroupFile
                       PERFORM ResolveOneOwnedGroup
           END-PERFORM
           CLOSE GroupFile.

       FindPreviewGroupOwner.
           PERFORM VARYING PreviewGroupIndex FROM 1 BY 1
               UNTIL PreviewGroupIndex > PreviewGroupCount
               IF FUNCTION TRIM(PreviewGroupName(PreviewGroupIndex)) =
                  FUNCTION TRIM(GroupName IN GroupRecord)
                   MOVE PreviewGroupOwner(PreviewGroupIndex)
                       TO RolloverGroupOwner
               END-IF
           END-PERFORM.

      *> NewOwnerUsername is SPACES for a group that would be dissolved.
       NotePreviewGroup.
           IF PreviewGroupCount < 200
               ADD 1 TO PreviewGroupCount
               MOVE RolloverGroupName TO PreviewGroupName(PreviewGroupCount)
               MOVE NewOwnerUsername TO PreviewGroupOwner(PreviewGroupCount)
           END-IF.

       ResolveOneOwnedGroup.
           MOVE SPACES TO NewOwnerUsername
           MOVE 0 TO OtherMemberCount
           CLOSE GroupMemberFile.

       TransferGroupOwnership.
           IF PreviewRun = 'Y'
               PERFORM NotePreviewGroup
           ELSE
               PERFORM RewriteGroupOwner
           END-IF

           ADD 1 TO ActionsTakenCount
           MOVE SPACES TO CurrentMessage
           STRING FUNCTION TRIM(GradUsername) DELIMITED BY SIZE
               ": ownership of " DELIMITED BY SIZE
               FUNCTION TRIM(RolloverGroupName) DELIMITED BY SIZE
               " transferred to " DELIMITED BY SIZE
               FUNCTION TRIM(NewOwnerUsername) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine

           MOVE NewOwnerUsername TO NotifTargetUsername
           MOVE SPACES TO NotifMessageText
           STRING "You are now the owner of " DELIMITED BY SIZE
               FUNCTION TRIM(RolloverGroupName) DELIMITED BY SIZE
               " following graduation processing" DELIMITED BY SIZE
               INTO NotifMessageText
           MOVE "GROUP" TO NotifPrefCategory
           PERFORM WriteRolloverNotification.

       RewriteGroupOwner.
           MOVE 'N' TO EOF-MemberScan
           OPEN INPUT GroupFile
           OPEN OUTPUT TempGroupFile
           END-PERFORM
           CLOSE GroupFile
           CLOSE TempGroupFile
           MOVE "groups.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "groups.dat"
           CALL "CBL_RENAME_FILE" USING "groups_temp.dat"
               "groups.dat"
           PERFORM JournalAfterImage.

       DissolveGroup.
           IF PreviewRun = 'Y'
               MOVE SPACES TO NewOwnerUsername
               PERFORM NotePreviewGroup
           ELSE
               PERFORM RemoveDissolvedGroup
           END-IF

           ADD 1 TO ActionsTakenCount
           MOVE SPACES TO CurrentMessage
           STRING FUNCTION TRIM(GradUsername) DELIMITED BY SIZE
               ": empty group " DELIMITED BY SIZE
               FUNCTION TRIM(RolloverGroupName) DELIMITED BY SIZE
               " dissolved" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine.

       RemoveDissolvedGroup.
           MOVE 'N' TO EOF-MemberScan
           OPEN INPUT GroupFile
           OPEN OUTPUT TempGroupFile
           END-PERFORM
           CLOSE GroupFile
           CLOSE TempGroupFile
           MOVE "groups.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "groups.dat"
           CALL "CBL_RENAME_FILE" USING "groups_temp.dat"
               "groups.dat"
           PERFORM JournalAfterImage

           MOVE 'N' TO EOF-MemberScan
           OPEN INPUT GroupMemberFile
           END-PERFORM
           CLOSE GroupMemberFile
           CLOSE TempGroupMemberFile
           MOVE "group_members.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "group_members.dat"
           CALL "CBL_RENAME_FILE" USING "group_members_temp.dat"
               "group_members.dat"
           PERFORM JournalAfterImage.

       RetireGraduateMentoring.
           MOVE 'N' TO MentorPrefRemoved
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT MentorPrefFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempMentorPrefFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ MentorPrefFile INTO MentorPrefRecord
               AT END
                      MentorPrefRole IN MentorPrefRecord = 'E'
                       MOVE 'Y' TO MentorPrefRemoved
                   ELSE
                       IF PreviewRun = 'N'
                           WRITE TempMentorPrefRecord FROM MentorPrefRecord
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MentorPrefFile
           IF PreviewRun = 'N'
               CLOSE TempMentorPrefFile
               MOVE "mentor_prefs.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "mentor_prefs.dat"
               CALL "CBL_RENAME_FILE" USING "mentor_prefs_temp.dat"
                   "mentor_prefs.dat"
               PERFORM JournalAfterImage
           END-IF

           IF MentorPrefRemoved = 'Y' THEN
               ADD 1 TO ActionsTakenCount
           MOVE 0 TO MentorshipsRetired
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT MentorshipFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempMentorshipFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ MentorshipFile INTO MentorshipRecord
               AT END
                       MOVE "Retired"
                           TO MentorshipStatus IN MentorshipRecord
                       ADD 1 TO MentorshipsRetired
                       IF PreviewRun = 'Y'
                           MOVE SPACES TO CurrentMessage
                           STRING FUNCTION TRIM(GradUsername) DELIMITED BY SIZE
                               ": mentorship to retire - mentor "
                               DELIMITED BY SIZE
                               FUNCTION TRIM(MentorshipMentor
                                   IN MentorshipRecord) DELIMITED BY SIZE
                               INTO CurrentMessage
                           PERFORM WriteReportLine
                       END-IF
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempMentorshipRecord FROM MentorshipRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MentorshipFile
           IF PreviewRun = 'N'
               CLOSE TempMentorshipFile
               MOVE "mentorships.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "mentorships.dat"
               CALL "CBL_RENAME_FILE" USING "mentorships_temp.dat"
                   "mentorships.dat"
               PERFORM JournalAfterImage
           END-IF

           IF MentorshipsRetired > 0 THEN
               ADD MentorshipsRetired TO ActionsTakenCount
           END-IF.

       WriteRolloverNotification.
           IF PreviewRun = 'N'
               PERFORM CheckRolloverNotifPref
               IF NotifPrefAllowed = 'Y'
                   PERFORM AppendRolloverNotification
               END-IF
           END-IF.

       AppendRolloverNotification.
           MOVE "notifications.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND NotificationFile
           MOVE NotifTargetUsername TO NotifUsername IN NotificationRecord
           MOVE NotifMessageText TO NotifText IN NotificationRecord
           MOVE RunDate TO NotifDate IN NotificationRecord
           MOVE "New" TO NotifStatus IN NotificationRecord
           MOVE NotifPrefCategory TO NotifCategoryCode IN NotificationRecord
           MOVE 'N' TO NotifRelayed IN NotificationRecord
           WRITE NotificationRecord
           CLOSE NotificationFile
           MOVE "notifications.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       CheckRolloverNotifPref.
           MOVE 'Y' TO NotifPrefAllowed
           WRITE ReportRecord.

       WriteBatchControlRecord.
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "TERMROLLOVER" TO ControlStep
           MOVE GraduatesSeenCount TO ControlReadCount
           MOVE ActionsTakenCount TO ControlWrittenCount
           MOVE 0 TO ControlRejectCount
           IF PreviewRun = 'Y'
               MOVE SPACES TO CurrentMessage
               STRING "Control totals (not posted): " DELIMITED BY SIZE
                   FUNCTION TRIM(ControlStep) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(ControlFileName) DELIMITED BY SIZE
                   " read " DELIMITED BY SIZE
                   ControlReadCount DELIMITED BY SIZE
                   " written " DELIMITED BY SIZE
                   ControlWrittenCount DELIMITED BY SIZE
                   " rejected " DELIMITED BY SIZE
                   ControlRejectCount DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteReportLine
           ELSE
               OPEN EXTEND BatchControlFile
               WRITE BatchControlRecord
               CLOSE BatchControlFile
           END-IF.

       COPY "Journal.cob".

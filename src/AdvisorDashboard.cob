               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NotifPrefFile ASSIGN TO "notif_prefs.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LearningAgreementFile
               ASSIGN TO "learning_agreements.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempLearningAgreementFile
               ASSIGN TO "learning_agreements_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PlacementHoursFile ASSIGN TO "placement_hours.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LoginAttemptFile
               ASSIGN TO "login_attempts.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempAttemptFile ASSIGN TO "login_attempts_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LoginLogFile ASSIGN TO "login_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL UserContactFile ASSIGN TO "user_contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OneTimeCodeFile ASSIGN TO "otp_codes.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempOneTimeCodeFile ASSIGN TO "otp_codes_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MailPickupFile ASSIGN TO "mail_pickup.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalControlFile ASSIGN TO "journal_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ReportInboxFile ASSIGN TO "report_inbox.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AuditFile ASSIGN TO "audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ReportRequestFile ASSIGN TO "report_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ReportRequestCounterFile
               ASSIGN TO "report_request_counter.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AtRiskFile ASSIGN TO "at_risk_worklist.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempAtRiskFile ASSIGN TO "at_risk_worklist_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MilestoneFile ASSIGN TO "milestones.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ProgressFile ASSIGN TO "milestone_progress.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ResumeReviewFile ASSIGN TO "resume_reviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempResumeReviewFile ASSIGN TO "resume_reviews_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ReviewDocFile ASSIGN TO ReviewDocFileName
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 NotifText PIC X(100).
           05 NotifDate PIC X(10).
           05 NotifStatus PIC X(6).
           05 NotifCategoryCode PIC X(12).
           05 NotifRelayed PIC X(1).

       FD ProfileViewLogFile.
       01 ProfileViewLogRecord.
           05 PrefUsername PIC X(20).
           05 PrefCategory PIC X(12).
           05 PrefEnabled PIC X(1).
           05 PrefChannel PIC X(5).

       FD AdvisorNoteFile.
       01 AdvisorNoteRecord.
           05 FollowUpFlag PIC X(1).
           05 FollowUpDue PIC X(10).

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

       FD PlacementHoursFile.
       01 PlacementHoursRecord.
           05 HoursUsername PIC X(20).
           05 HoursJobId PIC 9(5).
           05 HoursPoster PIC X(20).
           05 HoursWeekEnding PIC X(10).
           05 HoursWorked PIC 9(3).
           05 HoursStatus PIC X(10).

       FD LoginAttemptFile.
       01 LoginAttemptRecord.
           05 AttemptUsername PIC X(20).
           05 AttemptCount PIC 9(3).
           05 AttemptLockedFlag PIC X(1).

       FD TempAttemptFile.
       01 TempAttemptRecord.
           05 AttemptUsername PIC X(20).
           05 AttemptCount PIC 9(3).
           05 AttemptLockedFlag PIC X(1).

       FD LoginLogFile.
       01 LoginLogRecord.
           05 LogUsername PIC X(20).
           05 LogEvent PIC X(10).
           05 LogTimestamp PIC X(20).

       FD UserContactFile.
       01 UserContactRecord.
           05 ContactUsername PIC X(20).
           05 ContactEmail PIC X(60).
           05 ContactVerified PIC X(1).
           05 ContactVerifiedDate PIC X(10).
           05 ContactPhone PIC X(15).
           05 ContactEmailStatus PIC X(10).
           05 ContactPhoneStatus PIC X(10).

       FD OneTimeCodeFile.
       01 OneTimeCodeRecord.
           05 OtpUsername PIC X(20).
           05 OtpPurpose PIC X(8).
           05 OtpCodeDigest PIC X(20).
           05 OtpIssuedStamp PIC X(16).
           05 OtpExpiresMinute PIC 9(10).
           05 OtpStatus PIC X(8).

       FD TempOneTimeCodeFile.
       01 TempOneTimeCodeRecord.
           05 OtpUsername PIC X(20).
           05 OtpPurpose PIC X(8).
           05 OtpCodeDigest PIC X(20).
           05 OtpIssuedStamp PIC X(16).
           05 OtpExpiresMinute PIC 9(10).
           05 OtpStatus PIC X(8).

      *> Drop file the campus mail gateway drains as it is written, for
      *> one-time codes that cannot wait for the nightly relay.
       FD MailPickupFile.
       01 MailPickupRecord.
           05 PickupUsername PIC X(20).
           05 PickupAddress PIC X(60).
           05 PickupSubject PIC X(40).
           05 PickupText PIC X(100).
           05 PickupStamp PIC X(16).

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

       FD ReportInboxFile.
       01 ReportInboxRecord.
           05 InboxRecipient PIC X(20).
           05 InboxReportName PIC X(30).
           05 InboxRunDate PIC X(10).
           05 InboxSectionType PIC X(8).
           05 InboxSectionValue PIC X(50).
           05 InboxLineNumber PIC 9(5).
           05 InboxLineText PIC X(132).

       FD AuditFile.
       01 AuditRecord.
           05 AuditUsername PIC X(20).
           05 AuditTimestamp PIC X(20).
           05 AuditAction PIC X(20).
           05 AuditDetail PIC X(100).
           05 AuditChainDigest PIC X(20).

       FD ReportRequestFile.
       01 ReportRequestRecord.
           05 ReqId PIC 9(5).
           05 ReqReportName PIC X(20).
           05 ReqSubjectUser PIC X(20).
           05 ReqSecondUser PIC X(20).
           05 ReqFromDate PIC X(10).
           05 ReqToDate PIC X(10).
           05 ReqPreviewFlag PIC X(1).
           05 ReqRequester PIC X(20).
           05 ReqRequestedAt PIC X(16).
           05 ReqStatus PIC X(10).
           05 ReqReturnCode PIC 9(4).
           05 ReqCompletedAt PIC X(16).
           05 ReqOutputName PIC X(60).

       FD ReportRequestCounterFile.
       01 ReportRequestCounterRecord.
           05 LastReportRequestId PIC 9(5).

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

       FD MilestoneFile.
       01 MilestoneRecord.
           05 MilestoneCode PIC X(8).
           05 MilestoneStanding PIC X(10).
           05 MilestoneRule PIC X(8).
           05 MilestoneTarget PIC 9(3).
           05 MilestoneText PIC X(50).

       FD ProgressFile.
       01 ProgressRecord.
           05 ProgUsername PIC X(20).
           05 ProgMajor PIC X(30).
           05 ProgStanding PIC X(10).
           05 ProgMilestone PIC X(8).
           05 ProgCount PIC 9(3).
           05 ProgTarget PIC 9(3).
           05 ProgMet PIC X(1).
           05 ProgEvalDate PIC X(10).

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

       FD TempResumeReviewFile.
       01 TempResumeReviewRecord PIC X(452).

       FD ReviewDocFile.
       01 ReviewDocRecord PIC X(132).

       WORKING-STORAGE SECTION.
       01 CurrentMessage PIC X(132).
       01 OutputFileInitialized PIC X VALUE 'N'.
       01 PasswordDigestIndex PIC 9(2) VALUE 0.
       01 PasswordDigestLength PIC 9(2) VALUE 0.

       01 EOF-LearningAgreementFile PIC X VALUE 'N'.
       01 EOF-PlacementHoursFile PIC X VALUE 'N'.
       01 LaListCount PIC 9(3) VALUE 0.
       01 LaScanIndex PIC 9(3) VALUE 0.
       01 LaFilePosition PIC 9(5) VALUE 0.
       01 LaHeldPosition PIC 9(5) VALUE 0.
       01 LaHoursLogged PIC 9(5) VALUE 0.
       01 LaHeldRecord.
           05 LaHeldStudent PIC X(20).
           05 LaHeldJobId PIC 9(5).
           05 LaHeldJobTitle PIC X(50).
           05 LaHeldPoster PIC X(20).
           05 LaHeldSponsor PIC X(20).
           05 LaHeldTermCode PIC X(6).
           05 LaHeldCreditHours PIC 9(2).
           05 LaHeldRequiredHours PIC 9(4).
           05 LaHeldObjectives PIC X(200).
           05 LaHeldSponsorApproval PIC X(1).
           05 LaHeldPosterApproval PIC X(1).
           05 LaHeldStatus PIC X(10).
           05 LaHeldEvalRating PIC 9(1).
           05 LaHeldEvalComment PIC X(100).
           05 LaHeldEvalDate PIC X(10).
           05 LaHeldGradeDate PIC X(10).
           05 LaHeldCreatedDate PIC X(10).
           05 LaHeldExtractedDate PIC X(10).

       01 ChainDigestInput PIC X(200).
       01 ChainDigestValue PIC X(20).
       01 ChainDigestAccum PIC 9(18) COMP VALUE 0.
       01 ChainDigestDigits PIC 9(16) VALUE 0.
       01 ChainDigestIndex PIC 9(3) VALUE 0.
       01 ChainDigestLength PIC 9(3) VALUE 0.
       01 FixedMessageTimestamp PIC X(20).
       01 FormattedMessageTimestamp PIC X(20).
       01 EOF-UserContactFile PIC X VALUE 'N'.
       01 EOF-OneTimeCodeFile PIC X VALUE 'N'.
       01 ContactFound PIC X VALUE 'N'.
       01 ContactEmailOnFile PIC X(60).
       01 ContactVerifiedOnFile PIC X VALUE 'N'.
       01 ContactMaskedEmail PIC X(60).
       01 ContactPhoneOnFile PIC X(15).
       01 ContactEmailStatusOnFile PIC X(10).
       01 ContactPhoneStatusOnFile PIC X(10).
       01 ContactAtPosition PIC 9(2) VALUE 0.
       01 ContactScanIndex PIC 9(2) VALUE 0.
       01 OtpTargetUsername PIC X(20).
       01 OtpPurposeWanted PIC X(8).
       01 OtpLifetimeMinutes PIC 9(4) VALUE 0.
       01 OtpLifetimeDisplay PIC ZZZ9.
       01 OtpNowMinute PIC 9(10) VALUE 0.
       01 OtpDateNum PIC 9(8) VALUE 0.
       01 OtpPlainCode PIC X(6).
       01 OtpCodeEntry PIC X(6).
       01 OtpCodeValid PIC X VALUE 'N'.
       01 OtpCodeExpired PIC X VALUE 'N'.
       01 SigninCodeOk PIC X VALUE 'N'.
       01 SigninLocked PIC X VALUE 'N'.
       01 SigninAttemptFound PIC X VALUE 'N'.
       01 SigninAttemptCount PIC 9(3) VALUE 0.
       01 SigninMaxAttempts PIC 9(3) VALUE 5.
       01 SigninCodeMinutes PIC 9(4) VALUE 5.
       01 EOF-SigninAttemptFile PIC X VALUE 'N'.

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "AdvisorDashboard".
       01 JournalUserName PIC X(20) VALUE SPACES.
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

       01 MyReportUser PIC X(20).
       01 MyReportTable.
           05 MyReportEntry OCCURS 50 TIMES.
               10 MrReportName PIC X(30).
               10 MrRunDate PIC X(10).
               10 MrSectionType PIC X(8).
               10 MrSectionValue PIC X(50).
               10 MrLineCount PIC 9(5).
       01 MyReportCount PIC 9(2) VALUE 0.
       01 MyReportIndex PIC S9(3) VALUE 0.
       01 MyReportMatch PIC 9(2) VALUE 0.
       01 MyReportShown PIC 9(2) VALUE 0.
       01 MyReportSectionText PIC X(60).
       01 MyReportLineDisplay PIC ZZZZ9.
       01 EOF-ReportInboxFile PIC X VALUE 'N'.
       01 AuditActionName PIC X(20).
       01 AuditDetailText PIC X(100).
       01 PrevAuditDigest PIC X(20).
       01 EOF-AuditChainScan PIC X VALUE 'N'.

       01 ReportRequester PIC X(20).
       01 ReportRequestAllowAll PIC X VALUE 'N'.
       01 ReportRequestChoice PIC 99 VALUE 0.
       01 ReportRequestFiled PIC X VALUE 'N'.
       01 ReportRequestValid PIC X VALUE 'N'.
       01 ReportRequestInScope PIC X VALUE 'N'.
       01 NewReqSubjectUser PIC X(20).
       01 ReportRequestIdValue PIC 9(5) VALUE 0.
       01 ReportRequestStamp PIC X(20).
       01 ReportRequestListed PIC 9(5) VALUE 0.
       01 EOF-ReportRequestFile PIC X VALUE 'N'.

       01 EOF-AtRiskFile PIC X VALUE 'N'.
       01 AtRiskListCount PIC 9(3) VALUE 0.
       01 AtRiskScanIndex PIC 9(3) VALUE 0.
       01 AtRiskFilePosition PIC 9(5) VALUE 0.
       01 AtRiskHeldPosition PIC 9(5) VALUE 0.
       01 AtRiskHeldRecord PIC X(134).
       01 AtRiskNewStatus PIC X(10).
       01 AtRiskAdvisorText PIC X(80).
       01 AtRiskFollowUpNum PIC 9(8) VALUE 0.
       01 AtRiskFollowUpDays PIC 9(2) VALUE 14.
       01 AtRiskReasonFlags PIC X(6).
       01 AtRiskProfileScore PIC 9(3) VALUE 0.
       01 AtRiskScoreDisplay PIC ZZ9.
       01 AtRiskReasonText PIC X(120).
       01 AtRiskReasonWord PIC X(30).
       01 AtRiskReasonPointer PIC 9(3) VALUE 1.

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
       01 EOF-ProgressFile PIC X VALUE 'N'.
       01 MilestoneTotals.
           05 MilestoneTotal OCCURS 40 TIMES.
               10 MtStudentCount PIC 9(5).
               10 MtMetCount PIC 9(5).
       01 MilestoneAsOfDate PIC X(10).
       01 MilestoneMajorRows PIC 9(5) VALUE 0.
       01 MilestonePercent PIC 9(3) VALUE 0.
       01 MilestonePercentDisplay PIC ZZ9.
       01 MilestoneTallyDisplay PIC Z(4)9.

       01 EOF-ResumeReviewFile PIC X VALUE 'N'.
       01 EOF-ReviewDocFile PIC X VALUE 'N'.
       01 ReviewListCount PIC 9(3) VALUE 0.
       01 ReviewScanIndex PIC 9(3) VALUE 0.
       01 ReviewFilePosition PIC 9(5) VALUE 0.
       01 ReviewHeldPosition PIC 9(5) VALUE 0.
       01 ReviewHeldRecord PIC X(452).
       01 ReviewHeldStudent PIC X(20).
       01 ReviewHeldSubmittedAt PIC X(16).
       01 ReviewRewriteDone PIC X VALUE 'N'.
       01 ReviewMajorInScope PIC X VALUE 'N'.
       01 ReviewNewStatus PIC X(14).
       01 ReviewStamp PIC X(16).
       01 ReviewHourCalc PIC S9(7) VALUE 0.
       01 ReviewHoursDisplay PIC ZZZZ9.
       01 ReviewDocFileName PIC X(100).
       01 ReviewDocLineCount PIC 9(3) VALUE 0.
       01 ReviewDocMaxLines PIC 9(3) VALUE 60.

       PROCEDURE DIVISION.
       MainSection.
           OPEN INPUT InputFile
           PERFORM DisplayAndLog
           MOVE "7. Caseload Follow-Up Report" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "8. Learning Agreements I Sponsor" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "9. My Reports" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "10. Ad-hoc Report Requests" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "11. At-Risk Seniors Worklist" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "12. Career Milestone Progress by Major" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "13. Resume Review Queue" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "99. Exit" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
                   PERFORM ViewStudentCaseNotes
               WHEN 7
                   PERFORM CaseloadFollowUpReport
               WHEN 8
                   PERFORM SponsorLearningAgreements
               WHEN 9
                   MOVE AdvisorName TO MyReportUser
                   PERFORM ShowMyReports
                   MOVE 0 TO MenuOption
               WHEN 10
                   PERFORM AdvisorReportRequests
               WHEN 11
                   PERFORM AtRiskWorklist
               WHEN 12
                   IF AdvisorMajorCount = 0 THEN
                       MOVE "No majors are assigned to your advisor account." TO CurrentMessage
                       PERFORM DisplayAndLog
                   ELSE
                       PERFORM MilestoneRollup
                   END-IF
               WHEN 13
                   IF AdvisorMajorCount = 0 THEN
                       MOVE "No majors are assigned to your advisor account." TO CurrentMessage
                       PERFORM DisplayAndLog
                   ELSE
                       PERFORM ResumeReviewQueue
                   END-IF
               WHEN 99
                   MOVE "Advisor session ended." TO CurrentMessage
                   PERFORM DisplayAndLog
                   PERFORM DisplayAndLog
           END-EVALUATE.

       AdvisorReportRequests.
           MOVE AdvisorName TO ReportRequester
           MOVE 'N' TO ReportRequestAllowAll
           PERFORM ReportRequestMenu
           IF ReportRequestFiled = 'Y'
               MOVE "REPORT_REQUEST" TO AuditActionName
               MOVE SPACES TO AuditDetailText
               STRING "#" DELIMITED BY SIZE
                   ReqId DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(ReqReportName) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(ReqSubjectUser) DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAuditLog
           END-IF.

      *> An advisor may ask only for students in one of their majors.
       CheckReportRequestScope.
           MOVE NewReqSubjectUser TO NoteStudentEntry
           PERFORM LookupNoteStudentMajor
           MOVE NoteMajorInScope TO ReportRequestInScope.

       LookupNoteStudentMajor.
           MOVE SPACES TO NoteStudentMajor
           MOVE 'N' TO NoteMajorInScope
                   END-IF

                   PERFORM DetermineNotifRunDate
                   MOVE "advisor_notes.dat" TO JournalMasterName
                   PERFORM JournalBeforeImage
                   OPEN EXTEND AdvisorNoteFile
                   MOVE SPACES TO AdvisorNoteRecord
                   MOVE NoteStudentEntry TO NoteStudent IN AdvisorNoteRecord
                       TO FollowUpDue IN AdvisorNoteRecord
                   WRITE AdvisorNoteRecord
                   CLOSE AdvisorNoteFile
                   MOVE "advisor_notes.dat" TO JournalMasterName
                   PERFORM JournalAfterImage

                   MOVE "Case note saved." TO CurrentMessage
                   PERFORM DisplayAndLog

       AppendStudentNotification.
           PERFORM DetermineNotifRunDate
           MOVE "notifications.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND NotificationFile
           MOVE SlotTargetStudent TO NotifUsername IN NotificationRecord
           MOVE CurrentMessage TO NotifText IN NotificationRecord
           MOVE NotifRunDate TO NotifDate IN NotificationRecord
           MOVE "New" TO NotifStatus IN NotificationRecord
           MOVE "ADVISING" TO NotifCategoryCode IN NotificationRecord
           MOVE 'N' TO NotifRelayed IN NotificationRecord
           WRITE NotificationRecord
           CLOSE NotificationFile
           MOVE "notifications.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       CheckAdvisingNotifPref.
           MOVE 'Y' TO NotifPrefAllowed
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "advisor_slots.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND AdvisorSlotFile
               MOVE SPACES TO AdvisorSlotRecord
               MOVE AdvisorName TO SlotAdvisor IN AdvisorSlotRecord
               MOVE "Open" TO SlotStatus IN AdvisorSlotRecord
               WRITE AdvisorSlotRecord
               CLOSE AdvisorSlotFile
               MOVE "advisor_slots.dat" TO JournalMasterName
               PERFORM JournalAfterImage
               MOVE "Slot published; students in your majors can now book it."
                   TO CurrentMessage
               PERFORM DisplayAndLog
                   CLOSE AdvisorSlotFile
                   CLOSE TempAdvisorSlotFile

                   MOVE "advisor_slots.dat" TO JournalMasterName
                   PERFORM JournalBeforeImage
                   CALL "CBL_DELETE_FILE" USING "advisor_slots.dat"
                   CALL "CBL_RENAME_FILE" USING "advisor_slots_temp.dat"
                       "advisor_slots.dat"
                   PERFORM JournalAfterImage

                   IF FUNCTION TRIM(SlotTargetStudent) NOT = SPACES THEN
                       MOVE SPACES TO CurrentMessage
               END-IF
           END-IF.

      *> Learning agreements name a faculty sponsor; the sponsor approves
      *> them here and, once the poster has filed the supervisor
      *> evaluation, records pass or fail for the registrar extract.
       SponsorLearningAgreements.
           MOVE "Learning agreements you sponsor:" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE 0 TO LaListCount
           MOVE 'N' TO EOF-LearningAgreementFile
           OPEN INPUT LearningAgreementFile
           PERFORM UNTIL EOF-LearningAgreementFile = 'Y'
               READ LearningAgreementFile INTO LearningAgreementRecord
               AT END
                   MOVE 'Y' TO EOF-LearningAgreementFile
               NOT AT END
                   IF LaSponsor IN LearningAgreementRecord = AdvisorName
                       ADD 1 TO LaListCount
                       MOVE LearningAgreementRecord TO LaHeldRecord
                       PERFORM ShowSponsoredAgreement
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LearningAgreementFile

           IF LaListCount = 0 THEN
               MOVE "You do not sponsor any learning agreements."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter agreement # to approve or grade, or 0 to skip:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadInputLine
               MOVE FUNCTION NUMVAL-C(TempString(1:3)) TO MenuOption
               IF MenuOption > 0 AND MenuOption <= LaListCount THEN
                   PERFORM SelectSponsoredAgreement
                   IF LaHeldPosition > 0
                       PERFORM ActOnSponsoredAgreement
                   END-IF
               END-IF
           END-IF.

       ShowSponsoredAgreement.
           PERFORM SumAgreementHours
           MOVE SPACES TO CurrentMessage
           STRING LaListCount DELIMITED BY SIZE
               ". " DELIMITED BY SIZE
               FUNCTION TRIM(LaHeldStudent) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(LaHeldJobTitle) DELIMITED BY SIZE
               ", term " DELIMITED BY SIZE
               FUNCTION TRIM(LaHeldTermCode) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               LaHeldCreditHours DELIMITED BY SIZE
               " credit(s) [" DELIMITED BY SIZE
               FUNCTION TRIM(LaHeldStatus) DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           MOVE SPACES TO CurrentMessage
           STRING "   Hours confirmed " DELIMITED BY SIZE
               LaHoursLogged DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               LaHeldRequiredHours DELIMITED BY SIZE
               "; objectives: " DELIMITED BY SIZE
               FUNCTION TRIM(LaHeldObjectives) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           IF LaHeldEvalRating > 0
               MOVE SPACES TO CurrentMessage
               STRING "   Supervisor evaluation " DELIMITED BY SIZE
                   LaHeldEvalRating DELIMITED BY SIZE
                   "/5 on " DELIMITED BY SIZE
                   LaHeldEvalDate DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(LaHeldEvalComment) DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       SumAgreementHours.
           MOVE 0 TO LaHoursLogged
           MOVE 'N' TO EOF-PlacementHoursFile
           OPEN INPUT PlacementHoursFile
           PERFORM UNTIL EOF-PlacementHoursFile = 'Y'
               READ PlacementHoursFile INTO PlacementHoursRecord
               AT END
                   MOVE 'Y' TO EOF-PlacementHoursFile
               NOT AT END
                   IF HoursUsername IN PlacementHoursRecord = LaHeldStudent
                      AND HoursJobId IN PlacementHoursRecord = LaHeldJobId
                      AND FUNCTION TRIM(HoursStatus IN PlacementHoursRecord)
                      = "Confirmed"
                       ADD HoursWorked IN PlacementHoursRecord
                           TO LaHoursLogged
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PlacementHoursFile.

       SelectSponsoredAgreement.
           MOVE 0 TO LaScanIndex
           MOVE 0 TO LaFilePosition
           MOVE 0 TO LaHeldPosition
           MOVE 'N' TO EOF-LearningAgreementFile
           OPEN INPUT LearningAgreementFile
           PERFORM UNTIL EOF-LearningAgreementFile = 'Y'
               READ LearningAgreementFile INTO LearningAgreementRecord
               AT END
                   MOVE 'Y' TO EOF-LearningAgreementFile
               NOT AT END
                   ADD 1 TO LaFilePosition
                   IF LaSponsor IN LearningAgreementRecord = AdvisorName
                       ADD 1 TO LaScanIndex
                       IF LaScanIndex = MenuOption
                           MOVE LearningAgreementRecord TO LaHeldRecord
                           MOVE LaFilePosition TO LaHeldPosition
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LearningAgreementFile.

       ActOnSponsoredAgreement.
           PERFORM DetermineNotifRunDate
           IF FUNCTION TRIM(LaHeldStatus) = "Pending" AND
              LaHeldSponsorApproval = SPACE THEN
               MOVE "Approve this learning agreement? (Y/N)" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadInputLine
               IF TempString(1:1) = "Y" OR TempString(1:1) = "y"
                   MOVE 'Y' TO LaHeldSponsorApproval
               ELSE
                   MOVE 'N' TO LaHeldSponsorApproval
                   MOVE "Declined" TO LaHeldStatus
               END-IF
               IF LaHeldSponsorApproval = 'Y' AND
                  LaHeldPosterApproval = 'Y'
                   MOVE "Active" TO LaHeldStatus
               END-IF
               PERFORM RewriteSponsoredAgreement
               IF FUNCTION TRIM(LaHeldStatus) NOT = "Pending"
                   MOVE LaHeldStudent TO SlotTargetStudent
                   MOVE SPACES TO CurrentMessage
                   STRING "Your learning agreement for " DELIMITED BY SIZE
                       FUNCTION TRIM(LaHeldJobTitle) DELIMITED BY SIZE
                       " is now " DELIMITED BY SIZE
                       FUNCTION TRIM(LaHeldStatus) DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM WriteStudentNotification
               END-IF
               MOVE SPACES TO CurrentMessage
               STRING "Agreement is now " DELIMITED BY SIZE
                   FUNCTION TRIM(LaHeldStatus) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               IF FUNCTION TRIM(LaHeldStatus) = "Evaluated" THEN
                   MOVE "Record the grade: P = Pass, F = Fail (blank to skip)"
                       TO CurrentMessage
                   PERFORM DisplayAndLog
                   PERFORM ReadInputLine
                   IF TempString(1:1) = "P" OR TempString(1:1) = "p" OR
                      TempString(1:1) = "F" OR TempString(1:1) = "f"
                       IF TempString(1:1) = "P" OR TempString(1:1) = "p"
                           MOVE "Passed" TO LaHeldStatus
                       ELSE
                           MOVE "Failed" TO LaHeldStatus
                       END-IF
                       MOVE NotifRunDate TO LaHeldGradeDate
                       PERFORM RewriteSponsoredAgreement
                       MOVE LaHeldStudent TO SlotTargetStudent
                       MOVE SPACES TO CurrentMessage
                       STRING "Your internship for credit (" DELIMITED BY SIZE
                           FUNCTION TRIM(LaHeldJobTitle) DELIMITED BY SIZE
                           ") was graded " DELIMITED BY SIZE
                           FUNCTION TRIM(LaHeldStatus) DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM WriteStudentNotification
                       MOVE SPACES TO CurrentMessage
                       STRING "Grade recorded: " DELIMITED BY SIZE
                           FUNCTION TRIM(LaHeldStatus) DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
               ELSE
                   MOVE "Nothing is waiting on you for this agreement."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               END-IF
           END-IF.

       RewriteSponsoredAgreement.
           MOVE 0 TO LaFilePosition
           MOVE 'N' TO EOF-LearningAgreementFile
           OPEN INPUT LearningAgreementFile
           OPEN OUTPUT TempLearningAgreementFile
           PERFORM UNTIL EOF-LearningAgreementFile = 'Y'
               READ LearningAgreementFile INTO LearningAgreementRecord
               AT END
                   MOVE 'Y' TO EOF-LearningAgreementFile
               NOT AT END
                   ADD 1 TO LaFilePosition
                   IF LaFilePosition = LaHeldPosition
                       WRITE TempLearningAgreementRecord FROM LaHeldRecord
                   ELSE
                       WRITE TempLearningAgreementRecord
                           FROM LearningAgreementRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LearningAgreementFile
           CLOSE TempLearningAgreementFile
           MOVE "learning_agreements.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "learning_agreements.dat"
           CALL "CBL_RENAME_FILE" USING "learning_agreements_temp.dat"
               "learning_agreements.dat"
           PERFORM JournalAfterImage.

       DisplayAndLog.
           DISPLAY CurrentMessage
           IF OutputFileInitialized = 'N' THEN
               MOVE FUNCTION TRIM(InputRecord(1:200)) TO TempString
           END-READ.

       ReadMenuOption.
           PERFORM ReadInputLine
           IF EOF-InputFile = 'Y' THEN
               MOVE 99 TO MenuOption
           ELSE
               MOVE FUNCTION NUMVAL-C(TempString(1:3)) TO MenuOption
           END-IF.

       WriteAuditLog.
           MOVE SPACES TO FixedMessageTimestamp
           MOVE SPACES TO FormattedMessageTimestamp
           ACCEPT FixedMessageTimestamp
               FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
           IF FUNCTION TRIM(FixedMessageTimestamp) = SPACES
               MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
               STRING CurrentDateTime(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(7:2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CurrentDateTime(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   CurrentDateTime(11:2) DELIMITED BY SIZE
                   INTO FormattedMessageTimestamp
           ELSE
               MOVE FixedMessageTimestamp TO FormattedMessageTimestamp
           END-IF
           PERFORM GetLastAuditDigest
           MOVE SPACES TO ChainDigestInput
           STRING PrevAuditDigest DELIMITED BY SIZE
               AdvisorName DELIMITED BY SIZE
               FormattedMessageTimestamp DELIMITED BY SIZE
               AuditActionName DELIMITED BY SIZE
               AuditDetailText DELIMITED BY SIZE
               INTO ChainDigestInput
           PERFORM ComputeChainDigest
           OPEN EXTEND AuditFile
           MOVE AdvisorName TO AuditUsername
           MOVE FormattedMessageTimestamp TO AuditTimestamp
           MOVE AuditActionName TO AuditAction
           MOVE AuditDetailText TO AuditDetail
           MOVE ChainDigestValue TO AuditChainDigest IN AuditRecord
           WRITE AuditRecord
           CLOSE AuditFile.

       GetLastAuditDigest.
           MOVE SPACES TO PrevAuditDigest
           MOVE 'N' TO EOF-AuditChainScan
           OPEN INPUT AuditFile
           PERFORM UNTIL EOF-AuditChainScan = 'Y'
               READ AuditFile INTO AuditRecord
               AT END
                   MOVE 'Y' TO EOF-AuditChainScan
               NOT AT END
                   MOVE AuditChainDigest IN AuditRecord TO PrevAuditDigest
               END-READ
           END-PERFORM
           CLOSE AuditFile.

       ReadOneTimeCode.
           PERFORM ReadInputLine
           MOVE TempString(1:6) TO OtpCodeEntry.

       AdvisorLogin.
           MOVE "--- InCollege Advisor Dashboard ---" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION UPPER-CASE(TempString(1:20)) TO AdvisorName
           MOVE AdvisorName TO JournalUserName
           MOVE "Enter password:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE TempString(1:20) TO AdvisorPassword

           MOVE 'N' TO AdvisorVerified
           MOVE AdvisorName TO OtpTargetUsername
           PERFORM CheckSigninLockout
           IF SigninLocked = 'Y' OR SigninLocked = 'S' THEN
               MOVE "Account temporarily locked due to too many failed login attempts." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE AdvisorPassword TO PasswordDigestInput
               PERFORM ComputePasswordDigest
               OPEN INPUT UserDataFile
               MOVE AdvisorName TO Username IN UserRecord
               READ UserDataFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PasswordDigest IN UserRecord = PasswordDigestValue AND
                      UserRole IN UserRecord = 'V'
                       MOVE 'Y' TO AdvisorVerified
                   END-IF
               END-READ
               CLOSE UserDataFile
               IF AdvisorVerified = 'Y' THEN
                   PERFORM VerifySigninCode
                   IF SigninCodeOk = 'Y' THEN
                       PERFORM ResetSigninAttempts
                   ELSE
                       MOVE 'N' TO AdvisorVerified
                   END-IF
               END-IF
           END-IF

           IF AdvisorVerified = 'N' THEN
               MOVE "Dashboard access denied (advisor accounts only)." TO CurrentMessage
           END-PERFORM
           CLOSE SkillsCompletedFile.

      *> Seniors the nightly AtRiskSeniors run has put on this advisor's
      *> worklist. Marking one contacted or resolved writes a case note
      *> with the reasons; contacted also sets a follow-up two weeks out so
      *> the student shows on the caseload follow-up report.
       AtRiskWorklist.
           MOVE "--- At-Risk Seniors Worklist ---" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE 0 TO AtRiskListCount
           MOVE 'N' TO EOF-AtRiskFile
           OPEN INPUT AtRiskFile
           PERFORM UNTIL EOF-AtRiskFile = 'Y'
               READ AtRiskFile
               AT END
                   MOVE 'Y' TO EOF-AtRiskFile
               NOT AT END
                   IF RiskAdvisor = AdvisorName AND
                      (FUNCTION TRIM(RiskStatus) = "OPEN" OR
                       FUNCTION TRIM(RiskStatus) = "CONTACTED")
                       ADD 1 TO AtRiskListCount
                       PERFORM ShowAtRiskEntry
                   END-IF
               END-READ
           END-PERFORM
           CLOSE AtRiskFile

           IF AtRiskListCount = 0 THEN
               MOVE "No at-risk seniors are waiting on you." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter student # to update, or 0 to go back:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadInputLine
               MOVE FUNCTION NUMVAL-C(TempString(1:3)) TO MenuOption
               IF MenuOption > 0 AND MenuOption <= AtRiskListCount THEN
                   PERFORM SelectAtRiskEntry
                   IF AtRiskHeldPosition > 0
                       PERFORM UpdateAtRiskEntry
                   END-IF
               END-IF
               MOVE 0 TO MenuOption
           END-IF.

       ShowAtRiskEntry.
           MOVE RiskReasons TO AtRiskReasonFlags
           MOVE RiskProfileScore TO AtRiskProfileScore
           PERFORM BuildAtRiskReasonText
           MOVE SPACES TO CurrentMessage
           STRING AtRiskListCount DELIMITED BY SIZE
               ". " DELIMITED BY SIZE
               FUNCTION TRIM(RiskStudent) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(RiskMajor) DELIMITED BY SIZE
               ", class of " DELIMITED BY SIZE
               RiskGradYear DELIMITED BY SIZE
               ") [" DELIMITED BY SIZE
               FUNCTION TRIM(RiskStatus) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RiskStatusDate DELIMITED BY SIZE
               "] flagged " DELIMITED BY SIZE
               RiskFlaggedDate DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           MOVE SPACES TO CurrentMessage
           STRING "   " DELIMITED BY SIZE
               RiskScore DELIMITED BY SIZE
               " of 6: " DELIMITED BY SIZE
               FUNCTION TRIM(AtRiskReasonText) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog.

       SelectAtRiskEntry.
           MOVE 0 TO AtRiskScanIndex
           MOVE 0 TO AtRiskFilePosition
           MOVE 0 TO AtRiskHeldPosition
           MOVE 'N' TO EOF-AtRiskFile
           OPEN INPUT AtRiskFile
           PERFORM UNTIL EOF-AtRiskFile = 'Y'
               READ AtRiskFile
               AT END
                   MOVE 'Y' TO EOF-AtRiskFile
               NOT AT END
                   ADD 1 TO AtRiskFilePosition
                   IF RiskAdvisor = AdvisorName AND
                      (FUNCTION TRIM(RiskStatus) = "OPEN" OR
                       FUNCTION TRIM(RiskStatus) = "CONTACTED")
                       ADD 1 TO AtRiskScanIndex
                       IF AtRiskScanIndex = MenuOption
                           MOVE AtRiskRecord TO AtRiskHeldRecord
                           MOVE AtRiskFilePosition TO AtRiskHeldPosition
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE AtRiskFile.

       UpdateAtRiskEntry.
           MOVE AtRiskHeldRecord TO AtRiskRecord
           MOVE "Mark as C = contacted, R = resolved (blank to skip):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE SPACES TO AtRiskNewStatus
           EVALUATE FUNCTION UPPER-CASE(TempString(1:1))
               WHEN "C"
                   MOVE "CONTACTED" TO AtRiskNewStatus
               WHEN "R"
                   MOVE "RESOLVED" TO AtRiskNewStatus
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF AtRiskNewStatus NOT = SPACES
               MOVE "Add a note for the case file (optional):"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadInputLine
               MOVE TempString(1:80) TO AtRiskAdvisorText

               PERFORM DetermineNotifRunDate
               MOVE AtRiskNewStatus TO RiskStatus
               MOVE NotifRunDate TO RiskStatusDate
               MOVE AdvisorName TO RiskStatusBy
               MOVE AtRiskRecord TO AtRiskHeldRecord
               PERFORM RewriteAtRiskEntry
               PERFORM WriteAtRiskCaseNote

               MOVE SPACES TO CurrentMessage
               STRING FUNCTION TRIM(RiskStudent) DELIMITED BY SIZE
                   " marked " DELIMITED BY SIZE
                   FUNCTION TRIM(AtRiskNewStatus) DELIMITED BY SIZE
                   "; case note saved." DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       RewriteAtRiskEntry.
           MOVE 0 TO AtRiskFilePosition
           MOVE 'N' TO EOF-AtRiskFile
           OPEN INPUT AtRiskFile
           OPEN OUTPUT TempAtRiskFile
           PERFORM UNTIL EOF-AtRiskFile = 'Y'
               READ AtRiskFile
               AT END
                   MOVE 'Y' TO EOF-AtRiskFile
               NOT AT END
                   ADD 1 TO AtRiskFilePosition
                   IF AtRiskFilePosition = AtRiskHeldPosition
                       WRITE TempAtRiskRecord FROM AtRiskHeldRecord
                   ELSE
                       WRITE TempAtRiskRecord FROM AtRiskRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE AtRiskFile
           CLOSE TempAtRiskFile
           MOVE "at_risk_worklist.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "at_risk_worklist.dat"
           CALL "CBL_RENAME_FILE" USING "at_risk_worklist_temp.dat"
               "at_risk_worklist.dat"
           PERFORM JournalAfterImage
           MOVE AtRiskHeldRecord TO AtRiskRecord.

       WriteAtRiskCaseNote.
           MOVE RiskReasons TO AtRiskReasonFlags
           MOVE RiskProfileScore TO AtRiskProfileScore
           PERFORM BuildAtRiskReasonText
           MOVE "advisor_notes.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND AdvisorNoteFile
           MOVE SPACES TO AdvisorNoteRecord
           MOVE RiskStudent TO NoteStudent IN AdvisorNoteRecord
           MOVE AdvisorName TO NoteAdvisor IN AdvisorNoteRecord
           MOVE RiskMajor TO NoteMajor IN AdvisorNoteRecord
           MOVE NotifRunDate TO NoteDate IN AdvisorNoteRecord
      *> The advisor's own words go first so a long list of reasons is
      *> what gets cut short, not the note.
           MOVE SPACES TO CurrentMessage
           IF AtRiskAdvisorText NOT = SPACES
               STRING ": " DELIMITED BY SIZE
                   FUNCTION TRIM(AtRiskAdvisorText) DELIMITED BY SIZE
                   INTO CurrentMessage
           END-IF
           STRING "At-risk senior " DELIMITED BY SIZE
               FUNCTION LOWER-CASE(FUNCTION TRIM(AtRiskNewStatus))
               DELIMITED BY SIZE
               FUNCTION TRIM(CurrentMessage) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(AtRiskReasonText) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO NoteText IN AdvisorNoteRecord
           IF AtRiskNewStatus = "CONTACTED"
               MOVE 'Y' TO FollowUpFlag IN AdvisorNoteRecord
               COMPUTE AtRiskFollowUpNum = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(NotifRunDate(1:4)) * 10000 +
                       FUNCTION NUMVAL(NotifRunDate(6:2)) * 100 +
                       FUNCTION NUMVAL(NotifRunDate(9:2)))
                   + AtRiskFollowUpDays)
               STRING AtRiskFollowUpNum(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   AtRiskFollowUpNum(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   AtRiskFollowUpNum(7:2) DELIMITED BY SIZE
                   INTO FollowUpDue IN AdvisorNoteRecord
           ELSE
               MOVE 'N' TO FollowUpFlag IN AdvisorNoteRecord
           END-IF
           WRITE AdvisorNoteRecord
           CLOSE AdvisorNoteFile
           MOVE "advisor_notes.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

      *> Career-readiness roll-up for each of the advisor's majors, taken
      *> from the nightly MilestoneProgress snapshot: for every milestone,
      *> how many students of that class standing in the major have met it.
       MilestoneRollup.
           PERFORM LoadMilestoneTable
           MOVE "--- Career Milestone Progress ---" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM VARYING AdvisorMajorIndex FROM 1 BY 1
               UNTIL AdvisorMajorIndex > AdvisorMajorCount
               PERFORM MilestoneRollupForMajor
           END-PERFORM.

       MilestoneRollupForMajor.
           INITIALIZE MilestoneTotals
           MOVE SPACES TO MilestoneAsOfDate
           MOVE 0 TO MilestoneMajorRows
           MOVE 'N' TO EOF-ProgressFile
           OPEN INPUT ProgressFile
           PERFORM UNTIL EOF-ProgressFile = 'Y'
               READ ProgressFile
               AT END
                   MOVE 'Y' TO EOF-ProgressFile
               NOT AT END
                   IF FUNCTION TRIM(ProgMajor) =
                      FUNCTION TRIM(AdvisedMajor(AdvisorMajorIndex))
                       ADD 1 TO MilestoneMajorRows
                       MOVE ProgEvalDate TO MilestoneAsOfDate
                       PERFORM TallyMilestoneRow
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ProgressFile

           MOVE SPACES TO CurrentMessage
           IF MilestoneMajorRows = 0 THEN
               STRING FUNCTION TRIM(AdvisedMajor(AdvisorMajorIndex))
                   DELIMITED BY SIZE
                   ": no students tracked yet." DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               STRING FUNCTION TRIM(AdvisedMajor(AdvisorMajorIndex))
                   DELIMITED BY SIZE
                   " (as of " DELIMITED BY SIZE
                   MilestoneAsOfDate DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM VARYING MilestoneIndex FROM 1 BY 1
                   UNTIL MilestoneIndex > MilestoneCount
                   IF MtStudentCount(MilestoneIndex) > 0
                       PERFORM ShowMilestoneRollupLine
                   END-IF
               END-PERFORM
           END-IF.

       TallyMilestoneRow.
           PERFORM VARYING MilestoneIndex FROM 1 BY 1
               UNTIL MilestoneIndex > MilestoneCount
               IF MsCode(MilestoneIndex) = ProgMilestone AND
                  MsStanding(MilestoneIndex) = ProgStanding
                   ADD 1 TO MtStudentCount(MilestoneIndex)
                   IF ProgMet = 'Y'
                       ADD 1 TO MtMetCount(MilestoneIndex)
                   END-IF
               END-IF
           END-PERFORM.

       ShowMilestoneRollupLine.
           COMPUTE MilestonePercent ROUNDED =
               MtMetCount(MilestoneIndex) * 100 /
               MtStudentCount(MilestoneIndex)
           MOVE MilestonePercent TO MilestonePercentDisplay
           MOVE SPACES TO CurrentMessage
           STRING "  " DELIMITED BY SIZE
               MsStanding(MilestoneIndex) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MsText(MilestoneIndex)(1:33) DELIMITED BY SIZE
               INTO CurrentMessage
           MOVE MtMetCount(MilestoneIndex) TO MilestoneTallyDisplay
           MOVE MilestoneTallyDisplay TO CurrentMessage(48:5)
           MOVE " of" TO CurrentMessage(53:3)
           MOVE MtStudentCount(MilestoneIndex) TO MilestoneTallyDisplay
           MOVE MilestoneTallyDisplay TO CurrentMessage(56:5)
           MOVE " met (" TO CurrentMessage(61:6)
           MOVE MilestonePercentDisplay TO CurrentMessage(67:3)
           MOVE "%)" TO CurrentMessage(70:2)
           PERFORM DisplayAndLog.

      *> Resumes students have sent for review, oldest first, for the
      *> advisor's majors. Any advisor for the major may take a request;
      *> the rewrite checks it is still pending so two advisors working
      *> the same queue cannot both review it.
       ResumeReviewQueue.
           MOVE "--- Resume Review Queue ---" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE 0 TO ReviewListCount
           MOVE 'N' TO EOF-ResumeReviewFile
           OPEN INPUT ResumeReviewFile
           PERFORM UNTIL EOF-ResumeReviewFile = 'Y'
               READ ResumeReviewFile
               AT END
                   MOVE 'Y' TO EOF-ResumeReviewFile
               NOT AT END
                   PERFORM CheckReviewMajorAdvised
                   IF ReviewMajorInScope = 'Y' AND
                      FUNCTION TRIM(RvStatus) = "Pending"
                       ADD 1 TO ReviewListCount
                       PERFORM ShowQueuedResumeReview
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ResumeReviewFile

           IF ReviewListCount = 0 THEN
               MOVE "No resumes are waiting for review in your majors."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter request # to review, or 0 to go back:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadInputLine
               MOVE FUNCTION NUMVAL-C(TempString(1:3)) TO MenuOption
               IF MenuOption > 0 AND MenuOption <= ReviewListCount THEN
                   PERFORM SelectResumeReview
                   IF ReviewHeldPosition > 0
                       PERFORM ReviewResumeRequest
                   END-IF
               END-IF
               MOVE 0 TO MenuOption
           END-IF.

       CheckReviewMajorAdvised.
           MOVE 'N' TO ReviewMajorInScope
           PERFORM VARYING AdvisorMajorIndex FROM 1 BY 1
               UNTIL AdvisorMajorIndex > AdvisorMajorCount
                   OR ReviewMajorInScope = 'Y'
               IF FUNCTION TRIM(RvMajor) =
                  FUNCTION TRIM(AdvisedMajor(AdvisorMajorIndex))
                   MOVE 'Y' TO ReviewMajorInScope
               END-IF
           END-PERFORM.

       ShowQueuedResumeReview.
           MOVE SPACES TO CurrentMessage
           STRING ReviewListCount DELIMITED BY SIZE
               ". " DELIMITED BY SIZE
               FUNCTION TRIM(RvStudent) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(RvMajor) DELIMITED BY SIZE
               ") - " DELIMITED BY SIZE
               FUNCTION TRIM(RvJobType) DELIMITED BY SIZE
               ", submitted " DELIMITED BY SIZE
               RvSubmittedAt DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog.

       SelectResumeReview.
           MOVE 0 TO ReviewScanIndex
           MOVE 0 TO ReviewFilePosition
           MOVE 0 TO ReviewHeldPosition
           MOVE 'N' TO EOF-ResumeReviewFile
           OPEN INPUT ResumeReviewFile
           PERFORM UNTIL EOF-ResumeReviewFile = 'Y'
               READ ResumeReviewFile
               AT END
                   MOVE 'Y' TO EOF-ResumeReviewFile
               NOT AT END
                   ADD 1 TO ReviewFilePosition
                   PERFORM CheckReviewMajorAdvised
                   IF ReviewMajorInScope = 'Y' AND
                      FUNCTION TRIM(RvStatus) = "Pending"
                       ADD 1 TO ReviewScanIndex
                       IF ReviewScanIndex = MenuOption
                           MOVE ResumeReviewRecord TO ReviewHeldRecord
                           MOVE ReviewFilePosition TO ReviewHeldPosition
                           MOVE RvStudent TO ReviewHeldStudent
                           MOVE RvSubmittedAt TO ReviewHeldSubmittedAt
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ResumeReviewFile.

       ReviewResumeRequest.
           MOVE ReviewHeldRecord TO ResumeReviewRecord
           MOVE SPACES TO CurrentMessage
           STRING "Student " DELIMITED BY SIZE
               FUNCTION TRIM(RvStudent) DELIMITED BY SIZE
               ", targeting " DELIMITED BY SIZE
               FUNCTION TRIM(RvJobType) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           MOVE SPACES TO CurrentMessage
           STRING "Resume: " DELIMITED BY SIZE
               FUNCTION TRIM(RvDocument) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           IF RvDocSource = 'G'
               PERFORM ShowReviewDocument
           END-IF

           MOVE "Mark as N = needs revision, R = ready (blank to skip):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE SPACES TO ReviewNewStatus
           EVALUATE FUNCTION UPPER-CASE(TempString(1:1))
               WHEN "N"
                   MOVE "Needs Revision" TO ReviewNewStatus
               WHEN "R"
                   MOVE "Ready" TO ReviewNewStatus
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF ReviewNewStatus NOT = SPACES
               MOVE "Enter your comments for the student:" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadInputLine
               MOVE TempString TO RvComments

               PERFORM StampReviewTime
               PERFORM ComputeReviewTurnaround
               MOVE ReviewNewStatus TO RvStatus
               MOVE AdvisorName TO RvAdvisor
               MOVE ReviewStamp TO RvReviewedAt
               MOVE ResumeReviewRecord TO ReviewHeldRecord
               PERFORM RewriteResumeReview
               IF ReviewRewriteDone = 'N'
                   MOVE "Another advisor has already reviewed this resume; nothing saved."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   PERFORM FinishResumeReview
               END-IF
           END-IF.

      *> A generated resume is one of ours, so its text can be shown here;
      *> a reference from the profile may point anywhere and is only named.
       ShowReviewDocument.
           MOVE RvDocument TO ReviewDocFileName
           MOVE 0 TO ReviewDocLineCount
           MOVE 'N' TO EOF-ReviewDocFile
           OPEN INPUT ReviewDocFile
           PERFORM UNTIL EOF-ReviewDocFile = 'Y'
               READ ReviewDocFile
               AT END
                   MOVE 'Y' TO EOF-ReviewDocFile
               NOT AT END
                   ADD 1 TO ReviewDocLineCount
                   IF ReviewDocLineCount > ReviewDocMaxLines
                       MOVE "   ..." TO CurrentMessage
                       PERFORM DisplayAndLog
                       MOVE 'Y' TO EOF-ReviewDocFile
                   ELSE
                       MOVE SPACES TO CurrentMessage
                       STRING "   " DELIMITED BY SIZE
                           ReviewDocRecord DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ReviewDocFile
           IF ReviewDocLineCount = 0
               MOVE "   (the generated document is no longer on file)"
                   TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       StampReviewTime.
           MOVE SPACES TO FixedMessageTimestamp
           MOVE SPACES TO ReviewStamp
           ACCEPT FixedMessageTimestamp
               FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
           IF FUNCTION TRIM(FixedMessageTimestamp) = SPACES
               MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
               STRING CurrentDateTime(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(7:2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CurrentDateTime(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   CurrentDateTime(11:2) DELIMITED BY SIZE
                   INTO ReviewStamp
           ELSE
               MOVE FixedMessageTimestamp(1:16) TO ReviewStamp
           END-IF.

      *> Whole hours from submission to review; a stamp without a time of
      *> day counts as midnight.
       ComputeReviewTurnaround.
           COMPUTE ReviewHourCalc =
               (FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(ReviewStamp(1:4)) * 10000 +
                    FUNCTION NUMVAL(ReviewStamp(6:2)) * 100 +
                    FUNCTION NUMVAL(ReviewStamp(9:2)))
                - FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(RvSubmittedAt(1:4)) * 10000 +
                    FUNCTION NUMVAL(RvSubmittedAt(6:2)) * 100 +
                    FUNCTION NUMVAL(RvSubmittedAt(9:2)))) * 24
           IF ReviewStamp(12:2) IS NUMERIC
               ADD FUNCTION NUMVAL(ReviewStamp(12:2)) TO ReviewHourCalc
           END-IF
           IF RvSubmittedAt(12:2) IS NUMERIC
               SUBTRACT FUNCTION NUMVAL(RvSubmittedAt(12:2))
                   FROM ReviewHourCalc
           END-IF
           IF ReviewHourCalc < 0
               MOVE 0 TO ReviewHourCalc
           END-IF
           MOVE ReviewHourCalc TO RvTurnaroundHours.

       RewriteResumeReview.
           MOVE 'N' TO ReviewRewriteDone
           MOVE 0 TO ReviewFilePosition
           MOVE 'N' TO EOF-ResumeReviewFile
           OPEN INPUT ResumeReviewFile
           OPEN OUTPUT TempResumeReviewFile
           PERFORM UNTIL EOF-ResumeReviewFile = 'Y'
               READ ResumeReviewFile
               AT END
                   MOVE 'Y' TO EOF-ResumeReviewFile
               NOT AT END
                   ADD 1 TO ReviewFilePosition
                   IF ReviewFilePosition = ReviewHeldPosition AND
                      RvStudent = ReviewHeldStudent AND
                      RvSubmittedAt = ReviewHeldSubmittedAt AND
                      FUNCTION TRIM(RvStatus) = "Pending"
                       WRITE TempResumeReviewRecord FROM ReviewHeldRecord
                       MOVE 'Y' TO ReviewRewriteDone
                   ELSE
                       WRITE TempResumeReviewRecord FROM ResumeReviewRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ResumeReviewFile
           CLOSE TempResumeReviewFile
           IF ReviewRewriteDone = 'Y'
               MOVE "resume_reviews.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "resume_reviews.dat"
               CALL "CBL_RENAME_FILE" USING "resume_reviews_temp.dat"
                   "resume_reviews.dat"
               PERFORM JournalAfterImage
           ELSE
               CALL "CBL_DELETE_FILE" USING "resume_reviews_temp.dat"
           END-IF
           MOVE ReviewHeldRecord TO ResumeReviewRecord.

       FinishResumeReview.
           MOVE RvTurnaroundHours TO ReviewHoursDisplay
           MOVE "RESUME_REVIEWED" TO AuditActionName
           MOVE SPACES TO AuditDetailText
           STRING FUNCTION TRIM(RvStudent) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(RvStatus) DELIMITED BY SIZE
               " after " DELIMITED BY SIZE
               FUNCTION TRIM(ReviewHoursDisplay) DELIMITED BY SIZE
               " hour(s)" DELIMITED BY SIZE
               INTO AuditDetailText
           PERFORM WriteAuditLog

           MOVE RvStudent TO SlotTargetStudent
           MOVE SPACES TO CurrentMessage
           STRING "Your resume for " DELIMITED BY SIZE
               FUNCTION TRIM(RvJobType) DELIMITED BY SIZE
               " was reviewed by " DELIMITED BY SIZE
               FUNCTION TRIM(AdvisorName) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION LOWER-CASE(FUNCTION TRIM(RvStatus))
               DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteStudentNotification

           MOVE SPACES TO CurrentMessage
           STRING "Review saved; " DELIMITED BY SIZE
               FUNCTION TRIM(RvStudent) DELIMITED BY SIZE
               " has been notified." DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog.

       COPY "AtRiskReasons.cob".

       COPY "Milestones.cob".

       COPY "ComputeDigest.cob".

       COPY "DateCheck.cob".

       COPY "ChainDigest.cob".

       COPY "OneTimeCode.cob".

       COPY "SigninCode.cob".

       COPY "MyReports.cob".

       COPY "ReportRequests.cob".

       COPY "Journal.cob".

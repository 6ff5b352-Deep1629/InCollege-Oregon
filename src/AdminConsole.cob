           SELECT TempAttemptFile ASSIGN TO "login_attempts_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JobId OF JobRecord
               ALTERNATE RECORD KEY IS JobUsername OF JobRecord
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EmployerId OF JobRecord
                   WITH DUPLICATES.
           SELECT OPTIONAL AuditFile ASSIGN TO "audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EmployerFile ASSIGN TO "employers.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FairBoothFile ASSIGN TO "fair_booths.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempFairBoothFile ASSIGN TO "fair_booths_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HeldFairBoothFile ASSIGN TO "fair_booths_held.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempHeldFairBoothFile
               ASSIGN TO "fair_booths_held_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EmployerSuspensionFile
               ASSIGN TO "employer_suspensions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FairInterestFile ASSIGN TO "fair_interest.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FairCounterFile ASSIGN TO "fair_counter.dat"
           SELECT TempScreeningTermFile
               ASSIGN TO "screening_terms_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LocationMasterFile ASSIGN TO "locations.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempLocationMasterFile ASSIGN TO "locations_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RefAliasFile ASSIGN TO "ref_aliases.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempJobTemplateFile ASSIGN TO "job_templates_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TermCalendarFile ASSIGN TO "term_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempTermCalendarFile ASSIGN TO "term_calendar_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LayoutVersionFile ASSIGN TO "layout_versions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LayoutVersionStatus.
           SELECT TempApplicationFile ASSIGN TO "applications_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL InterviewFile ASSIGN TO "interviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempInterviewFile ASSIGN TO "interviews_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JobOfferFile ASSIGN TO "offers.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempJobOfferFile ASSIGN TO "offers_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SavedJobFile ASSIGN TO "saved_jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempSavedJobFile ASSIGN TO "saved_jobs_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RecommendationFile ASSIGN TO "recommendations.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempRecommendationFile ASSIGN TO "recommendations_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FerpaSuppressionFile
               ASSIGN TO "ferpa_suppressions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FerpaExclusionFile ASSIGN TO "ferpa_exclusions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LegalHoldFile ASSIGN TO "legal_holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LegalHoldSkipFile ASSIGN TO "legal_hold_skips.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempLegalHoldFile ASSIGN TO "legal_holds_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RecertItemFile ASSIGN TO "recert_items.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempRecertItemFile ASSIGN TO "recert_items_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LoginLogFile ASSIGN TO "login_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL UserContactFile ASSIGN TO "user_contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempUserContactFile ASSIGN TO "user_contacts_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OneTimeCodeFile ASSIGN TO "otp_codes.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempOneTimeCodeFile ASSIGN TO "otp_codes_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MailPickupFile ASSIGN TO "mail_pickup.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MailOutboxFile ASSIGN TO "mail_outbox.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalControlFile ASSIGN TO "journal_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ReportRequestFile ASSIGN TO "report_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ReportRequestCounterFile
               ASSIGN TO "report_request_counter.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MilestoneFile ASSIGN TO "milestones.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempMilestoneFile ASSIGN TO "milestones_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CertificationFile ASSIGN TO "certifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempCertificationFile ASSIGN TO "certifications_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EmployerReviewFile
               ASSIGN TO "employer_reviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempEmployerReviewFile
               ASSIGN TO "employer_reviews_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PrimaryContactFile
               ASSIGN TO "primary_contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempPrimaryContactFile
               ASSIGN TO "primary_contacts_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EmployerContactFile
               ASSIGN TO "employer_contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempEmployerContactFile
               ASSIGN TO "employer_contacts_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PlacementHoursFile ASSIGN TO "placement_hours.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VerificationLetterFile
               ASSIGN TO "verification_letters.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempVerificationLetterFile
               ASSIGN TO "verification_letters_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LetterDocFile ASSIGN TO LetterDocName
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 JobOriginCampus PIC X(8).
           05 JobScreenFlags PIC X(60).
           05 JobOriginJobId PIC 9(5).
           05 JobWorkAuth PIC X(4).
           05 JobWorkType PIC X(1).

       FD AuditFile.
       01 AuditRecord.
           05 EmployerLocation PIC X(50).
           05 EmployerDescription PIC X(200).
           05 EmployerContact PIC X(50).
           05 EmployerParentId PIC 9(5).

       FD TempEmployerFile.
       01 TempEmployerRecord.
           05 EmployerLocation PIC X(50).
           05 EmployerDescription PIC X(200).
           05 EmployerContact PIC X(50).
           05 EmployerParentId PIC 9(5).

       FD EmployerCounterFile.
       01 EmployerCounterRecord.
           05 NotifText PIC X(100).
           05 NotifDate PIC X(10).
           05 NotifStatus PIC X(6).
           05 NotifCategoryCode PIC X(12).
           05 NotifRelayed PIC X(1).

       FD AbuseReportFile.
       01 AbuseReportRecord.
           05 JshNewStatus PIC X(10).
           05 JshChangedBy PIC X(20).
           05 JshTimestamp PIC X(20).
           05 JshApplicant PIC X(20).

       FD AdvisorNoteFile.
       01 AdvisorNoteRecord.
           05 PendRequestedBy PIC X(20).
           05 PendRequestDate PIC X(10).
           05 PendActionStatus PIC X(10).
           05 PendActionReason PIC X(60).

       FD TempPendingActionFile.
       01 TempPendingActionRecord.
           05 PendRequestedBy PIC X(20).
           05 PendRequestDate PIC X(10).
           05 PendActionStatus PIC X(10).
           05 PendActionReason PIC X(60).

       FD PendingActionCounterFile.
       01 PendingActionCounterRecord.
           05 BoothEmployerName PIC X(50).
           05 BoothJobId PIC 9(5).

       FD TempFairBoothFile.
       01 TempFairBoothRecord.
           05 BoothFairId PIC 9(3).
           05 BoothNumber PIC 9(3).
           05 BoothEmployerId PIC 9(5).
           05 BoothEmployerName PIC X(50).
           05 BoothJobId PIC 9(5).

       FD HeldFairBoothFile.
       01 HeldFairBoothRecord.
           05 BoothFairId PIC 9(3).
           05 BoothNumber PIC 9(3).
           05 BoothEmployerId PIC 9(5).
           05 BoothEmployerName PIC X(50).
           05 BoothJobId PIC 9(5).

       FD TempHeldFairBoothFile.
       01 TempHeldFairBoothRecord.
           05 BoothFairId PIC 9(3).
           05 BoothNumber PIC 9(3).
           05 BoothEmployerId PIC 9(5).
           05 BoothEmployerName PIC X(50).
           05 BoothJobId PIC 9(5).

       FD EmployerSuspensionFile.
       01 EmployerSuspensionRecord.
           05 SuspEmployerId PIC 9(5).
           05 SuspAction PIC X(10).
           05 SuspReason PIC X(60).
           05 SuspRequestedBy PIC X(20).
           05 SuspApprovedBy PIC X(20).
           05 SuspDate PIC X(10).

       FD FairInterestFile.
       01 FairInterestRecord.
           05 InterestFairId PIC 9(3).
       01 TempScreeningTermRecord.
           05 ScreenTerm PIC X(30).

       FD LocationMasterFile.
       01 LocationMasterRecord.
           05 MasterLocationName PIC X(30).
           05 MasterLocationCity PIC X(30).
           05 MasterLocationRegion PIC X(30).
           05 MasterLocationCountry PIC X(20).
           05 MasterLocationArea PIC X(20).

       FD TempLocationMasterFile.
       01 TempLocationMasterRecord.
           05 MasterLocationName PIC X(30).
           05 MasterLocationCity PIC X(30).
           05 MasterLocationRegion PIC X(30).
           05 MasterLocationCountry PIC X(20).
           05 MasterLocationArea PIC X(20).

       FD RefAliasFile.
       01 RefAliasRecord.
           05 AliasType PIC X(1).
           05 AliasValue PIC X(30).
           05 CanonicalValue PIC X(30).

       FD JobTemplateFile.
       01 JobTemplateRecord.
           05 TmplOwner PIC X(20).
           05 TmplSalaryMax PIC 9(6).
           05 TmplSalaryVisible PIC X(1).

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

       FD LayoutVersionFile.
       01 LayoutVersionRecord.
           05 LvFileName PIC X(25).
           05 LvVersion PIC 9(3).

       FD TempApplicationFile.
       01 TempApplicationRecord.
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

       FD TempInterviewFile.
       01 TempInterviewRecord.
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

       FD TempJobOfferFile.
       01 TempJobOfferRecord.
           05 OfferJobId PIC 9(5).
           05 OfferPoster PIC X(20).
           05 OfferApplicant PIC X(20).
           05 OfferJobTitle PIC X(50).
           05 OfferSalaryMin PIC 9(6).
           05 OfferSalaryMax PIC 9(6).
           05 OfferRespondBy PIC X(10).
           05 OfferStatus PIC X(10).
           05 OfferDate PIC X(10).

       FD SavedJobFile.
       01 SavedJobRecord.
           05 SavedJobUsername PIC X(20).
           05 SavedJobId PIC 9(5).
           05 SavedJobDate PIC X(10).
           05 SavedJobLastStatus PIC X(10).

       FD TempSavedJobFile.
       01 TempSavedJobRecord.
           05 SavedJobUsername PIC X(20).
           05 SavedJobId PIC 9(5).
           05 SavedJobDate PIC X(10).
           05 SavedJobLastStatus PIC X(10).

       FD RecommendationFile.
       01 RecommendationRecord.
           05 RecUsername PIC X(20).
           05 RecJobId PIC 9(5).
           05 RecJobTitle PIC X(50).
           05 RecJobEmployer PIC X(50).
           05 RecScore PIC 9(3).
           05 RecDate PIC X(10).

       FD TempRecommendationFile.
       01 TempRecommendationRecord.
           05 RecUsername PIC X(20).
           05 RecJobId PIC 9(5).
           05 RecJobTitle PIC X(50).
           05 RecJobEmployer PIC X(50).
           05 RecScore PIC 9(3).
           05 RecDate PIC X(10).

       FD FerpaSuppressionFile.
       01 FerpaSuppressionRecord.
           05 FerpaUsername PIC X(20).
           05 FerpaFlag PIC X(1).
           05 FerpaEffectiveDate PIC X(10).
           05 FerpaSetBy PIC X(20).
           05 FerpaSetDate PIC X(10).

       FD FerpaExclusionFile.
       01 FerpaExclusionRecord.
           05 FxDate PIC X(10).
           05 FxPoint PIC X(24).
           05 FxUsername PIC X(20).
           05 FxViewer PIC X(20).

       FD LegalHoldFile.
       01 LegalHoldRecord.
           05 HoldUsername PIC X(20).
           05 HoldCaseRef PIC X(20).
           05 HoldPlacedBy PIC X(20).
           05 HoldPlacedDate PIC X(10).
           05 HoldStatus PIC X(10).
           05 HoldReleasedBy PIC X(20).
           05 HoldReleasedDate PIC X(10).

       FD LegalHoldSkipFile.
       01 LegalHoldSkipRecord.
           05 SkipDate PIC X(10).
           05 SkipPoint PIC X(24).
           05 SkipUsername PIC X(20).
           05 SkipCaseRef PIC X(20).
           05 SkipDetail PIC X(60).

       FD TempLegalHoldFile.
       01 TempLegalHoldRecord.
           05 HoldUsername PIC X(20).
           05 HoldCaseRef PIC X(20).
           05 HoldPlacedBy PIC X(20).
           05 HoldPlacedDate PIC X(10).
           05 HoldStatus PIC X(10).
           05 HoldReleasedBy PIC X(20).
           05 HoldReleasedDate PIC X(10).

       FD RecertItemFile.
       01 RecertItemRecord.
           05 RecertCycle PIC X(6).
           05 RecertUsername PIC X(20).
           05 RecertRole PIC X(1).
           05 RecertLastLogin PIC X(20).
           05 RecertAccessDetail PIC X(60).
           05 RecertOpenedDate PIC X(10).
           05 RecertDeadline PIC X(10).
           05 RecertDecision PIC X(8).
           05 RecertDecidedBy PIC X(20).
           05 RecertDecidedDate PIC X(10).

       FD TempRecertItemFile.
       01 TempRecertItemRecord.
           05 RecertCycle PIC X(6).
           05 RecertUsername PIC X(20).
           05 RecertRole PIC X(1).
           05 RecertLastLogin PIC X(20).
           05 RecertAccessDetail PIC X(60).
           05 RecertOpenedDate PIC X(10).
           05 RecertDeadline PIC X(10).
           05 RecertDecision PIC X(8).
           05 RecertDecidedBy PIC X(20).
           05 RecertDecidedDate PIC X(10).

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

       FD TempUserContactFile.
       01 TempUserContactRecord.
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

       FD MailOutboxFile.
       01 MailOutboxRecord.
           05 OutboxUsername PIC X(20).
           05 OutboxAddress PIC X(60).
           05 OutboxSubject PIC X(40).
           05 OutboxText PIC X(100).
           05 OutboxStamp PIC X(16).

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

       FD MilestoneFile.
       01 MilestoneRecord.
           05 MilestoneCode PIC X(8).
           05 MilestoneStanding PIC X(10).
           05 MilestoneRule PIC X(8).
           05 MilestoneTarget PIC 9(3).
           05 MilestoneText PIC X(50).

       FD TempMilestoneFile.
       01 TempMilestoneRecord PIC X(79).

       FD CertificationFile.
       01 CertificationRecord.
           05 CertUsername PIC X(20).
           05 CertName PIC X(50).
           05 CertIssuer PIC X(50).
           05 CertCredentialId PIC X(30).
           05 CertIssueDate PIC X(10).
           05 CertExpiryDate PIC X(10).
           05 CertVerifyStatus PIC X(10).
           05 CertVerifiedBy PIC X(20).
           05 CertVerifiedDate PIC X(10).
           05 CertReminder60 PIC X(1).
           05 CertReminder30 PIC X(1).
           05 CertAddedDate PIC X(10).

       FD TempCertificationFile.
       01 TempCertificationRecord PIC X(222).

       FD EmployerReviewFile.
       01 EmployerReviewRecord.
           05 RevId PIC 9(5).
           05 RevUsername PIC X(20).
           05 RevEmployerId PIC 9(5).
           05 RevEmployerName PIC X(50).
           05 RevJobId PIC 9(5).
           05 RevRole PIC X(50).
           05 RevTerm PIC X(20).
           05 RevMentorship PIC 9.
           05 RevWorkload PIC 9.
           05 RevPayFairness PIC 9.
           05 RevRecommend PIC X.
           05 RevComments PIC X(200).
           05 RevStatus PIC X(10).
           05 RevSubmittedDate PIC X(10).
           05 RevModerator PIC X(20).
           05 RevModeratedDate PIC X(10).
           05 RevModNote PIC X(100).

       FD TempEmployerReviewFile.
       01 TempEmployerReviewRecord PIC X(509).

       FD PrimaryContactFile.
       01 PrimaryContactRecord.
           05 PcEmployerId PIC 9(5).
           05 PcUsername PIC X(20).
           05 PcSetBy PIC X(20).
           05 PcSetDate PIC X(10).

       FD TempPrimaryContactFile.
       01 TempPrimaryContactRecord PIC X(55).

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

       FD PlacementHoursFile.
       01 PlacementHoursRecord.
           05 HoursUsername PIC X(20).
           05 HoursJobId PIC 9(5).
           05 HoursPoster PIC X(20).
           05 HoursWeekEnding PIC X(10).
           05 HoursWorked PIC 9(3).
           05 HoursStatus PIC X(10).

       FD VerificationLetterFile.
       01 VerificationLetterRecord.
           05 VlId PIC 9(5).
           05 VlUsername PIC X(20).
           05 VlType PIC X(1).
           05 VlJobId PIC 9(5).
           05 VlJobTitle PIC X(50).
           05 VlEmployer PIC X(50).
           05 VlPurpose PIC X(50).
           05 VlRequestDate PIC X(10).
           05 VlStatus PIC X(10).
           05 VlNumber PIC X(15).
           05 VlDecidedBy PIC X(20).
           05 VlDecidedDate PIC X(10).
           05 VlDetail PIC X(80).
           05 VlNote PIC X(60).

       FD TempVerificationLetterFile.
       01 TempVerificationLetterRecord PIC X(386).

       FD LetterDocFile.
       01 LetterDocRecord PIC X(100).

       WORKING-STORAGE SECTION.
       01 CurrentMessage PIC X(100).
       01 OutputFileInitialized PIC X VALUE 'N'.
       01 JshJobIdValue PIC 9(5) VALUE 0.
       01 JshOldStatusValue PIC X(10).
       01 JshNewStatusValue PIC X(10).
       01 HistoryApplicantNote PIC X(35).
       01 HistoryLineText PIC X(100).
       01 HistoryMatchCount PIC 9(5) VALUE 0.
       01 LastSurveyIdValue PIC 9(5) VALUE 0.
       01 NewSurveyTitle PIC X(50).
       01 QueueActionType PIC X(12).
       01 QueueActionRef PIC X(30).
       01 QueueActionExtra PIC X(20).
       01 QueueActionReason PIC X(60).
       01 PendingActionCount PIC 9(3) VALUE 0.
       01 DecidePendActionId PIC 9(5) VALUE 0.
       01 DecidePendChoice PIC X.
       01 DecideActionRef PIC X(30).
       01 DecideActionExtra PIC X(20).
       01 DecideRequestedBy PIC X(20).
       01 DecideActionReason PIC X(60).
       01 SuspendRequestedState PIC X(10).
       01 SuspendCurrentState PIC X(10).
       01 SuspendEmployerId PIC 9(5) VALUE 0.
       01 SuspendEmployerName PIC X(50).
       01 SuspendReasonEntry PIC X(60).
       01 FerpaChoice PIC X.
       01 FerpaReasonEntry PIC X(60).
       01 FerpaNewFlag PIC X.
       01 FerpaSetByValue PIC X(20).
       01 LegalHoldChoice PIC X.
       01 LegalHoldCaseEntry PIC X(20).
       01 LegalHoldReasonEntry PIC X(60).
       01 RecertChoice PIC X.
       01 RecertStopReview PIC X VALUE 'N'.
       01 RecertLinesSeen PIC 9(5) VALUE 0.
       01 RecertAdminCount PIC 9(5) VALUE 0.
       01 RecertRoleChanged PIC X VALUE 'N'.
       01 SuspendRestoreStatus PIC X(10).
       01 EOF-SuspendHistory PIC X VALUE 'N'.
       01 SuspendJobTable.
           05 SuspendJobEntry OCCURS 500 TIMES.
               10 SjJobId PIC 9(5).
               10 SjTitle PIC X(50).
               10 SjOldStatus PIC X(10).
               10 SjNewStatus PIC X(10).
       01 SuspendJobCount PIC 9(3) VALUE 0.
       01 SuspendJobIndex PIC 9(3) VALUE 0.
       01 SuspendJobMatch PIC 9(3) VALUE 0.
       01 SuspendUserTable.
           05 SuspendUserEntry OCCURS 50 TIMES.
               10 SuspendUserName PIC X(20).
               10 SuspendUserSeen PIC X(1).
       01 SuspendUserCount PIC 9(2) VALUE 0.
       01 SuspendUserIndex PIC 9(2) VALUE 0.
       01 SuspendAccountsChanged PIC 9(3) VALUE 0.
       01 SuspendBoothsMoved PIC 9(3) VALUE 0.
       01 SuspendAppsNotified PIC 9(5) VALUE 0.
       01 ViewAsFound PIC X VALUE 'N'.
       01 ViewAsItemCount PIC 9(3) VALUE 0.
       01 LimitRoleEntry PIC X(1).
       01 BoothJobEntry PIC 9(5) VALUE 0.
       01 FairInterestTally PIC 9(4) VALUE 0.
       01 EOF-FairWork PIC X VALUE 'N'.
       01 FairRollTable.
           05 FairRollEntry OCCURS 100 TIMES.
               10 FairRollEmployerId PIC 9(5).
               10 FairRollName PIC X(50).
               10 FairRollBooths PIC 9(3).
               10 FairRollTally PIC 9(5).
       01 FairRollCount PIC 9(3) VALUE 0.
       01 FairRollIndex PIC 9(3) VALUE 0.
       01 FairRollMatch PIC 9(3) VALUE 0.
       01 FairRollAny PIC X VALUE 'N'.
       01 DateCheckInput PIC X(10).
       01 DateCheckWork PIC X(10).
       01 DateCheckValid PIC X VALUE 'N'.
       01 SavedTemplateBuffer PIC X(443).
       01 ScreenTermEntry PIC X(30).
       01 ScreenTermFound PIC X VALUE 'N'.
       01 LocationEntry.
           05 LocationEntryName PIC X(30).
           05 LocationEntryCity PIC X(30).
           05 LocationEntryRegion PIC X(30).
           05 LocationEntryCountry PIC X(20).
           05 LocationEntryArea PIC X(20).
       01 LocationAliasEntry PIC X(30).
       01 LocationFound PIC X VALUE 'N'.
       01 ChainDigestInput PIC X(200).
       01 ChainDigestValue PIC X(20).
       01 ChainDigestAccum PIC 9(18) COMP VALUE 0.
           05 FILLER PIC 9(3) VALUE 2.
           05 FILLER PIC X(25) VALUE "interviews.dat".
           05 FILLER PIC 9(3) VALUE 2.
           05 FILLER PIC X(25) VALUE "jobs.dat".
           05 FILLER PIC 9(3) VALUE 3.
       01 LayoutCatalogTable REDEFINES LayoutCatalogList.
           05 LayoutCatalogEntry OCCURS 6 TIMES.
               10 CatalogFileName PIC X(25).
               10 CatalogVersion PIC 9(3).
       01 LayoutCatalogIndex PIC 9(2) VALUE 0.
       01 LayoutStampedCount PIC 9(2) VALUE 0.
       01 AnnouncementText PIC X(200).
       01 EOF-AbuseReportFile PIC X VALUE 'N'.
       01 OpenReportCount PIC 9(3) VALUE 0.
       01 TargetJobId PIC 9(5) VALUE 0.
       01 EOF-WorkFile PIC X VALUE 'N'.
       01 WorkMatchFound PIC X VALUE 'N'.
       01 UnlockPriorFlag PIC X VALUE 'N'.
       01 AuditMatchCount PIC 9(5) VALUE 0.

       01 FixedMessageTimestamp PIC X(20).
       01 AuditActionName PIC X(20).
       01 AuditDetailText PIC X(100).

       01 TermEntryCode PIC X(6).
       01 TermEntryName PIC X(20).
       01 TermEntryStart PIC X(10).
       01 TermEntryEnd PIC X(10).
       01 TermEntryGradesDue PIC X(10).
       01 TermEntryCommence PIC X(10).
       01 TermEntryClosed PIC X(10).
       01 TermEntryValid PIC X VALUE 'N'.
       01 TermEntryExists PIC X VALUE 'N'.
       01 TermTodayDate PIC X(10).
       01 TermListCount PIC 9(3) VALUE 0.

       01 PasswordDigestInput PIC X(20).
       01 PasswordDigestValue PIC X(20).
       01 PasswordDigestAccum PIC 9(18) COMP VALUE 0.
       01 PasswordDigestDigits PIC 9(16) VALUE 0.
       01 PasswordDigestIndex PIC 9(2) VALUE 0.
       01 PasswordDigestLength PIC 9(2) VALUE 0.
       01 CascadeJobId PIC 9(5) VALUE 0.
       01 CascadeJobTitle PIC X(50).
       01 CascadeJobEmployer PIC X(50).
       01 CascadeNewStatus PIC X(10).
       01 CascadeActor PIC X(20).
       01 CascadeStamp PIC X(20).
       01 CascadeOldStatus PIC X(12).
       01 CascadeRecordMatches PIC X VALUE 'N'.
       01 CascadeNoticeUser PIC X(20).
       01 CascadeNoticeText PIC X(100).
       01 CascadeAuditAction PIC X(20).
       01 CascadeAuditDetail PIC X(100).
       01 CascadeAppsClosed PIC 9(5) VALUE 0.
       01 CascadeInterviewsCancelled PIC 9(5) VALUE 0.
       01 CascadeOffersWithdrawn PIC 9(5) VALUE 0.
       01 CascadeSavedDropped PIC 9(5) VALUE 0.
       01 CascadeRecsDropped PIC 9(5) VALUE 0.
       01 EOF-CascadeFile PIC X VALUE 'N'.
       01 FerpaCheckTarget PIC X(20).
       01 FerpaSuppressed PIC X VALUE 'N'.
       01 EOF-FerpaFile PIC X VALUE 'N'.
       01 FerpaExclusionPoint PIC X(24).
       01 FerpaExclusionViewer PIC X(20).
       01 FerpaStampBuf PIC X(20).
       01 FerpaStampWork PIC X(21).
       01 FerpaToday PIC X(10).

       01 LegalHoldTable.
           05 LegalHoldEntry OCCURS 200 TIMES.
               10 LegalHeldUser PIC X(20).
               10 LegalHeldCase PIC X(20).
       01 LegalHoldCount PIC 9(3) VALUE 0.
       01 LegalHoldIndex PIC 9(3) VALUE 0.
       01 LegalHoldTarget PIC X(20).
       01 LegalHoldActive PIC X VALUE 'N'.
       01 LegalHoldCaseRef PIC X(20).
       01 LegalHoldSkipPoint PIC X(24).
       01 LegalHoldSkipDetail PIC X(60).
       01 EOF-LegalHoldFile PIC X VALUE 'N'.
       01 LegalHoldStampBuf PIC X(20).
       01 LegalHoldStampWork PIC X(21).
       01 LegalHoldToday PIC X(10).

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
       01 ContactEmailEntry PIC X(60).
       01 ContactEmailValid PIC X VALUE 'N'.
       01 ContactAtCount PIC 9(2) VALUE 0.
       01 ContactDotAfterAt PIC X VALUE 'N'.
       01 ContactHasSpace PIC X VALUE 'N'.
       01 ContactEmailLength PIC 9(2) VALUE 0.
       01 StaffContactPrior PIC X(60).
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
       01 JournalProgramName PIC X(24) VALUE "AdminConsole".
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

       01 MilestoneTable.
           05 MilestoneEntry OCCURS 40 TIMES.
               10 MsCode PIC X(8).
               10 MsStanding PIC X(10).
               10 MsRule PIC X(8).
               10 MsTarget PIC 9(3).
               10 MsText PIC X(50).
       01 MilestoneCount PIC 9(2) VALUE 0.
       01 MilestoneIndex PIC 9(2) VALUE 0.
       01 MilestoneMatch PIC 9(2) VALUE 0.
       01 EOF-MilestoneFile PIC X VALUE 'N'.
       01 MilestoneEntryCode PIC X(8).
       01 MilestoneEntryStanding PIC X(10).
       01 MilestoneEntryRule PIC X(8).
       01 MilestoneEntryTarget PIC 9(3) VALUE 0.
       01 MilestoneEntryText PIC X(50).
       01 MilestoneEntryValid PIC X VALUE 'N'.
       01 MilestoneTargetDisplay PIC ZZ9.
       01 EOF-CertificationFile PIC X VALUE 'N'.
       01 CertPendingCount PIC 9(3) VALUE 0.
       01 CertScanIndex PIC 9(3) VALUE 0.
       01 CertPick PIC 9(3) VALUE 0.
       01 CertDecision PIC X.
       01 CertNewStatus PIC X(10).
       01 CertDecided PIC X VALUE 'N'.
       01 CertDecidedUser PIC X(20).
       01 CertDecidedName PIC X(50).
       01 CertToday PIC X(10).
       01 EOF-EmployerReviewFile PIC X VALUE 'N'.
       01 ReviewPendingCount PIC 9(3) VALUE 0.
       01 ReviewScanIndex PIC 9(3) VALUE 0.
       01 ReviewPick PIC 9(3) VALUE 0.
       01 ReviewDecision PIC X.
       01 ReviewNewStatus PIC X(10).
       01 ReviewModNoteEntry PIC X(100).
       01 ReviewDecided PIC X VALUE 'N'.
       01 ReviewDecidedId PIC 9(5).
       01 ReviewDecidedUser PIC X(20).
       01 ReviewDecidedEmployer PIC X(50).
       01 ReviewToday PIC X(10).
       01 EOF-PrimaryContactFile PIC X VALUE 'N'.
       01 PrimaryContactEmployer PIC 9(5) VALUE 0.
       01 PrimaryContactLinked PIC X VALUE 'N'.
       01 PrimaryContactPrevious PIC X(20).
       01 HierDivisionId PIC 9(5) VALUE 0.
       01 HierDivisionName PIC X(50).
       01 HierDivisionFound PIC X VALUE 'N'.
       01 HierDivisionHasDivisions PIC X VALUE 'N'.
       01 HierPreviousParent PIC 9(5) VALUE 0.
       01 HierParentId PIC 9(5) VALUE 0.
       01 HierParentName PIC X(50).
       01 HierParentFound PIC X VALUE 'N'.
       01 HierParentIsDivision PIC X VALUE 'N'.
       01 HierLookupId PIC 9(5) VALUE 0.
       01 HierLookupParent PIC 9(5) VALUE 0.
       01 HierLookupName PIC X(50).
       01 EOF-EmployerContactFile PIC X VALUE 'N'.
       01 ContactEmployerId PIC 9(5) VALUE 0.
       01 ContactEmployerName PIC X(50).
       01 ContactCount PIC 9(3) VALUE 0.
       01 ContactNextId PIC 9(5) VALUE 0.
       01 ContactPick PIC 9(5) VALUE 0.
       01 ContactLogFound PIC X VALUE 'N'.
       01 ContactTypeEntry PIC X(10).
       01 ContactNotesEntry PIC X(150).
       01 ContactFollowUpEntry PIC X(10).
       01 ContactOutcomeEntry PIC X(50).
       01 ContactDoneEntry PIC X(1).
       01 ContactPromisedEntry PIC X(1).
       01 ContactPromiseEntry PIC X(50).
       01 ContactToday PIC X(10).
       01 EOF-VerificationLetterFile PIC X VALUE 'N'.
       01 EOF-PlacementHoursFile PIC X VALUE 'N'.
       01 LetterPendingCount PIC 9(3) VALUE 0.
       01 LetterScanIndex PIC 9(3) VALUE 0.
       01 LetterPick PIC 9(3) VALUE 0.
       01 LetterDecision PIC X.
       01 LetterToday PIC X(10).
       01 LetterFound PIC X VALUE 'N'.
       01 LetterId PIC 9(5) VALUE 0.
       01 LetterUser PIC X(20).
       01 LetterType PIC X(1).
       01 LetterTypeText PIC X(30).
       01 LetterJobId PIC 9(5) VALUE 0.
       01 LetterJobTitle PIC X(50).
       01 LetterEmployer PIC X(50).
       01 LetterPurpose PIC X(50).
       01 LetterStudentName PIC X(41).
       01 LetterFactsOk PIC X VALUE 'N'.
       01 LetterFactDate PIC X(10).
       01 LetterHoursTotal PIC 9(5) VALUE 0.
       01 LetterHoursDisplay PIC Z(4)9.
       01 LetterFirstWeek PIC X(10).
       01 LetterLastWeek PIC X(10).
       01 LetterSalaryMin PIC 9(6) VALUE 0.
       01 LetterSalaryMax PIC 9(6) VALUE 0.
       01 LetterSalaryMinDisplay PIC Z(5)9.
       01 LetterSalaryMaxDisplay PIC Z(5)9.
       01 LetterNumber PIC X(15).
       01 LetterNumberEntry PIC X(15).
       01 LetterDetail PIC X(80).
       01 LetterNote PIC X(60).
       01 LetterNewStatus PIC X(10).
       01 LetterDecidedBy PIC X(20).
       01 LetterDecidedDate PIC X(10).
       01 LetterNotifText PIC X(100).
       01 LetterDocName PIC X(60).
       01 LetterDocLine PIC X(100).

       PROCEDURE DIVISION.
       MainSection.

       CheckLayoutVersions.
           MOVE 'Y' TO LayoutVersionOk
           MOVE 0 TO LayoutStampedCount
           MOVE 'N' TO EOF-LayoutVersionFile
           OPEN INPUT LayoutVersionFile
           IF LayoutVersionStatus = "00"
                   NOT AT END
                       MOVE 0 TO LayoutExpectedVersion
                       PERFORM VARYING LayoutCatalogIndex FROM 1 BY 1
                           UNTIL LayoutCatalogIndex > 6
                           IF FUNCTION TRIM(CatalogFileName(LayoutCatalogIndex))
                              = FUNCTION TRIM(LvFileName)
                               MOVE CatalogVersion(LayoutCatalogIndex)
                                   TO LayoutExpectedVersion
                               ADD 1 TO LayoutStampedCount
                           END-IF
                       END-PERFORM
                       IF LayoutExpectedVersion > 0 AND
                   END-READ
               END-PERFORM
               CLOSE LayoutVersionFile
      *> A file missing from an existing stamp file was added to the
      *> catalog after the last migration and has not been converted yet.
               IF LayoutStampedCount < 6
                   MOVE 'N' TO LayoutVersionOk
                   MOVE "LAYOUT MISMATCH: layout_versions.dat does not list every file this build expects"
                       TO CurrentMessage
                   DISPLAY CurrentMessage
               END-IF
           END-IF
           IF LayoutVersionOk = 'N' THEN
               MOVE "Stopping. Run LayoutMigrate to upgrade the data files, then retry."
               MOVE FUNCTION TRIM(InputRecord(1:200)) TO TempString
           END-READ.

       ReadOneTimeCode.
           PERFORM ReadInputLine
           MOVE TempString(1:6) TO OtpCodeEntry.

       WriteAdminAudit.
           MOVE SPACES TO FixedMessageTimestamp
           MOVE SPACES TO FormattedMessageTimestamp
           ELSE
               MOVE FixedMessageTimestamp TO FormattedMessageTimestamp
           END-IF
           MOVE "job_status_history.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND JobHistoryFile
           MOVE SPACES TO JobHistoryRecord
           MOVE JshJobIdValue TO JshJobId IN JobHistoryRecord
           MOVE AdminUsername TO JshChangedBy IN JobHistoryRecord
           MOVE FormattedMessageTimestamp TO JshTimestamp IN JobHistoryRecord
           WRITE JobHistoryRecord
           CLOSE JobHistoryFile
           MOVE "job_status_history.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       ViewJobStatusHistory.
           MOVE "Enter Job ID:" TO CurrentMessage
                           FUNCTION TRIM(JshChangedBy IN JobHistoryRecord)
                           DELIMITED BY SIZE
                           INTO CurrentMessage
                       IF JshApplicant IN JobHistoryRecord NOT = SPACES
                           MOVE SPACES TO HistoryApplicantNote
                           STRING " (applicant " DELIMITED BY SIZE
                               FUNCTION TRIM(JshApplicant IN JobHistoryRecord)
                               DELIMITED BY SIZE
                               ")" DELIMITED BY SIZE
                               INTO HistoryApplicantNote
                           MOVE SPACES TO HistoryLineText
                           STRING FUNCTION TRIM(CurrentMessage)
                               DELIMITED BY SIZE
                               HistoryApplicantNote DELIMITED BY SIZE
                               INTO HistoryLineText
                           MOVE HistoryLineText TO CurrentMessage
                       END-IF
                       PERFORM DisplayAndLog
                   END-IF
               END-READ
           END-READ
           CLOSE SurveyCounterFile
           ADD 1 TO LastSurveyIdValue
           MOVE "survey_counter.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN OUTPUT SurveyCounterFile
           MOVE LastSurveyIdValue TO LastSurveyId IN SurveyCounterRecord
           WRITE SurveyCounterRecord
           CLOSE SurveyCounterFile
           MOVE "survey_counter.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       DefineSurvey.
           MOVE "Enter the survey title:" TO CurrentMessage
                           INTO FixedMessageTimestamp
                   END-IF

                   MOVE "surveys.dat" TO JournalMasterName
                   PERFORM JournalBeforeImage
                   OPEN EXTEND SurveyFile
                   MOVE SPACES TO SurveyRecord
                   MOVE LastSurveyIdValue TO SurveyId IN SurveyRecord
                       TO SurveyDate IN SurveyRecord
                   WRITE SurveyRecord
                   CLOSE SurveyFile
                   MOVE "surveys.dat" TO JournalMasterName
                   PERFORM JournalAfterImage

                   MOVE 0 TO SurveyQstNumber
                   MOVE 'N' TO SurveyDefineDone
               END-IF

               ADD 1 TO SurveyQstNumber
               MOVE "survey_questions.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND SurveyQuestionFile
               MOVE SPACES TO SurveyQuestionRecord
               MOVE LastSurveyIdValue TO QstSurveyId IN SurveyQuestionRecord
               MOVE SurveyQstOptions TO QstOptions IN SurveyQuestionRecord
               WRITE SurveyQuestionRecord
               CLOSE SurveyQuestionFile
               MOVE "survey_questions.dat" TO JournalMasterName
               PERFORM JournalAfterImage
           END-IF.

       TabulateSurvey.
           CLOSE SurveyFile
           CLOSE TempSurveyFile

           MOVE "surveys.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "surveys.dat"
           CALL "CBL_RENAME_FILE" USING "surveys_temp.dat"
               "surveys.dat"
           PERFORM JournalAfterImage

           MOVE "Survey closed." TO CurrentMessage
           PERFORM DisplayAndLog.
                   WRITE TempMessageLimitRecord FROM MessageLimitRecord
                   CLOSE TempMessageLimitFile

                   MOVE "message_limits.dat" TO JournalMasterName
                   PERFORM JournalBeforeImage
                   CALL "CBL_DELETE_FILE" USING "message_limits.dat"
                   CALL "CBL_RENAME_FILE" USING "message_limits_temp.dat"
                       "message_limits.dat"
                   PERFORM JournalAfterImage

                   MOVE "ADMIN_MSG_LIMITS" TO AuditActionName
                   MOVE SPACES TO AuditDetailText
           END-READ
           CLOSE FairCounterFile
           ADD 1 TO LastFairIdValue
           MOVE "fair_counter.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN OUTPUT FairCounterFile
           MOVE LastFairIdValue TO LastFairId IN FairCounterRecord
           WRITE FairCounterRecord
           CLOSE FairCounterFile
           MOVE "fair_counter.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       CreateCareerFair.
           MOVE "Enter the fair name:" TO CurrentMessage
           ELSE
               MOVE DateCheckNormalized TO NewFairDate
               PERFORM GetNextFairId
               MOVE "career_fairs.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND CareerFairFile
               MOVE SPACES TO CareerFairRecord
               MOVE LastFairIdValue TO FairId IN CareerFairRecord
               MOVE AdminUsername TO FairCoordinator IN CareerFairRecord
               WRITE CareerFairRecord
               CLOSE CareerFairFile
               MOVE "career_fairs.dat" TO JournalMasterName
               PERFORM JournalAfterImage

               MOVE "ADMIN_FAIR" TO AuditActionName
               MOVE NewFairName TO AuditDetailText
                   CLOSE FairBoothFile
                   ADD 1 TO BoothNextNumber

                   MOVE "fair_booths.dat" TO JournalMasterName
                   PERFORM JournalBeforeImage
                   OPEN EXTEND FairBoothFile
                   MOVE SPACES TO FairBoothRecord
                   MOVE FairWorkId TO BoothFairId IN FairBoothRecord
                   MOVE BoothJobEntry TO BoothJobId IN FairBoothRecord
                   WRITE FairBoothRecord
                   CLOSE FairBoothFile
                   MOVE "fair_booths.dat" TO JournalMasterName
                   PERFORM JournalAfterImage

                   MOVE SPACES TO CurrentMessage
                   STRING "Booth " DELIMITED BY SIZE
           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteFairReportLine

           MOVE 0 TO FairRollCount
           MOVE 'N' TO FairRollAny
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT FairBoothFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               NOT AT END
                   IF BoothFairId IN FairBoothRecord = FairWorkId
                       PERFORM CountBoothInterest
                       PERFORM RollUpBoothInterest
                       MOVE SPACES TO CurrentMessage
                       STRING "Booth " DELIMITED BY SIZE
                           BoothNumber IN FairBoothRecord DELIMITED BY SIZE
               END-READ
           END-PERFORM
           CLOSE FairBoothFile

      *> Divisions are only worth a second listing when there are some.
           IF FairRollAny = 'Y'
               MOVE "----------------------------------------"
                   TO CurrentMessage
               PERFORM WriteFairReportLine
               MOVE "Interest rolled up to the parent employer:"
                   TO CurrentMessage
               PERFORM WriteFairReportLine
               PERFORM VARYING FairRollIndex FROM 1 BY 1
                   UNTIL FairRollIndex > FairRollCount
                   MOVE SPACES TO CurrentMessage
                   STRING "  " DELIMITED BY SIZE
                       FUNCTION TRIM(FairRollName(FairRollIndex))
                       DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       FairRollTally(FairRollIndex) DELIMITED BY SIZE
                       " interested student(s) across " DELIMITED BY SIZE
                       FairRollBooths(FairRollIndex) DELIMITED BY SIZE
                       " booth(s)" DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM WriteFairReportLine
               END-PERFORM
           END-IF
           CLOSE FairReportFile
           MOVE "Report written to output/FairInterestReport.txt"
               TO CurrentMessage
           END-PERFORM
           CLOSE FairInterestFile.

      *> Adds the booth just counted to its employer's parent, or to the
      *> employer itself when it is not a division.
       RollUpBoothInterest.
           MOVE BoothEmployerId IN FairBoothRecord TO HierLookupId
           PERFORM LookupEmployerParent
           IF HierLookupParent > 0
               MOVE 'Y' TO FairRollAny
               MOVE HierLookupParent TO HierLookupId
               PERFORM LookupEmployerParent
           ELSE
               IF HierLookupName = SPACES
                   MOVE BoothEmployerName IN FairBoothRecord
                       TO HierLookupName
               END-IF
           END-IF
           MOVE 0 TO FairRollMatch
           PERFORM VARYING FairRollIndex FROM 1 BY 1
               UNTIL FairRollIndex > FairRollCount OR FairRollMatch > 0
               IF FairRollEmployerId(FairRollIndex) = HierLookupId
                   MOVE FairRollIndex TO FairRollMatch
               END-IF
           END-PERFORM
           IF FairRollMatch = 0 AND FairRollCount < 100
               ADD 1 TO FairRollCount
               MOVE HierLookupId TO FairRollEmployerId(FairRollCount)
               MOVE HierLookupName TO FairRollName(FairRollCount)
               MOVE 0 TO FairRollBooths(FairRollCount)
               MOVE 0 TO FairRollTally(FairRollCount)
               MOVE FairRollCount TO FairRollMatch
           END-IF
           IF FairRollMatch > 0
               ADD 1 TO FairRollBooths(FairRollMatch)
               ADD FairInterestTally TO FairRollTally(FairRollMatch)
           END-IF.

      *> Name and parent of employer HierLookupId; a parent of 0 means the
      *> employer is not a division.
       LookupEmployerParent.
           MOVE 0 TO HierLookupParent
           MOVE SPACES TO HierLookupName
           MOVE 'N' TO EOF-EmployerFile
           OPEN INPUT EmployerFile
           PERFORM UNTIL EOF-EmployerFile = 'Y'
               READ EmployerFile INTO EmployerRecord
               AT END
                   MOVE 'Y' TO EOF-EmployerFile
               NOT AT END
                   IF EmployerId-Master IN EmployerRecord = HierLookupId
                       MOVE EmployerName IN EmployerRecord
                           TO HierLookupName
                       IF EmployerParentId IN EmployerRecord IS NUMERIC
                           MOVE EmployerParentId IN EmployerRecord
                               TO HierLookupParent
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerFile.

       WriteFairReportLine.
           DISPLAY CurrentMessage
           MOVE CurrentMessage TO FairReportRecord
           WRITE FairReportRecord.

       RepairFeedRejects.
           MOVE "Which feed - J=job, A=application, R=roster, E=employer, X=exchange:"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION UPPER-CASE(TempString(1:1)) TO RejectFeedChoice
      *> Corrected records go to a .fix file the loader reads after the
      *> day's feed, since the feed itself is closed off by its trailer.
           EVALUATE RejectFeedChoice
               WHEN 'J'
                   MOVE "input/JobFeed.rej" TO RejectWorkName
                   MOVE "input/JobFeed.fix" TO FeedAppendName
               WHEN 'A'
                   MOVE "input/ApplicationFeed.rej" TO RejectWorkName
                   MOVE "input/ApplicationFeed.fix" TO FeedAppendName
               WHEN 'R'
                   MOVE "input/RosterFeed.rej" TO RejectWorkName
                   MOVE "input/RosterFeed.fix" TO FeedAppendName
               WHEN 'E'
                   MOVE "input/EmployerFeed.rej" TO RejectWorkName
                   MOVE "input/EmployerFeed.fix" TO FeedAppendName
               WHEN 'X'
                   MOVE "input/ExchangeFeed.rej" TO RejectWorkName
                   MOVE "input/ExchangeFeed.fix" TO FeedAppendName
               WHEN OTHER
                   MOVE SPACES TO RejectWorkName
           END-EVALUATE
               MOVE RejectWorkName TO AuditDetailText
               PERFORM WriteAdminAudit

               MOVE "Corrected record queued for resubmission; the next loader run picks it up."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.
           WRITE TempJobTemplateRecord
           CLOSE TempJobTemplateFile

           MOVE "job_templates.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "job_templates.dat"
           CALL "CBL_RENAME_FILE" USING "job_templates_temp.dat"
               "job_templates.dat"
           PERFORM JournalAfterImage.

       RemoveSharedTemplate.
           MOVE "Enter the template name to remove:" TO CurrentMessage
           CLOSE JobTemplateFile
           CLOSE TempJobTemplateFile

           MOVE "job_templates.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "job_templates.dat"
           CALL "CBL_RENAME_FILE" USING "job_templates_temp.dat"
               "job_templates.dat"
           PERFORM JournalAfterImage

           IF SharedTmplFound = 'Y' THEN
               MOVE "Shared template removed." TO CurrentMessage
                       MOVE "Term cannot be empty." TO CurrentMessage
                       PERFORM DisplayAndLog
                   ELSE
                       MOVE "screening_terms.dat" TO JournalMasterName
                       PERFORM JournalBeforeImage
                       OPEN EXTEND ScreeningTermFile
                       MOVE ScreenTermEntry TO ScreenTerm
                           IN ScreeningTermRecord
                       WRITE ScreeningTermRecord
                       CLOSE ScreeningTermFile
                       MOVE "screening_terms.dat" TO JournalMasterName
                       PERFORM JournalAfterImage
                       MOVE "ADMIN_SCREEN_TERM" TO AuditActionName
                       MOVE ScreenTermEntry TO AuditDetailText
                       PERFORM WriteAdminAudit
                   END-PERFORM
                   CLOSE ScreeningTermFile
                   CLOSE TempScreeningTermFile
                   MOVE "screening_terms.dat" TO JournalMasterName
                   PERFORM JournalBeforeImage
                   CALL "CBL_DELETE_FILE" USING "screening_terms.dat"
                   CALL "CBL_RENAME_FILE" USING "screening_terms_temp.dat"
                       "screening_terms.dat"
                   PERFORM JournalAfterImage
                   IF ScreenTermFound = 'Y'
                       MOVE "Screening term removed." TO CurrentMessage
                   ELSE
                   PERFORM DisplayAndLog
           END-EVALUATE.

      *> The location master behind posting locations and location
      *> searches. An alias (type L in ref_aliases.dat) maps another
      *> spelling to a master name; RefDataCleanup applies them to postings
      *> already on file.
       MaintainLocations.
           MOVE "1. Add/Update a Location  2. Add a Location Alias  3. List Locations"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION NUMVAL-C(TempString(1:1)) TO MenuOption
           EVALUATE MenuOption
               WHEN 1
                   PERFORM AddUpdateLocation
               WHEN 2
                   PERFORM AddLocationAlias
               WHEN 3
                   MOVE "Locations on file (name / city / state or region / country / area):"
                       TO CurrentMessage
                   PERFORM DisplayAndLog
                   MOVE 'N' TO EOF-WorkFile
                   OPEN INPUT LocationMasterFile
                   PERFORM UNTIL EOF-WorkFile = 'Y'
                       READ LocationMasterFile INTO LocationMasterRecord
                       AT END
                           MOVE 'Y' TO EOF-WorkFile
                       NOT AT END
                           MOVE SPACES TO CurrentMessage
                           STRING "  " DELIMITED BY SIZE
                               FUNCTION TRIM(MasterLocationName
                               IN LocationMasterRecord) DELIMITED BY SIZE
                               " / " DELIMITED BY SIZE
                               FUNCTION TRIM(MasterLocationCity
                               IN LocationMasterRecord) DELIMITED BY SIZE
                               " / " DELIMITED BY SIZE
                               FUNCTION TRIM(MasterLocationRegion
                               IN LocationMasterRecord) DELIMITED BY SIZE
                               " / " DELIMITED BY SIZE
                               FUNCTION TRIM(MasterLocationCountry
                               IN LocationMasterRecord) DELIMITED BY SIZE
                               " / " DELIMITED BY SIZE
                               FUNCTION TRIM(MasterLocationArea
                               IN LocationMasterRecord) DELIMITED BY SIZE
                               INTO CurrentMessage
                           PERFORM DisplayAndLog
                       END-READ
                   END-PERFORM
                   CLOSE LocationMasterFile
               WHEN OTHER
                   MOVE "Invalid option. Please try again." TO CurrentMessage
                   PERFORM DisplayAndLog
           END-EVALUATE.

       AddUpdateLocation.
           MOVE SPACES TO LocationEntry
           MOVE "Enter the location name as postings should show it:"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE TempString(1:30) TO LocationEntryName
           IF FUNCTION TRIM(LocationEntryName) = SPACES THEN
               MOVE "Location name cannot be empty." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter the city:" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadInputLine
               MOVE TempString(1:30) TO LocationEntryCity
               MOVE "Enter the state or region:" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadInputLine
               MOVE TempString(1:30) TO LocationEntryRegion
               MOVE "Enter the country:" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadInputLine
               MOVE TempString(1:20) TO LocationEntryCountry
               MOVE "Enter the area group for nearby searches (blank for none):"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadInputLine
               MOVE TempString(1:20) TO LocationEntryArea

               MOVE 'N' TO LocationFound
               MOVE 'N' TO EOF-WorkFile
               OPEN INPUT LocationMasterFile
               OPEN OUTPUT TempLocationMasterFile
               PERFORM UNTIL EOF-WorkFile = 'Y'
                   READ LocationMasterFile INTO LocationMasterRecord
                   AT END
                       MOVE 'Y' TO EOF-WorkFile
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                          MasterLocationName IN LocationMasterRecord)) =
                          FUNCTION UPPER-CASE(FUNCTION TRIM(
                          LocationEntryName))
                           MOVE 'Y' TO LocationFound
                           WRITE TempLocationMasterRecord FROM LocationEntry
                       ELSE
                           WRITE TempLocationMasterRecord
                               FROM LocationMasterRecord
                       END-IF
                   END-READ
               END-PERFORM
               IF LocationFound = 'N'
                   WRITE TempLocationMasterRecord FROM LocationEntry
               END-IF
               CLOSE LocationMasterFile
               CLOSE TempLocationMasterFile
               MOVE "locations.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "locations.dat"
               CALL "CBL_RENAME_FILE" USING "locations_temp.dat"
                   "locations.dat"
               PERFORM JournalAfterImage
               MOVE "ADMIN_LOCATION" TO AuditActionName
               MOVE LocationEntryName TO AuditDetailText
               PERFORM WriteAdminAudit
               IF LocationFound = 'Y'
                   MOVE "Location updated." TO CurrentMessage
               ELSE
                   MOVE "Location added." TO CurrentMessage
               END-IF
               PERFORM DisplayAndLog
           END-IF.

       AddLocationAlias.
           MOVE "Enter the other spelling (e.g. NYC):" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE TempString(1:30) TO LocationAliasEntry
           MOVE "Enter the location name it stands for:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE TempString(1:30) TO LocationEntryName

           MOVE 'N' TO LocationFound
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT LocationMasterFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ LocationMasterFile INTO LocationMasterRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                      MasterLocationName IN LocationMasterRecord)) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(LocationEntryName))
                       MOVE 'Y' TO LocationFound
                       MOVE MasterLocationName IN LocationMasterRecord
                           TO LocationEntryName
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LocationMasterFile

           IF FUNCTION TRIM(LocationAliasEntry) = SPACES THEN
               MOVE "Alias cannot be empty." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE IF LocationFound = 'N' THEN
               MOVE "No location with that name; add the location first."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "ref_aliases.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND RefAliasFile
               MOVE SPACES TO RefAliasRecord
               MOVE 'L' TO AliasType IN RefAliasRecord
               MOVE LocationAliasEntry TO AliasValue IN RefAliasRecord
               MOVE LocationEntryName TO CanonicalValue IN RefAliasRecord
               WRITE RefAliasRecord
               CLOSE RefAliasFile
               MOVE "ref_aliases.dat" TO JournalMasterName
               PERFORM JournalAfterImage
               MOVE "ADMIN_LOCATION_ALIAS" TO AuditActionName
               MOVE LocationAliasEntry TO AuditDetailText
               PERFORM WriteAdminAudit
               MOVE "Location alias added." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF
           END-IF.

      *> The term calendar drives BatchScheduler's term-end steps, term
      *> rollover and the term shown on the term reports.
       MaintainTermCalendar.
           MOVE "1. Add/Update a Term  2. Remove a Term  3. List Terms"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION NUMVAL-C(TempString(1:1)) TO MenuOption
           EVALUATE MenuOption
               WHEN 1
                   PERFORM SetAcademicTerm
               WHEN 2
                   PERFORM RemoveAcademicTerm
               WHEN 3
                   PERFORM ListAcademicTerms
               WHEN OTHER
                   MOVE "Invalid option. Please try again." TO CurrentMessage
                   PERFORM DisplayAndLog
           END-EVALUATE.

       SetAcademicTerm.
           MOVE "Enter the term code (e.g. 2026FA):" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION UPPER-CASE(TempString(1:6)) TO TermEntryCode
           MOVE "Enter the term name:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE TempString(1:20) TO TermEntryName
           MOVE 'Y' TO TermEntryValid

           MOVE "Enter the first day of term (YYYY-MM-DD):" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE TempString(1:10) TO DateCheckInput
           PERFORM ValidateDateField
           IF DateCheckValid = 'N'
               MOVE 'N' TO TermEntryValid
           END-IF
           MOVE DateCheckNormalized TO TermEntryStart

           MOVE "Enter the last day of term (YYYY-MM-DD):" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE TempString(1:10) TO DateCheckInput
           PERFORM ValidateDateField
           IF DateCheckValid = 'N'
               MOVE 'N' TO TermEntryValid
           END-IF
           MOVE DateCheckNormalized TO TermEntryEnd

           MOVE "Enter the grades-due date (YYYY-MM-DD):" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE TempString(1:10) TO DateCheckInput
           PERFORM ValidateDateField
           IF DateCheckValid = 'N'
               MOVE 'N' TO TermEntryValid
           END-IF
           MOVE DateCheckNormalized TO TermEntryGradesDue

           MOVE "Enter the commencement date (YYYY-MM-DD, blank if none):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE SPACES TO TermEntryCommence
           IF FUNCTION TRIM(TempString) NOT = SPACES
               MOVE TempString(1:10) TO DateCheckInput
               PERFORM ValidateDateField
               IF DateCheckValid = 'N'
                   MOVE 'N' TO TermEntryValid
               END-IF
               MOVE DateCheckNormalized TO TermEntryCommence
           END-IF

           IF FUNCTION TRIM(TermEntryCode) = SPACES OR
              TermEntryValid = 'N'
               MOVE "Term not saved: a code and valid dates are required."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               IF TermEntryEnd <= TermEntryStart OR
                  TermEntryGradesDue < TermEntryEnd
                   MOVE "Term not saved: the term must end after it starts and grades fall due on or after the last day."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   PERFORM SaveAcademicTerm
               END-IF
           END-IF.

      *> A term entered after its grades-due date has passed is history
      *> being back-filled, so it is recorded closed rather than setting
      *> off term-end processing for a term long finished.
       SaveAcademicTerm.
           PERFORM DetermineTermToday
           MOVE SPACES TO TermEntryClosed
           MOVE 'N' TO TermEntryExists
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT TermCalendarFile
           OPEN OUTPUT TempTermCalendarFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ TermCalendarFile INTO TermCalendarRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF TermCode IN TermCalendarRecord = TermEntryCode
                       MOVE 'Y' TO TermEntryExists
                       MOVE TermClosedDate IN TermCalendarRecord
                           TO TermEntryClosed
                   ELSE
                       WRITE TempTermCalendarRecord FROM TermCalendarRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE TermCalendarFile
           IF TermEntryExists = 'N' AND TermEntryGradesDue < TermTodayDate
               MOVE TermTodayDate TO TermEntryClosed
           END-IF
           MOVE SPACES TO TempTermCalendarRecord
           MOVE TermEntryCode TO TermCode IN TempTermCalendarRecord
           MOVE TermEntryName TO TermName IN TempTermCalendarRecord
           MOVE TermEntryStart TO TermStartDate IN TempTermCalendarRecord
           MOVE TermEntryEnd TO TermEndDate IN TempTermCalendarRecord
           MOVE TermEntryGradesDue
               TO TermGradesDueDate IN TempTermCalendarRecord
           MOVE TermEntryCommence
               TO TermCommencementDate IN TempTermCalendarRecord
           MOVE TermEntryClosed TO TermClosedDate IN TempTermCalendarRecord
           WRITE TempTermCalendarRecord
           CLOSE TempTermCalendarFile
           MOVE "term_calendar.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "term_calendar.dat"
           CALL "CBL_RENAME_FILE" USING "term_calendar_temp.dat"
               "term_calendar.dat"
           PERFORM JournalAfterImage

           MOVE "ADMIN_TERM_SET" TO AuditActionName
           MOVE SPACES TO AuditDetailText
           STRING FUNCTION TRIM(TermEntryCode) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TermEntryStart DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               TermEntryEnd DELIMITED BY SIZE
               " grades due " DELIMITED BY SIZE
               TermEntryGradesDue DELIMITED BY SIZE
               INTO AuditDetailText
           PERFORM WriteAdminAudit
           IF TermEntryExists = 'Y'
               MOVE "Term updated." TO CurrentMessage
           ELSE
               MOVE "Term added." TO CurrentMessage
           END-IF
           PERFORM DisplayAndLog
           IF TermEntryExists = 'N' AND TermEntryClosed NOT = SPACES
               MOVE "Its grades-due date has passed, so it is recorded as already closed."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       RemoveAcademicTerm.
           MOVE "Enter the term code to remove:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION UPPER-CASE(TempString(1:6)) TO TermEntryCode
           MOVE 'N' TO TermEntryExists
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT TermCalendarFile
           OPEN OUTPUT TempTermCalendarFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ TermCalendarFile INTO TermCalendarRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF TermCode IN TermCalendarRecord = TermEntryCode
                       MOVE 'Y' TO TermEntryExists
                   ELSE
                       WRITE TempTermCalendarRecord FROM TermCalendarRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE TermCalendarFile
           CLOSE TempTermCalendarFile
           MOVE "term_calendar.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "term_calendar.dat"
           CALL "CBL_RENAME_FILE" USING "term_calendar_temp.dat"
               "term_calendar.dat"
           PERFORM JournalAfterImage
           IF TermEntryExists = 'Y'
               MOVE "ADMIN_TERM_DEL" TO AuditActionName
               MOVE TermEntryCode TO AuditDetailText
               PERFORM WriteAdminAudit
               MOVE "Term removed." TO CurrentMessage
           ELSE
               MOVE "No such term in the calendar." TO CurrentMessage
           END-IF
           PERFORM DisplayAndLog.

       ListAcademicTerms.
           MOVE "Code   Name                 Start      End        Grades due Commence   Closed"
               TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE 0 TO TermListCount
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT TermCalendarFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ TermCalendarFile INTO TermCalendarRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO TermListCount
                   MOVE SPACES TO CurrentMessage
                   STRING TermCode IN TermCalendarRecord DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TermName IN TermCalendarRecord DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TermStartDate IN TermCalendarRecord DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TermEndDate IN TermCalendarRecord DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TermGradesDueDate IN TermCalendarRecord
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TermCommencementDate IN TermCalendarRecord
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TermClosedDate IN TermCalendarRecord DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM DisplayAndLog
               END-READ
           END-PERFORM
           CLOSE TermCalendarFile
           IF TermListCount = 0
               MOVE "No terms in the calendar." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       DetermineTermToday.
           MOVE SPACES TO FixedMessageTimestamp
           ACCEPT FixedMessageTimestamp
               FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
           IF FUNCTION TRIM(FixedMessageTimestamp) = SPACES
               MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
               MOVE SPACES TO TermTodayDate
               STRING CurrentDateTime(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(7:2) DELIMITED BY SIZE
                   INTO TermTodayDate
           ELSE
               MOVE FixedMessageTimestamp(1:10) TO TermTodayDate
           END-IF.

       AdminLogin.
           MOVE "--- InCollege Operations Console ---" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "Enter username:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION UPPER-CASE(TempString(1:20)) TO AdminUsername
           MOVE AdminUsername TO JournalUserName
           MOVE "Enter password:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE TempString(1:20) TO AdminPassword

           MOVE 'N' TO AdminVerified
           MOVE AdminUsername TO OtpTargetUsername
           PERFORM CheckSigninLockout
           IF SigninLocked = 'Y' OR SigninLocked = 'S' THEN
               MOVE "Account temporarily locked due to too many failed login attempts." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE AdminPassword TO PasswordDigestInput
               PERFORM ComputePasswordDigest
               OPEN INPUT UserDataFile
               MOVE AdminUsername TO Username IN UserRecord
               READ UserDataFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PasswordDigest IN UserRecord = PasswordDigestValue THEN
                       IF UserRole IN UserRecord = 'A' THEN
                           MOVE 'Y' TO AdminVerified
                       ELSE
                           PERFORM CheckAnyAdminExists
                           IF AnyAdminExists = 'N' THEN
                               MOVE 'Y' TO AdminVerified
                           END-IF
                       END-IF
                   END-IF
               END-READ
               CLOSE UserDataFile
               IF AdminVerified = 'Y' THEN
                   PERFORM VerifySigninCode
                   IF SigninCodeOk = 'Y' THEN
                       PERFORM ResetSigninAttempts
                   ELSE
                       MOVE 'N' TO AdminVerified
                   END-IF
               END-IF
           END-IF

           IF AdminVerified = 'Y' THEN
               PERFORM EnsureAdminRole
               MOVE SPACES TO CurrentMessage
               STRING "Operator " DELIMITED BY SIZE
                   FUNCTION TRIM(AdminUsername) DELIMITED BY SIZE
                   " signed on." DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Console access denied." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       CheckAnyAdminExists.
           MOVE 'N' TO AnyAdminExists
           MOVE 'N' TO EOF-UserData
           OPEN INPUT UserDataFile
           PERFORM UNTIL EOF-UserData = 'Y'
               READ UserDataFile NEXT
               AT END
                   MOVE 'Y' TO EOF-UserData
               NOT AT END
                   IF UserRole IN UserRecord = 'A'
                       MOVE 'Y' TO AnyAdminExists
                   END-IF
               END-READ
           END-PERFORM
           CLOSE UserDataFile.

       EnsureAdminRole.
           MOVE "users.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN I-O UserDataFile
           MOVE AdminUsername TO Username IN UserRecord
           READ UserDataFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF UserRole IN UserRecord NOT = 'A' THEN
                   MOVE 'A' TO UserRole IN UserRecord
                   REWRITE UserRecord
                   MOVE "ADMIN_BOOTSTRAP" TO AuditActionName
                   MOVE "First operator granted admin role" TO AuditDetailText
                   PERFORM WriteAdminAudit
               END-IF
           END-READ
           CLOSE UserDataFile
           MOVE "users.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       AdminReportRequests.
           MOVE AdminUsername TO ReportRequester
           MOVE 'Y' TO ReportRequestAllowAll
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
               PERFORM WriteAdminAudit
           END-IF.

      *> An administrator may ask for any account that exists.
       CheckReportRequestScope.
           MOVE 'N' TO ReportRequestInScope
           OPEN INPUT UserDataFile
           MOVE NewReqSubjectUser TO Username IN UserRecord
           READ UserDataFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO ReportRequestInScope
           END-READ
           CLOSE UserDataFile.

       AdminMenu.
           PERFORM DisplayAndLog
           MOVE "24. Maintain Posting Screening Terms" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "25. Maintain Academic Term Calendar" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "26. Suspend Employer" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "27. Reinstate Employer" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "28. Set or Release FERPA Directory Suppression"
               TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "29. Place or Release Legal Hold" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "30. Privileged Access Recertification" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "31. Ad-hoc Report Requests" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "32. Maintain Career Milestones" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "33. Verify Student Certifications" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "34. Moderate Employer Reviews" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "35. Set Employer Primary Contact" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "36. Employer Contact Log" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "37. Grant Disability Services Role" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "38. Link Division to Parent Employer" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "39. Verification Letter Requests" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "40. Confirm a Verification Number" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "41. Maintain Locations" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "42. Set Staff Recovery Email" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "99. Exit" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
                   PERFORM MaintainSharedTemplates
               WHEN 24
                   PERFORM MaintainScreeningTerms
               WHEN 25
                   PERFORM MaintainTermCalendar
               WHEN 26
                   PERFORM SuspendEmployer
               WHEN 27
                   PERFORM ReinstateEmployer
               WHEN 28
                   PERFORM MaintainFerpaSuppression
               WHEN 29
                   PERFORM MaintainLegalHold
               WHEN 30
                   PERFORM ReviewAccessRecert
               WHEN 31
                   PERFORM AdminReportRequests
               WHEN 32
                   PERFORM MaintainMilestones
               WHEN 33
                   PERFORM ReviewPendingCertifications
               WHEN 34
                   PERFORM ModerateEmployerReviews
               WHEN 35
                   PERFORM SetEmployerPrimaryContact
               WHEN 36
                   PERFORM EmployerContactLog
               WHEN 37
                   PERFORM GrantDisabilityRole
               WHEN 38
                   PERFORM LinkEmployerDivision
               WHEN 39
                   PERFORM ReviewLetterRequests
               WHEN 40
                   PERFORM ConfirmVerificationNumber
               WHEN 41
                   PERFORM MaintainLocations
               WHEN 42
                   PERFORM SetStaffRecoveryEmail
               WHEN 99
                   MOVE "Console session ended." TO CurrentMessage
                   PERFORM DisplayAndLog
       UnlockAccount.
           PERFORM ReadTargetUsername
           MOVE 'N' TO WorkMatchFound
           MOVE 'N' TO UnlockPriorFlag
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT LoginAttemptFile
           OPEN OUTPUT TempAttemptFile
               NOT AT END
                   IF AttemptUsername IN LoginAttemptRecord = TargetUsername THEN
                       MOVE 'Y' TO WorkMatchFound
                       IF AttemptLockedFlag IN LoginAttemptRecord = 'S'
                           MOVE 'S' TO UnlockPriorFlag
                       ELSE
                           MOVE 0 TO AttemptCount IN LoginAttemptRecord
                           MOVE 'N' TO AttemptLockedFlag IN LoginAttemptRecord
                       END-IF
                   END-IF
                   WRITE TempAttemptRecord FROM LoginAttemptRecord
               END-READ
           CALL "CBL_RENAME_FILE" USING "login_attempts_temp.dat"
               "login_attempts.dat"

           IF UnlockPriorFlag = 'S' THEN
               MOVE "That account is locked by an employer suspension; reinstate the employer instead (option 27)."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               IF WorkMatchFound = 'Y' THEN
                   MOVE "ADMIN_UNLOCK" TO AuditActionName
                   MOVE TargetUsername TO AuditDetailText
                   PERFORM WriteAdminAudit
                   MOVE "Account unlocked and failure count reset." TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   MOVE "No login-attempt record found for that username." TO CurrentMessage
                   PERFORM DisplayAndLog
               END-IF
           END-IF.

       ForcePasswordReset.
           END-IF

           MOVE 'N' TO TargetFound
           MOVE "users.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN I-O UserDataFile
           MOVE DecideActionRef(1:20) TO Username IN UserRecord
           READ UserDataFile
               MOVE 'Y' TO TargetFound
           END-READ
           CLOSE UserDataFile
           MOVE "users.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           IF TargetFound = 'Y' THEN
               MOVE "Temporary password set for account." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

      *> Admin, advisor, employer and disability services accounts need a
      *> verified recovery email before they can sign in, and cannot enrol
      *> one at sign-in. Staff whose address was not verified from an
      *> ordinary session before the role was granted get it here: one
      *> admin enters the address confirmed with the account holder and a
      *> second admin confirms it (option 18), when it is recorded as
      *> verified. The address travels in the pending action's reason.
       SetStaffRecoveryEmail.
           PERFORM ReadTargetUsername
           MOVE 'N' TO TargetFound
           OPEN INPUT UserDataFile
           MOVE TargetUsername TO Username IN UserRecord
           READ UserDataFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF UserRole IN UserRecord = 'A' OR
                  UserRole IN UserRecord = 'V' OR
                  UserRole IN UserRecord = 'E' OR
                  UserRole IN UserRecord = 'D' THEN
                   MOVE 'Y' TO TargetFound
               ELSE
                   MOVE 'S' TO TargetFound
               END-IF
           END-READ
           CLOSE UserDataFile

           IF TargetFound = 'N' THEN
               MOVE "No account found with that username." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE IF TargetFound = 'S' THEN
               MOVE "Only staff and employer accounts are set here; students add their own under My Recovery Email."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter the recovery email confirmed with the account holder:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadInputLine
               MOVE TempString(1:60) TO ContactEmailEntry
               PERFORM ValidateEmailFormat
               IF ContactEmailValid = 'N' THEN
                   MOVE "That is not a valid email address; nothing queued."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   MOVE "SETCONTACT" TO QueueActionType
                   MOVE TargetUsername TO QueueActionRef
                   MOVE SPACES TO QueueActionExtra
                   MOVE ContactEmailEntry TO QueueActionReason
                   PERFORM QueuePendingAction
               END-IF
           END-IF
           END-IF.

      *> A different address already verified on the account is told of
      *> the change, as InCollege does when a user changes their own.
       ExecuteSetStaffContact.
           MOVE DecideActionRef(1:20) TO OtpTargetUsername
           PERFORM LookupUserContact
           MOVE SPACES TO StaffContactPrior
           IF ContactFound = 'Y' AND ContactVerifiedOnFile = 'Y' AND
              ContactEmailOnFile NOT = DecideActionReason
               MOVE ContactEmailOnFile TO StaffContactPrior
           END-IF

           MOVE SPACES TO FixedMessageTimestamp
           ACCEPT FixedMessageTimestamp
               FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
           IF FUNCTION TRIM(FixedMessageTimestamp) = SPACES
               MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
               STRING CurrentDateTime(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(7:2) DELIMITED BY SIZE
                   INTO FixedMessageTimestamp
           END-IF

           MOVE 'N' TO EOF-UserContactFile
           OPEN INPUT UserContactFile
           OPEN OUTPUT TempUserContactFile
           PERFORM UNTIL EOF-UserContactFile = 'Y'
               READ UserContactFile INTO UserContactRecord
               AT END
                   MOVE 'Y' TO EOF-UserContactFile
               NOT AT END
                   IF ContactUsername IN UserContactRecord
                      NOT = OtpTargetUsername
                       WRITE TempUserContactRecord FROM UserContactRecord
                   END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO TempUserContactRecord
           MOVE OtpTargetUsername TO ContactUsername IN TempUserContactRecord
           MOVE DecideActionReason TO ContactEmail IN TempUserContactRecord
           MOVE 'Y' TO ContactVerified IN TempUserContactRecord
           MOVE FixedMessageTimestamp(1:10)
               TO ContactVerifiedDate IN TempUserContactRecord
           IF ContactFound = 'Y'
               MOVE ContactPhoneOnFile TO ContactPhone IN TempUserContactRecord
               MOVE ContactPhoneStatusOnFile
                   TO ContactPhoneStatus IN TempUserContactRecord
           END-IF
           WRITE TempUserContactRecord
           CLOSE UserContactFile
           CLOSE TempUserContactFile
           MOVE "user_contacts.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "user_contacts.dat"
           CALL "CBL_RENAME_FILE" USING "user_contacts_temp.dat"
               "user_contacts.dat"
           MOVE "user_contacts.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           IF StaffContactPrior NOT = SPACES
               OPEN EXTEND MailOutboxFile
               MOVE SPACES TO MailOutboxRecord
               MOVE OtpTargetUsername TO OutboxUsername
               MOVE StaffContactPrior TO OutboxAddress
               MOVE "InCollege recovery email changed" TO OutboxSubject
               MOVE "An administrator changed your InCollege recovery email. Call the help desk if this was unexpected."
                   TO OutboxText
               MOVE FixedMessageTimestamp(1:10) TO OutboxStamp
               WRITE MailOutboxRecord
               CLOSE MailOutboxFile
           END-IF

           MOVE "Recovery email recorded as verified for the account."
               TO CurrentMessage
           PERFORM DisplayAndLog.

       RemoveJobPosting.
           MOVE "Enter Job ID to remove:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION NUMVAL-C(TempString(1:5)) TO TargetJobId
           IF TargetJobId = 0 THEN
               MOVE "No Job ID entered; nothing queued." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "JOBREMOVE" TO QueueActionType
               MOVE SPACES TO QueueActionRef
               MOVE TargetJobId TO QueueActionRef(1:5)
               MOVE SPACES TO QueueActionExtra
               PERFORM QueuePendingAction
           END-IF.

       ExecuteJobRemove.
           MOVE FUNCTION NUMVAL-C(DecideActionRef(1:5)) TO TargetJobId
           MOVE 'N' TO WorkMatchFound
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN I-O JobFile
           IF TargetJobId > 0
               MOVE TargetJobId TO JobId IN JobRecord
               READ JobFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WorkMatchFound
                   MOVE JobStatus IN JobRecord TO JshOldStatusValue
                   MOVE JobTitle IN JobRecord TO CascadeJobTitle
                   MOVE JobEmployer IN JobRecord TO CascadeJobEmployer
                   DELETE JobFile RECORD
               END-READ
           END-IF
           CLOSE JobFile
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           IF WorkMatchFound = 'Y' THEN
               MOVE TargetJobId TO JshJobIdValue
                   TargetJobId DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAdminAudit
               MOVE TargetJobId TO CascadeJobId
               MOVE "Removed" TO CascadeNewStatus
               MOVE AdminUsername TO CascadeActor
               MOVE FormattedMessageTimestamp TO CascadeStamp
               PERFORM CascadePostingClose
               MOVE "Job posting removed." TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE SPACES TO CurrentMessage
               STRING "Open applications closed: " DELIMITED BY SIZE
                   CascadeAppsClosed DELIMITED BY SIZE
                   "  interviews cancelled: " DELIMITED BY SIZE
                   CascadeInterviewsCancelled DELIMITED BY SIZE
                   "  offers withdrawn: " DELIMITED BY SIZE
                   CascadeOffersWithdrawn DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "No posting found with that Job ID." TO CurrentMessage
               PERFORM DisplayAndLog

       ExecuteGrantAdmin.
           MOVE 'N' TO TargetFound
           MOVE "users.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN I-O UserDataFile
           MOVE DecideActionRef(1:20) TO Username IN UserRecord
           READ UserDataFile
               MOVE 'Y' TO TargetFound
           END-READ
           CLOSE UserDataFile
           MOVE "users.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           IF TargetFound = 'Y' THEN
               MOVE "Admin role granted." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

      *> Disability services can read confidential accommodation details,
      *> so the grant needs a second admin just like an admin grant.
       GrantDisabilityRole.
           PERFORM ReadTargetUsername
           MOVE "GRANTDISAB" TO QueueActionType
           MOVE TargetUsername TO QueueActionRef
           MOVE SPACES TO QueueActionExtra
           PERFORM QueuePendingAction.

       ExecuteGrantDisability.
           MOVE 'N' TO TargetFound
           MOVE "users.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN I-O UserDataFile
           MOVE DecideActionRef(1:20) TO Username IN UserRecord
           READ UserDataFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'D' TO UserRole IN UserRecord
               REWRITE UserRecord
               MOVE 'Y' TO TargetFound
           END-READ
           CLOSE UserDataFile
           MOVE "users.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           IF TargetFound = 'Y' THEN
               MOVE "Disability services role granted." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "No account found with that username." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       GetNextPendActionId.
           MOVE 0 TO LastPendActionIdValue
           OPEN INPUT PendingActionCounterFile
           END-READ
           CLOSE PendingActionCounterFile
           ADD 1 TO LastPendActionIdValue
           MOVE "pending_action_counter.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN OUTPUT PendingActionCounterFile
           MOVE LastPendActionIdValue
               TO LastPendActionId IN PendingActionCounterRecord
           WRITE PendingActionCounterRecord
           CLOSE PendingActionCounterFile
           MOVE "pending_action_counter.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       QueuePendingAction.
           PERFORM GetNextPendActionId
                   INTO FixedMessageTimestamp
           END-IF

           MOVE "pending_actions.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND PendingActionFile
           MOVE SPACES TO PendingActionRecord
           MOVE LastPendActionIdValue TO PendActionId IN PendingActionRecord
           MOVE FixedMessageTimestamp(1:10)
               TO PendRequestDate IN PendingActionRecord
           MOVE "Pending" TO PendActionStatus IN PendingActionRecord
           MOVE QueueActionReason TO PendActionReason IN PendingActionRecord
           WRITE PendingActionRecord
           CLOSE PendingActionFile
           MOVE "pending_actions.dat" TO JournalMasterName
           PERFORM JournalAfterImage
           MOVE SPACES TO QueueActionReason

           MOVE "ADMIN_REQUEST" TO AuditActionName
           MOVE SPACES TO AuditDetailText
                           ")" DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                       IF PendActionReason IN PendingActionRecord
                          NOT = SPACES
                           MOVE SPACES TO CurrentMessage
                           STRING "    Reason: " DELIMITED BY SIZE
                               FUNCTION TRIM(PendActionReason
                                   IN PendingActionRecord)
                               DELIMITED BY SIZE
                               INTO CurrentMessage
                           PERFORM DisplayAndLog
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
                               TO DecideActionExtra
                           MOVE PendRequestedBy IN PendingActionRecord
                               TO DecideRequestedBy
                           MOVE PendActionReason IN PendingActionRecord
                               TO DecideActionReason
                           IF DecidePendChoice = 'C'
                               MOVE "Done"
                                   TO PendActionStatus IN PendingActionRecord
           CLOSE PendingActionFile
           CLOSE TempPendingActionFile

           MOVE "pending_actions.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "pending_actions.dat"
           CALL "CBL_RENAME_FILE" USING "pending_actions_temp.dat"
               "pending_actions.dat"
           PERFORM JournalAfterImage

           IF DecidePendFound = 'N' THEN
               MOVE "No pending action was decided." TO CurrentMessage
                           PERFORM ExecuteJobRemove
                       WHEN "GRANTADMIN"
                           PERFORM ExecuteGrantAdmin
                       WHEN "GRANTDISAB"
                           PERFORM ExecuteGrantDisability
                       WHEN "PWDRESET"
                           PERFORM ExecutePwdReset
                       WHEN "EMPSUSPEND"
                           PERFORM ExecuteEmployerSuspend
                       WHEN "EMPREINSTATE"
                           PERFORM ExecuteEmployerReinstate
                       WHEN "FERPARELEASE"
                           PERFORM ExecuteFerpaRelease
                       WHEN "LEGALRELEASE"
                           PERFORM ExecuteLegalRelease
                       WHEN "SETCONTACT"
                           PERFORM ExecuteSetStaffContact
                       WHEN OTHER
                           MOVE "Unknown action type; nothing executed."
                               TO CurrentMessage
               PERFORM WriteAdminAudit
           END-IF.

      *> Suppressing takes effect at once, since it only withholds
      *> information. Releasing puts the student back into lookups and
      *> extracts, so it needs a second admin like other sensitive changes.
       MaintainFerpaSuppression.
           PERFORM ReadTargetUsername
           MOVE 'N' TO TargetFound
           OPEN INPUT UserDataFile
           MOVE TargetUsername TO Username IN UserRecord
           READ UserDataFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF UserRole IN UserRecord = 'S' OR
                  UserRole IN UserRecord = SPACE
                   MOVE 'Y' TO TargetFound
               END-IF
           END-READ
           CLOSE UserDataFile
           IF TargetFound = 'N' THEN
               MOVE "No student account with that username." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE TargetUsername TO FerpaCheckTarget
               PERFORM CheckFerpaSuppressed
               IF FerpaSuppressed = 'Y'
                   MOVE "Directory information is currently SUPPRESSED."
                       TO CurrentMessage
               ELSE
                   MOVE "Directory information is currently released."
                       TO CurrentMessage
               END-IF
               PERFORM DisplayAndLog
               MOVE "Enter S to suppress, R to release, or blank to cancel:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadInputLine
               MOVE FUNCTION UPPER-CASE(TempString(1:1)) TO FerpaChoice
               EVALUATE TRUE
                   WHEN FerpaChoice = 'S' AND FerpaSuppressed = 'Y'
                       MOVE "That student is already suppressed."
                           TO CurrentMessage
                       PERFORM DisplayAndLog
                   WHEN FerpaChoice = 'R' AND FerpaSuppressed = 'N'
                       MOVE "That student is not suppressed." TO CurrentMessage
                       PERFORM DisplayAndLog
                   WHEN FerpaChoice = 'S' OR FerpaChoice = 'R'
                       PERFORM RequestFerpaChange
                   WHEN OTHER
                       MOVE "No change made." TO CurrentMessage
                       PERFORM DisplayAndLog
               END-EVALUATE
           END-IF.

       RequestFerpaChange.
           MOVE "Enter the registrar request reference or reason (required):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE TempString(1:60) TO FerpaReasonEntry
           IF FUNCTION TRIM(FerpaReasonEntry) = SPACES THEN
               MOVE "A reason is required; no change made." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               IF FerpaChoice = 'S'
                   MOVE 'Y' TO FerpaNewFlag
                   MOVE AdminUsername TO FerpaSetByValue
                   PERFORM WriteFerpaSuppression
                   MOVE "FERPA_SUPPRESS" TO AuditActionName
                   MOVE SPACES TO AuditDetailText
                   STRING FUNCTION TRIM(FerpaCheckTarget) DELIMITED BY SIZE
                       " suppressed: " DELIMITED BY SIZE
                       FUNCTION TRIM(FerpaReasonEntry) DELIMITED BY SIZE
                       INTO AuditDetailText
                   PERFORM WriteAdminAudit
                   MOVE "Directory information suppressed." TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   MOVE "FERPARELEASE" TO QueueActionType
                   MOVE FerpaCheckTarget TO QueueActionRef
                   MOVE SPACES TO QueueActionExtra
                   MOVE FerpaReasonEntry TO QueueActionReason
                   PERFORM QueuePendingAction
               END-IF
           END-IF.

       ExecuteFerpaRelease.
           MOVE DecideActionRef(1:20) TO FerpaCheckTarget
           PERFORM CheckFerpaSuppressed
           IF FerpaSuppressed = 'N' THEN
               MOVE "That student is no longer suppressed; nothing changed."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE 'N' TO FerpaNewFlag
               MOVE DecideRequestedBy TO FerpaSetByValue
               PERFORM WriteFerpaSuppression
               MOVE "FERPA_RELEASE" TO AuditActionName
               MOVE SPACES TO AuditDetailText
               STRING FUNCTION TRIM(FerpaCheckTarget) DELIMITED BY SIZE
                   " released: " DELIMITED BY SIZE
                   FUNCTION TRIM(DecideActionReason) DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAdminAudit
               MOVE "Directory information released." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       WriteFerpaSuppression.
           PERFORM DetermineFerpaToday
           MOVE "ferpa_suppressions.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND FerpaSuppressionFile
           MOVE SPACES TO FerpaSuppressionRecord
           MOVE FerpaCheckTarget TO FerpaUsername
           MOVE FerpaNewFlag TO FerpaFlag
           MOVE FerpaToday TO FerpaEffectiveDate
           MOVE FerpaSetByValue TO FerpaSetBy
           MOVE FerpaToday TO FerpaSetDate
           WRITE FerpaSuppressionRecord
           CLOSE FerpaSuppressionFile
           MOVE "ferpa_suppressions.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

      *> A hold is placed at once so nothing can be destroyed while the
      *> paperwork catches up; lifting it needs a second admin. An account
      *> no longer on users.dat can still be held, since the records left
      *> behind under that name are exactly what OrphanScan would take.
       MaintainLegalHold.
           PERFORM ReadTargetUsername
           IF FUNCTION TRIM(TargetUsername) = SPACES THEN
               MOVE "No username entered." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE 'N' TO TargetFound
               OPEN INPUT UserDataFile
               MOVE TargetUsername TO Username IN UserRecord
               READ UserDataFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO TargetFound
               END-READ
               CLOSE UserDataFile
               IF TargetFound = 'N' THEN
                   MOVE "No account with that username; a hold still covers records left under it."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               END-IF
               PERFORM LoadLegalHolds
               MOVE TargetUsername TO LegalHoldTarget
               PERFORM CheckLegalHold
               IF LegalHoldActive = 'Y'
                   MOVE SPACES TO CurrentMessage
                   STRING "Account is under legal hold, case " DELIMITED BY SIZE
                       FUNCTION TRIM(LegalHoldCaseRef) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO CurrentMessage
               ELSE
                   MOVE "Account is not under legal hold." TO CurrentMessage
               END-IF
               PERFORM DisplayAndLog
               MOVE "Enter P to place a hold, R to release, or blank to cancel:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadInputLine
               MOVE FUNCTION UPPER-CASE(TempString(1:1)) TO LegalHoldChoice
               EVALUATE TRUE
                   WHEN LegalHoldChoice = 'P' AND LegalHoldActive = 'Y'
                       MOVE "That account is already under legal hold."
                           TO CurrentMessage
                       PERFORM DisplayAndLog
                   WHEN LegalHoldChoice = 'R' AND LegalHoldActive = 'N'
                       MOVE "That account is not under legal hold."
                           TO CurrentMessage
                       PERFORM DisplayAndLog
                   WHEN LegalHoldChoice = 'P'
                       PERFORM PlaceLegalHold
                   WHEN LegalHoldChoice = 'R'
                       PERFORM RequestLegalRelease
                   WHEN OTHER
                       MOVE "No change made." TO CurrentMessage
                       PERFORM DisplayAndLog
               END-EVALUATE
           END-IF.

       PlaceLegalHold.
           MOVE "Enter the case reference (required):" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION UPPER-CASE(TempString(1:20)) TO LegalHoldCaseEntry
           IF FUNCTION TRIM(LegalHoldCaseEntry) = SPACES THEN
               MOVE "A case reference is required; no hold placed."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               PERFORM DetermineLegalHoldToday
               MOVE "legal_holds.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND LegalHoldFile
               MOVE SPACES TO LegalHoldRecord
               MOVE TargetUsername TO HoldUsername IN LegalHoldRecord
               MOVE LegalHoldCaseEntry TO HoldCaseRef IN LegalHoldRecord
               MOVE AdminUsername TO HoldPlacedBy IN LegalHoldRecord
               MOVE LegalHoldToday TO HoldPlacedDate IN LegalHoldRecord
               MOVE "Active" TO HoldStatus IN LegalHoldRecord
               WRITE LegalHoldRecord
               CLOSE LegalHoldFile
               MOVE "legal_holds.dat" TO JournalMasterName
               PERFORM JournalAfterImage
               MOVE "LEGAL_HOLD" TO AuditActionName
               MOVE SPACES TO AuditDetailText
               STRING FUNCTION TRIM(TargetUsername) DELIMITED BY SIZE
                   " held under case " DELIMITED BY SIZE
                   FUNCTION TRIM(LegalHoldCaseEntry) DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAdminAudit
               MOVE "Legal hold placed." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       RequestLegalRelease.
           MOVE "Enter the reason for releasing the hold (required):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE TempString(1:60) TO LegalHoldReasonEntry
           IF FUNCTION TRIM(LegalHoldReasonEntry) = SPACES THEN
               MOVE "A reason is required; no change made." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "LEGALRELEASE" TO QueueActionType
               MOVE TargetUsername TO QueueActionRef
               MOVE LegalHoldCaseRef TO QueueActionExtra
               MOVE LegalHoldReasonEntry TO QueueActionReason
               PERFORM QueuePendingAction
           END-IF.

       ExecuteLegalRelease.
           PERFORM LoadLegalHolds
           MOVE DecideActionRef(1:20) TO LegalHoldTarget
           PERFORM CheckLegalHold
           IF LegalHoldActive = 'N' THEN
               MOVE "That account is no longer under legal hold; nothing changed."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               PERFORM DetermineLegalHoldToday
               MOVE 'N' TO EOF-LegalHoldFile
               OPEN INPUT LegalHoldFile
               OPEN OUTPUT TempLegalHoldFile
               PERFORM UNTIL EOF-LegalHoldFile = 'Y'
                   READ LegalHoldFile INTO LegalHoldRecord
                   AT END
                       MOVE 'Y' TO EOF-LegalHoldFile
                   NOT AT END
                       IF HoldUsername IN LegalHoldRecord = LegalHoldTarget
                          AND FUNCTION TRIM(HoldStatus IN LegalHoldRecord)
                          = "Active"
                           MOVE "Released" TO HoldStatus IN LegalHoldRecord
                           MOVE DecideRequestedBy
                               TO HoldReleasedBy IN LegalHoldRecord
                           MOVE LegalHoldToday
                               TO HoldReleasedDate IN LegalHoldRecord
                       END-IF
                       WRITE TempLegalHoldRecord FROM LegalHoldRecord
                   END-READ
               END-PERFORM
               CLOSE LegalHoldFile
               CLOSE TempLegalHoldFile

               MOVE "legal_holds.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "legal_holds.dat"
               CALL "CBL_RENAME_FILE" USING "legal_holds_temp.dat"
                   "legal_holds.dat"
               PERFORM JournalAfterImage

               MOVE "LEGAL_RELEASE" TO AuditActionName
               MOVE SPACES TO AuditDetailText
               STRING FUNCTION TRIM(LegalHoldTarget) DELIMITED BY SIZE
                   " case " DELIMITED BY SIZE
                   FUNCTION TRIM(LegalHoldCaseRef) DELIMITED BY SIZE
                   " released: " DELIMITED BY SIZE
                   FUNCTION TRIM(DecideActionReason) DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAdminAudit
               MOVE "Legal hold released." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

      *> Walks the open lines AccessRecert raised for this quarter. Keep or
      *> revoke is recorded against the line; revoking drops the account
      *> to the student role at once. Nobody certifies their own access,
      *> and the last admin cannot be revoked from here.
       ReviewAccessRecert.
           PERFORM CountRecertAdmins
           PERFORM DetermineTermToday
           MOVE 0 TO RecertLinesSeen
           MOVE 'N' TO RecertStopReview
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT RecertItemFile
           OPEN OUTPUT TempRecertItemFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ RecertItemFile INTO RecertItemRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF RecertDecision IN RecertItemRecord = SPACES AND
                      RecertStopReview = 'N'
                       PERFORM ReviewOneRecertLine
                   END-IF
                   WRITE TempRecertItemRecord FROM RecertItemRecord
               END-READ
           END-PERFORM
           CLOSE RecertItemFile
           CLOSE TempRecertItemFile

           MOVE "recert_items.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "recert_items.dat"
           CALL "CBL_RENAME_FILE" USING "recert_items_temp.dat"
               "recert_items.dat"
           PERFORM JournalAfterImage

           IF RecertLinesSeen = 0 THEN
               MOVE "No privileged-access lines are awaiting review."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       ReviewOneRecertLine.
           ADD 1 TO RecertLinesSeen
           MOVE SPACES TO CurrentMessage
           STRING RecertCycle IN RecertItemRecord DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(RecertUsername IN RecertItemRecord)
               DELIMITED BY SIZE
               " role " DELIMITED BY SIZE
               RecertRole IN RecertItemRecord DELIMITED BY SIZE
               ", last login " DELIMITED BY SIZE
               FUNCTION TRIM(RecertLastLogin IN RecertItemRecord)
               DELIMITED BY SIZE
               ", due " DELIMITED BY SIZE
               RecertDeadline IN RecertItemRecord DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           MOVE SPACES TO CurrentMessage
           STRING "    " DELIMITED BY SIZE
               FUNCTION TRIM(RecertAccessDetail IN RecertItemRecord)
               DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           IF RecertUsername IN RecertItemRecord = AdminUsername
               MOVE "    This is your own access; another admin must certify it."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "K to keep, R to revoke, blank to skip, Q to stop:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadInputLine
               IF EOF-InputFile = 'Y'
                   MOVE 'Q' TO RecertChoice
               ELSE
                   MOVE FUNCTION UPPER-CASE(TempString(1:1)) TO RecertChoice
               END-IF
               EVALUATE RecertChoice
                   WHEN 'K'
                       MOVE "KEEP" TO RecertDecision IN RecertItemRecord
                       MOVE AdminUsername TO RecertDecidedBy IN RecertItemRecord
                       MOVE TermTodayDate
                           TO RecertDecidedDate IN RecertItemRecord
                       MOVE "RECERT_KEEP" TO AuditActionName
                       MOVE SPACES TO AuditDetailText
                       STRING FUNCTION TRIM(RecertUsername IN RecertItemRecord)
                           DELIMITED BY SIZE
                           " role " DELIMITED BY SIZE
                           RecertRole IN RecertItemRecord DELIMITED BY SIZE
                           " kept, cycle " DELIMITED BY SIZE
                           RecertCycle IN RecertItemRecord DELIMITED BY SIZE
                           INTO AuditDetailText
                       PERFORM WriteAdminAudit
                   WHEN 'R'
                       PERFORM RevokeRecertLine
                   WHEN 'Q'
                       MOVE 'Y' TO RecertStopReview
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       RevokeRecertLine.
           IF RecertRole IN RecertItemRecord = 'A' AND
              RecertAdminCount <= 1
               MOVE "That is the last admin account; certify it or grant another admin first."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE 'N' TO RecertRoleChanged
               MOVE "users.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN I-O UserDataFile
               MOVE RecertUsername IN RecertItemRecord TO Username IN UserRecord
               READ UserDataFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF UserRole IN UserRecord = RecertRole IN RecertItemRecord
                       MOVE 'S' TO UserRole IN UserRecord
                       REWRITE UserRecord
                       MOVE 'Y' TO RecertRoleChanged
                   END-IF
               END-READ
               CLOSE UserDataFile
               MOVE "users.dat" TO JournalMasterName
               PERFORM JournalAfterImage
               IF RecertRoleChanged = 'Y' AND
                  RecertRole IN RecertItemRecord = 'A'
                   SUBTRACT 1 FROM RecertAdminCount
               END-IF
               MOVE "REVOKE" TO RecertDecision IN RecertItemRecord
               MOVE AdminUsername TO RecertDecidedBy IN RecertItemRecord
               MOVE TermTodayDate TO RecertDecidedDate IN RecertItemRecord
               MOVE "RECERT_REVOKE" TO AuditActionName
               MOVE SPACES TO AuditDetailText
               STRING FUNCTION TRIM(RecertUsername IN RecertItemRecord)
                   DELIMITED BY SIZE
                   " role " DELIMITED BY SIZE
                   RecertRole IN RecertItemRecord DELIMITED BY SIZE
                   " revoked, cycle " DELIMITED BY SIZE
                   RecertCycle IN RecertItemRecord DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAdminAudit
               MOVE "Access revoked; the account is now a student account."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       CountRecertAdmins.
           MOVE 0 TO RecertAdminCount
           MOVE 'N' TO EOF-UserData
           OPEN INPUT UserDataFile
           PERFORM UNTIL EOF-UserData = 'Y'
               READ UserDataFile NEXT
               AT END
                   MOVE 'Y' TO EOF-UserData
               NOT AT END
                   IF UserRole IN UserRecord = 'A'
                       ADD 1 TO RecertAdminCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE UserDataFile.

      *> Suspension is requested here and carried out only when a second
      *> admin confirms it under option 18. The reason travels with the
      *> pending action into employer_suspensions.dat and the audit trail.
       SuspendEmployer.
           MOVE "Suspended" TO SuspendRequestedState
           PERFORM RequestEmployerStatusChange.

       ReinstateEmployer.
           MOVE "Reinstated" TO SuspendRequestedState
           PERFORM RequestEmployerStatusChange.

       RequestEmployerStatusChange.
           MOVE "Enter Employer ID:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION NUMVAL-C(TempString(1:5)) TO SuspendEmployerId
           PERFORM LookupSuspendEmployer
           IF EmployerFound = 'N' THEN
               MOVE "No employer found with that ID; nothing queued."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               PERFORM LookupEmployerSuspension
               IF SuspendRequestedState = "Suspended" AND
                  SuspendCurrentState = "Suspended"
                   MOVE "That employer is already suspended." TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   IF SuspendRequestedState = "Reinstated" AND
                      SuspendCurrentState NOT = "Suspended"
                       MOVE "That employer is not suspended." TO CurrentMessage
                       PERFORM DisplayAndLog
                   ELSE
                       MOVE "Enter the reason (required):" TO CurrentMessage
                       PERFORM DisplayAndLog
                       PERFORM ReadInputLine
                       MOVE TempString(1:60) TO SuspendReasonEntry
                       IF FUNCTION TRIM(SuspendReasonEntry) = SPACES THEN
                           MOVE "A reason is required; nothing queued."
                               TO CurrentMessage
                           PERFORM DisplayAndLog
                       ELSE
                           IF SuspendRequestedState = "Suspended"
                               MOVE "EMPSUSPEND" TO QueueActionType
                           ELSE
                               MOVE "EMPREINSTATE" TO QueueActionType
                           END-IF
                           MOVE SPACES TO QueueActionRef
                           MOVE SuspendEmployerId TO QueueActionRef(1:5)
                           MOVE SuspendEmployerName(1:24)
                               TO QueueActionRef(7:24)
                           MOVE SPACES TO QueueActionExtra
                           MOVE SuspendReasonEntry TO QueueActionReason
                           PERFORM QueuePendingAction
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LookupSuspendEmployer.
           MOVE 'N' TO EmployerFound
           MOVE SPACES TO SuspendEmployerName
           MOVE 'N' TO EOF-EmployerFile
           OPEN INPUT EmployerFile
           PERFORM UNTIL EOF-EmployerFile = 'Y' OR EmployerFound = 'Y'
               READ EmployerFile INTO EmployerRecord
               AT END
                   MOVE 'Y' TO EOF-EmployerFile
               NOT AT END
                   IF EmployerId-Master IN EmployerRecord IS NUMERIC AND
                      EmployerId-Master IN EmployerRecord = SuspendEmployerId
                      AND SuspendEmployerId > 0
                       MOVE 'Y' TO EmployerFound
                       MOVE EmployerName IN EmployerRecord
                           TO SuspendEmployerName
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerFile.

      *> The employer's latest entry in employer_suspensions.dat decides
      *> whether it is suspended now.
       LookupEmployerSuspension.
           MOVE SPACES TO SuspendCurrentState
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT EmployerSuspensionFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ EmployerSuspensionFile INTO EmployerSuspensionRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF SuspEmployerId IN EmployerSuspensionRecord =
                      SuspendEmployerId
                       MOVE SuspAction IN EmployerSuspensionRecord
                           TO SuspendCurrentState
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerSuspensionFile.

       ExecuteEmployerSuspend.
           MOVE FUNCTION NUMVAL-C(DecideActionRef(1:5)) TO SuspendEmployerId
           PERFORM LookupSuspendEmployer
           PERFORM LookupEmployerSuspension
           IF SuspendCurrentState = "Suspended" THEN
               MOVE "That employer is already suspended; nothing changed."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Suspended" TO SuspendRequestedState
               PERFORM ApplyEmployerStatusChange
               MOVE "EMPLOYER_SUSPEND" TO AuditActionName
               MOVE SPACES TO AuditDetailText
               STRING "Employer " DELIMITED BY SIZE
                   SuspendEmployerId DELIMITED BY SIZE
                   " suspended: " DELIMITED BY SIZE
                   FUNCTION TRIM(DecideActionReason) DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAdminAudit
               MOVE "Employer suspended." TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ShowEmployerStatusCounts
           END-IF.

       ExecuteEmployerReinstate.
           MOVE FUNCTION NUMVAL-C(DecideActionRef(1:5)) TO SuspendEmployerId
           PERFORM LookupSuspendEmployer
           PERFORM LookupEmployerSuspension
           IF SuspendCurrentState NOT = "Suspended" THEN
               MOVE "That employer is not suspended; nothing changed."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Reinstated" TO SuspendRequestedState
               PERFORM ApplyEmployerStatusChange
               MOVE "EMPLOYER_REINSTATE" TO AuditActionName
               MOVE SPACES TO AuditDetailText
               STRING "Employer " DELIMITED BY SIZE
                   SuspendEmployerId DELIMITED BY SIZE
                   " reinstated: " DELIMITED BY SIZE
                   FUNCTION TRIM(DecideActionReason) DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAdminAudit
               MOVE "Employer reinstated." TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ShowEmployerStatusCounts
           END-IF.

       ApplyEmployerStatusChange.
           MOVE 0 TO SuspendAppsNotified
           MOVE 0 TO SuspendBoothsMoved
           MOVE 0 TO SuspendAccountsChanged
           PERFORM SetEmployerPostingsState
           PERFORM NotifyEmployerApplicants
           PERFORM LoadEmployerLinkedUsers
           PERFORM SetEmployerAccountLocks
           IF SuspendRequestedState = "Suspended"
               PERFORM PullEmployerBooths
           ELSE
               PERFORM RestoreEmployerBooths
           END-IF
           PERFORM WriteEmployerSuspension.

       ShowEmployerStatusCounts.
           MOVE SPACES TO CurrentMessage
           STRING "Postings: " DELIMITED BY SIZE
               SuspendJobCount DELIMITED BY SIZE
               "  accounts: " DELIMITED BY SIZE
               SuspendAccountsChanged DELIMITED BY SIZE
               "  booths: " DELIMITED BY SIZE
               SuspendBoothsMoved DELIMITED BY SIZE
               "  applicants notified: " DELIMITED BY SIZE
               SuspendAppsNotified DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog.

      *> Suspending hides every live or pending posting of the employer;
      *> each one's prior status is kept in job_status_history.dat, which
      *> is where reinstating takes it back from.
       SetEmployerPostingsState.
           MOVE 0 TO SuspendJobCount
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           MOVE 'N' TO EOF-WorkFile
           OPEN I-O JobFile
           MOVE SuspendEmployerId TO EmployerId IN JobRecord
           START JobFile KEY IS = EmployerId IN JobRecord
           INVALID KEY
               MOVE 'Y' TO EOF-WorkFile
           END-START
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ JobFile NEXT INTO JobRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF EmployerId IN JobRecord NOT = SuspendEmployerId
                       MOVE 'Y' TO EOF-WorkFile
                   ELSE
                   IF SuspendJobCount < 500
                       IF SuspendRequestedState = "Suspended"
                           IF FUNCTION TRIM(JobStatus IN JobRecord) = SPACES
                              OR FUNCTION TRIM(JobStatus IN JobRecord)
                                 = "Approved"
                              OR FUNCTION TRIM(JobStatus IN JobRecord)
                                 = "Pending"
                               ADD 1 TO SuspendJobCount
                               MOVE JobId IN JobRecord
                                   TO SjJobId(SuspendJobCount)
                               MOVE JobTitle IN JobRecord
                                   TO SjTitle(SuspendJobCount)
                               MOVE JobStatus IN JobRecord
                                   TO SjOldStatus(SuspendJobCount)
                               MOVE "Suspended" TO SjNewStatus(SuspendJobCount)
                               MOVE "Suspended" TO JobStatus IN JobRecord
                               REWRITE JobRecord
                           END-IF
                       ELSE
                           IF FUNCTION TRIM(JobStatus IN JobRecord)
                              = "Suspended"
                               ADD 1 TO SuspendJobCount
                               MOVE JobId IN JobRecord
                                   TO SjJobId(SuspendJobCount)
                               MOVE JobTitle IN JobRecord
                                   TO SjTitle(SuspendJobCount)
                               MOVE JobStatus IN JobRecord
                                   TO SjOldStatus(SuspendJobCount)
                               MOVE JobId IN JobRecord TO TargetJobId
                               PERFORM FindStatusBeforeSuspension
                               MOVE SuspendRestoreStatus
                                   TO SjNewStatus(SuspendJobCount)
                               MOVE SuspendRestoreStatus
                                   TO JobStatus IN JobRecord
                               REWRITE JobRecord
                           END-IF
                       END-IF
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE JobFile
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           PERFORM VARYING SuspendJobIndex FROM 1 BY 1
               UNTIL SuspendJobIndex > SuspendJobCount
               MOVE SjJobId(SuspendJobIndex) TO JshJobIdValue
               MOVE SjOldStatus(SuspendJobIndex) TO JshOldStatusValue
               MOVE SjNewStatus(SuspendJobIndex) TO JshNewStatusValue
               PERFORM WriteJobStatusHistory
           END-PERFORM.

       FindStatusBeforeSuspension.
           MOVE "Approved" TO SuspendRestoreStatus
           MOVE 'N' TO EOF-SuspendHistory
           OPEN INPUT JobHistoryFile
           PERFORM UNTIL EOF-SuspendHistory = 'Y'
               READ JobHistoryFile INTO JobHistoryRecord
               AT END
                   MOVE 'Y' TO EOF-SuspendHistory
               NOT AT END
                   IF JshJobId IN JobHistoryRecord = TargetJobId AND
                      JshApplicant IN JobHistoryRecord = SPACES AND
                      FUNCTION TRIM(JshNewStatus IN JobHistoryRecord)
                      = "Suspended"
                       MOVE JshOldStatus IN JobHistoryRecord
                           TO SuspendRestoreStatus
                   END-IF
               END-READ
           END-PERFORM
           CLOSE JobHistoryFile.

      *> Applications are left as they are; the student is only told the
      *> posting is on hold, or open again.
       NotifyEmployerApplicants.
           PERFORM DetermineTermToday
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT ApplicationFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ ApplicationFile INTO ApplicationRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   MOVE 0 TO SuspendJobMatch
                   IF AppJobId IN ApplicationRecord IS NUMERIC
                       PERFORM VARYING SuspendJobIndex FROM 1 BY 1
                           UNTIL SuspendJobIndex > SuspendJobCount
                               OR SuspendJobMatch > 0
                           IF SjJobId(SuspendJobIndex) =
                              AppJobId IN ApplicationRecord
                               MOVE SuspendJobIndex TO SuspendJobMatch
                           END-IF
                       END-PERFORM
                   END-IF
                   IF SuspendJobMatch > 0 AND
                      (FUNCTION TRIM(AppStatus IN ApplicationRecord) = SPACES
                       OR FUNCTION TRIM(AppStatus IN ApplicationRecord)
                          = "Submitted"
                       OR FUNCTION TRIM(AppStatus IN ApplicationRecord)
                          = "Reviewed"
                       OR FUNCTION TRIM(AppStatus IN ApplicationRecord)
                          = "Interview"
                       OR FUNCTION TRIM(AppStatus IN ApplicationRecord)
                          = "Offer")
                       PERFORM WriteEmployerStatusNotice
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ApplicationFile.

       WriteEmployerStatusNotice.
           MOVE "notifications.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND NotificationFile
           MOVE SPACES TO NotificationRecord
           MOVE AppUsername IN ApplicationRecord
               TO NotifUsername IN NotificationRecord
           MOVE SPACES TO NotifText IN NotificationRecord
           IF SuspendRequestedState = "Suspended"
               STRING "'" DELIMITED BY SIZE
                   FUNCTION TRIM(SjTitle(SuspendJobMatch)) DELIMITED BY SIZE
                   "' is on hold while its employer is under review."
                   DELIMITED BY SIZE
                   INTO NotifText IN NotificationRecord
           ELSE
               STRING "'" DELIMITED BY SIZE
                   FUNCTION TRIM(SjTitle(SuspendJobMatch)) DELIMITED BY SIZE
                   "' is open again; your application is active."
                   DELIMITED BY SIZE
                   INTO NotifText IN NotificationRecord
           END-IF
           MOVE TermTodayDate TO NotifDate IN NotificationRecord
           MOVE "New" TO NotifStatus IN NotificationRecord
           MOVE "JOBS" TO NotifCategoryCode IN NotificationRecord
           MOVE 'N' TO NotifRelayed IN NotificationRecord
           WRITE NotificationRecord
           CLOSE NotificationFile
           MOVE "notifications.dat" TO JournalMasterName
           PERFORM JournalAfterImage
           ADD 1 TO SuspendAppsNotified.

       LoadEmployerLinkedUsers.
           MOVE 0 TO SuspendUserCount
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT EmployerUserFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ EmployerUserFile INTO EmployerUserRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF EmpUserEmployerId IN EmployerUserRecord =
                      SuspendEmployerId AND SuspendUserCount < 50
                       ADD 1 TO SuspendUserCount
                       MOVE EmpUserUsername IN EmployerUserRecord
                           TO SuspendUserName(SuspendUserCount)
                       MOVE 'N' TO SuspendUserSeen(SuspendUserCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerUserFile.

      *> A suspension lock is flag 'S' in login_attempts.dat. Unlocking an
      *> account (option 1) and a successful password reset leave it
      *> alone; only reinstating the employer clears it.
       SetEmployerAccountLocks.
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT LoginAttemptFile
           OPEN OUTPUT TempAttemptFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ LoginAttemptFile INTO LoginAttemptRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   PERFORM VARYING SuspendUserIndex FROM 1 BY 1
                       UNTIL SuspendUserIndex > SuspendUserCount
                       IF SuspendUserName(SuspendUserIndex) =
                          AttemptUsername IN LoginAttemptRecord
                           MOVE 'Y' TO SuspendUserSeen(SuspendUserIndex)
                           IF SuspendRequestedState = "Suspended"
                               MOVE 'S' TO AttemptLockedFlag
                                   IN LoginAttemptRecord
                               ADD 1 TO SuspendAccountsChanged
                           ELSE
                               IF AttemptLockedFlag IN LoginAttemptRecord
                                  = 'S'
                                   MOVE 'N' TO AttemptLockedFlag
                                       IN LoginAttemptRecord
                                   MOVE 0 TO AttemptCount
                                       IN LoginAttemptRecord
                                   ADD 1 TO SuspendAccountsChanged
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   WRITE TempAttemptRecord FROM LoginAttemptRecord
               END-READ
           END-PERFORM
           CLOSE LoginAttemptFile

           IF SuspendRequestedState = "Suspended"
               PERFORM VARYING SuspendUserIndex FROM 1 BY 1
                   UNTIL SuspendUserIndex > SuspendUserCount
                   IF SuspendUserSeen(SuspendUserIndex) = 'N'
                       MOVE SuspendUserName(SuspendUserIndex)
                           TO AttemptUsername IN LoginAttemptRecord
                       MOVE 0 TO AttemptCount IN LoginAttemptRecord
                       MOVE 'S' TO AttemptLockedFlag IN LoginAttemptRecord
                       WRITE TempAttemptRecord FROM LoginAttemptRecord
                       ADD 1 TO SuspendAccountsChanged
                   END-IF
               END-PERFORM
           END-IF
           CLOSE TempAttemptFile

           CALL "CBL_DELETE_FILE" USING "login_attempts.dat"
           CALL "CBL_RENAME_FILE" USING "login_attempts_temp.dat"
               "login_attempts.dat".

      *> Pulled booths are parked in fair_booths_held.dat so reinstating
      *> can put them back exactly as they were.
       PullEmployerBooths.
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT FairBoothFile
           OPEN OUTPUT TempFairBoothFile
           MOVE "fair_booths_held.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND HeldFairBoothFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ FairBoothFile INTO FairBoothRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF BoothEmployerId IN FairBoothRecord = SuspendEmployerId
                       WRITE HeldFairBoothRecord FROM FairBoothRecord
                       ADD 1 TO SuspendBoothsMoved
                   ELSE
                       WRITE TempFairBoothRecord FROM FairBoothRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FairBoothFile
           CLOSE TempFairBoothFile
           CLOSE HeldFairBoothFile
           MOVE "fair_booths_held.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           MOVE "fair_booths.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "fair_booths.dat"
           CALL "CBL_RENAME_FILE" USING "fair_booths_temp.dat"
               "fair_booths.dat"
           PERFORM JournalAfterImage.

       RestoreEmployerBooths.
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT HeldFairBoothFile
           OPEN OUTPUT TempHeldFairBoothFile
           MOVE "fair_booths.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND FairBoothFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ HeldFairBoothFile INTO FairBoothRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF BoothEmployerId IN FairBoothRecord = SuspendEmployerId
                       WRITE FairBoothRecord
                       ADD 1 TO SuspendBoothsMoved
                   ELSE
                       WRITE TempHeldFairBoothRecord FROM FairBoothRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE HeldFairBoothFile
           CLOSE TempHeldFairBoothFile
           CLOSE FairBoothFile
           MOVE "fair_booths.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           MOVE "fair_booths_held.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "fair_booths_held.dat"
           CALL "CBL_RENAME_FILE" USING "fair_booths_held_temp.dat"
               "fair_booths_held.dat"
           PERFORM JournalAfterImage.

       WriteEmployerSuspension.
           PERFORM DetermineTermToday
           MOVE "employer_suspensions.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND EmployerSuspensionFile
           MOVE SPACES TO EmployerSuspensionRecord
           MOVE SuspendEmployerId TO SuspEmployerId IN EmployerSuspensionRecord
           MOVE SuspendRequestedState TO SuspAction IN EmployerSuspensionRecord
           MOVE DecideActionReason TO SuspReason IN EmployerSuspensionRecord
           MOVE DecideRequestedBy TO SuspRequestedBy IN EmployerSuspensionRecord
           MOVE AdminUsername TO SuspApprovedBy IN EmployerSuspensionRecord
           MOVE TermTodayDate TO SuspDate IN EmployerSuspensionRecord
           WRITE EmployerSuspensionRecord
           CLOSE EmployerSuspensionFile
           MOVE "employer_suspensions.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       MaintainEmployerRecord.
           MOVE "Enter employer name:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE TempString(1:50) TO TargetEmployerName
           MOVE "Enter location:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE TempString(1:50) TO NewEmployerLocation
           MOVE "Enter description:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE TempString(1:200) TO NewEmployerDescription
           MOVE "Enter contact:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE TempString(1:50) TO NewEmployerContact

           IF FUNCTION TRIM(TargetEmployerName) = SPACES THEN
               MOVE "Employer name cannot be empty." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE 'N' TO EmployerFound
               MOVE 'N' TO EOF-EmployerFile
               OPEN INPUT EmployerFile
               OPEN OUTPUT TempEmployerFile
               PERFORM UNTIL EOF-EmployerFile = 'Y'
                   READ EmployerFile INTO EmployerRecord
                   AT END
                       MOVE 'Y' TO EOF-EmployerFile
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(EmployerName IN EmployerRecord)) =
                          FUNCTION UPPER-CASE(FUNCTION TRIM(TargetEmployerName))
                           MOVE 'Y' TO EmployerFound
                           MOVE NewEmployerLocation
                               TO EmployerLocation IN EmployerRecord
                           MOVE NewEmployerDescription
                               TO EmployerDescription IN EmployerRecord
                           MOVE NewEmployerContact
                               TO EmployerContact IN EmployerRecord
                       END-IF
                       WRITE TempEmployerRecord FROM EmployerRecord
                   END-READ
               END-PERFORM
               CLOSE EmployerFile
               CLOSE TempEmployerFile

               MOVE "employers.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "employers.dat"
               CALL "CBL_RENAME_FILE" USING "employers_temp.dat"
                   "employers.dat"
               PERFORM JournalAfterImage

               IF EmployerFound = 'N' THEN
                   PERFORM GetNextEmployerId
                   MOVE "employers.dat" TO JournalMasterName
                   PERFORM JournalBeforeImage
                   OPEN EXTEND EmployerFile
                   MOVE SPACES TO EmployerRecord
                   MOVE LastEmployerIdValue
                       TO EmployerId-Master IN EmployerRecord
                   MOVE TargetEmployerName TO EmployerName IN EmployerRecord
                   MOVE NewEmployerLocation
                       TO EmployerLocation IN EmployerRecord
                   MOVE NewEmployerDescription
                       TO EmployerDescription IN EmployerRecord
                   MOVE NewEmployerContact
                       TO EmployerContact IN EmployerRecord
                   MOVE 0 TO EmployerParentId IN EmployerRecord
                   WRITE EmployerRecord
                   CLOSE EmployerFile
                   MOVE "employers.dat" TO JournalMasterName
                   PERFORM JournalAfterImage
                   MOVE "Employer record created." TO CurrentMessage
               ELSE
                   MOVE "Employer record updated." TO CurrentMessage
               END-IF
               PERFORM DisplayAndLog

               MOVE "ADMIN_EMPLOYER" TO AuditActionName
               MOVE TargetEmployerName TO AuditDetailText
               PERFORM WriteAdminAudit
           END-IF.

      *> Divisions sit one level under a parent: a parent cannot itself be
      *> a division, and an employer with divisions of its own cannot be
      *> made one. A parent ID of 0 unlinks the division.
       LinkEmployerDivision.
           MOVE "Enter the division's employer ID:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION NUMVAL-C(TempString(1:5)) TO HierDivisionId
           MOVE "Enter the parent employer ID (0 to unlink):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION NUMVAL-C(TempString(1:5)) TO HierParentId

           MOVE 'N' TO HierDivisionFound
           MOVE 'N' TO HierDivisionHasDivisions
           MOVE 'N' TO HierParentFound
           MOVE 'N' TO HierParentIsDivision
           MOVE 0 TO HierPreviousParent
           MOVE SPACES TO HierDivisionName
           MOVE SPACES TO HierParentName
           MOVE 'N' TO EOF-EmployerFile
           OPEN INPUT EmployerFile
           PERFORM UNTIL EOF-EmployerFile = 'Y'
               READ EmployerFile INTO EmployerRecord
               AT END
                   MOVE 'Y' TO EOF-EmployerFile
               NOT AT END
                   IF EmployerId-Master IN EmployerRecord = HierDivisionId
                       MOVE 'Y' TO HierDivisionFound
                       MOVE EmployerName IN EmployerRecord
                           TO HierDivisionName
                       IF EmployerParentId IN EmployerRecord IS NUMERIC
                           MOVE EmployerParentId IN EmployerRecord
                               TO HierPreviousParent
                       END-IF
                   END-IF
                   IF EmployerId-Master IN EmployerRecord = HierParentId
                       MOVE 'Y' TO HierParentFound
                       MOVE EmployerName IN EmployerRecord
                           TO HierParentName
                       IF EmployerParentId IN EmployerRecord IS NUMERIC AND
                          EmployerParentId IN EmployerRecord > 0
                           MOVE 'Y' TO HierParentIsDivision
                       END-IF
                   END-IF
                   IF EmployerParentId IN EmployerRecord IS NUMERIC AND
                      EmployerParentId IN EmployerRecord = HierDivisionId
                       MOVE 'Y' TO HierDivisionHasDivisions
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerFile

           IF HierDivisionId = 0 OR HierDivisionFound = 'N' THEN
               MOVE "No employer record with that ID." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE IF HierParentId > 0 AND HierParentFound = 'N' THEN
               MOVE "No parent employer record with that ID."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE IF HierParentId = HierDivisionId THEN
               MOVE "An employer cannot be its own parent." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE IF HierParentIsDivision = 'Y' THEN
               MOVE "That parent is itself a division; link to its parent instead."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE IF HierParentId > 0 AND HierDivisionHasDivisions = 'Y' THEN
               MOVE "That employer has divisions of its own and cannot be made a division."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE 'N' TO EOF-EmployerFile
               OPEN INPUT EmployerFile
               OPEN OUTPUT TempEmployerFile
               PERFORM UNTIL EOF-EmployerFile = 'Y'
                   READ EmployerFile INTO EmployerRecord
                   AT END
                       MOVE 'Y' TO EOF-EmployerFile
                   NOT AT END
                       IF EmployerId-Master IN EmployerRecord =
                          HierDivisionId
                           MOVE HierParentId
                               TO EmployerParentId IN EmployerRecord
                       END-IF
                       WRITE TempEmployerRecord FROM EmployerRecord
                   END-READ
               END-PERFORM
               CLOSE EmployerFile
               CLOSE TempEmployerFile

               MOVE "employers.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "employers.dat"
               CALL "CBL_RENAME_FILE" USING "employers_temp.dat"
                   "employers.dat"
               PERFORM JournalAfterImage

               MOVE "ADMIN_EMPLOYER_PARENT" TO AuditActionName
               MOVE SPACES TO AuditDetailText
               STRING "Employer " DELIMITED BY SIZE
                   HierDivisionId DELIMITED BY SIZE
                   " parent " DELIMITED BY SIZE
                   HierPreviousParent DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   HierParentId DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAdminAudit

               MOVE SPACES TO CurrentMessage
               IF HierParentId = 0
                   STRING FUNCTION TRIM(HierDivisionName) DELIMITED BY SIZE
                       " is no longer a division of another employer."
                       DELIMITED BY SIZE
                       INTO CurrentMessage
               ELSE
                   STRING FUNCTION TRIM(HierDivisionName) DELIMITED BY SIZE
                       " is now a division of " DELIMITED BY SIZE
                       FUNCTION TRIM(HierParentName) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO CurrentMessage
               END-IF
               PERFORM DisplayAndLog
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       PostAnnouncement.
           MOVE "Enter the announcement text:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE TempString TO AnnouncementText
           IF FUNCTION TRIM(AnnouncementText) = SPACES THEN
               MOVE "Announcement text cannot be empty." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE 0 TO LastAnnIdValue
               OPEN INPUT AnnouncementCounterFile
               READ AnnouncementCounterFile
               AT END
                   CONTINUE
               NOT AT END
                   IF LastAnnId IN AnnouncementCounterRecord IS NUMERIC
                       MOVE LastAnnId IN AnnouncementCounterRecord
                           TO LastAnnIdValue
                   END-IF
               END-READ
               CLOSE AnnouncementCounterFile
               ADD 1 TO LastAnnIdValue
               MOVE "announcement_counter.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN OUTPUT AnnouncementCounterFile
               MOVE LastAnnIdValue TO LastAnnId IN AnnouncementCounterRecord
               WRITE AnnouncementCounterRecord
               CLOSE AnnouncementCounterFile
               MOVE "announcement_counter.dat" TO JournalMasterName
               PERFORM JournalAfterImage

               MOVE SPACES TO FixedMessageTimestamp
               ACCEPT FixedMessageTimestamp
                   FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
               IF FUNCTION TRIM(FixedMessageTimestamp) = SPACES
                   MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
                   STRING CurrentDateTime(1:4) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       CurrentDateTime(5:2) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       CurrentDateTime(7:2) DELIMITED BY SIZE
                       INTO FixedMessageTimestamp
               END-IF

               MOVE "announcements.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND AnnouncementFile
               MOVE SPACES TO AnnouncementRecord
               MOVE LastAnnIdValue TO AnnId IN AnnouncementRecord
               MOVE AdminUsername TO AnnAuthor IN AnnouncementRecord
               MOVE AnnouncementText TO AnnText IN AnnouncementRecord
               MOVE FixedMessageTimestamp(1:10) TO AnnDate IN AnnouncementRecord
               WRITE AnnouncementRecord
               CLOSE AnnouncementFile
               MOVE "announcements.dat" TO JournalMasterName
               PERFORM JournalAfterImage

               MOVE "ADMIN_ANNOUNCE" TO AuditActionName
               MOVE AnnouncementText(1:100) TO AuditDetailText
               PERFORM WriteAdminAudit

               MOVE "Announcement posted. Users will see it at next login." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       ReviewAbuseReports.
           MOVE "Open abuse reports:" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE 0 TO OpenReportCount
           MOVE 'N' TO EOF-AbuseReportFile
           OPEN INPUT AbuseReportFile
           PERFORM UNTIL EOF-AbuseReportFile = 'Y'
               READ AbuseReportFile INTO AbuseReportRecord
               AT END
                   MOVE 'Y' TO EOF-AbuseReportFile
               NOT AT END
                   IF FUNCTION TRIM(ReportStatus IN AbuseReportRecord) = "Open"
                       ADD 1 TO OpenReportCount
                       MOVE SPACES TO CurrentMessage
                       STRING "#" DELIMITED BY SIZE
                           ReportId IN AbuseReportRecord DELIMITED BY SIZE
                           " [" DELIMITED BY SIZE
                           ReportTargetType IN AbuseReportRecord
                           DELIMITED BY SIZE
                           "] from " DELIMITED BY SIZE
                           FUNCTION TRIM(ReporterUsername IN AbuseReportRecord)
                           DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           FUNCTION TRIM(ReportDate IN AbuseReportRecord)
                           DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                       MOVE SPACES TO CurrentMessage
                       STRING "   Target: " DELIMITED BY SIZE
                           FUNCTION TRIM(ReportTargetRef IN AbuseReportRecord)
                           DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                       MOVE SPACES TO CurrentMessage
                       STRING "   Reason: " DELIMITED BY SIZE
                           FUNCTION TRIM(ReportReason IN AbuseReportRecord)
                           DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
               END-READ
           END-PERFORM
           CLOSE AbuseReportFile

           IF OpenReportCount = 0 THEN
               MOVE "No open reports." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter report # to close, or 0 to skip:" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadInputLine
               MOVE FUNCTION NUMVAL-C(TempString(1:5)) TO ModerateReportId
               IF ModerateReportId > 0 THEN
                   MOVE "Enter the disposition:" TO CurrentMessage
                   PERFORM DisplayAndLog
                   PERFORM ReadInputLine
                   MOVE TempString(1:100) TO ModerateDisposition
                   PERFORM CloseAbuseReport
               END-IF
           END-IF.

       CloseAbuseReport.
           MOVE 'N' TO ModerateFound
           MOVE 'N' TO EOF-AbuseReportFile
           OPEN INPUT AbuseReportFile
           OPEN OUTPUT TempAbuseReportFile
           PERFORM UNTIL EOF-AbuseReportFile = 'Y'
               READ AbuseReportFile INTO AbuseReportRecord
               AT END
                   MOVE 'Y' TO EOF-AbuseReportFile
               NOT AT END
                   IF ReportId IN AbuseReportRecord = ModerateReportId AND
                      FUNCTION TRIM(ReportStatus IN AbuseReportRecord) = "Open"
                       MOVE "Closed" TO ReportStatus IN AbuseReportRecord
                       MOVE ModerateDisposition
                           TO ReportDisposition IN AbuseReportRecord
                       MOVE 'Y' TO ModerateFound
                   END-IF
                   WRITE TempAbuseReportRecord FROM AbuseReportRecord
               END-READ
           END-PERFORM
           CLOSE AbuseReportFile
           CLOSE TempAbuseReportFile

           MOVE "reports.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "reports.dat"
           CALL "CBL_RENAME_FILE" USING "reports_temp.dat"
               "reports.dat"
           PERFORM JournalAfterImage

           IF ModerateFound = 'Y' THEN
               MOVE "ADMIN_MODERATE" TO AuditActionName
               MOVE SPACES TO AuditDetailText
               STRING "Report " DELIMITED BY SIZE
                   ModerateReportId DELIMITED BY SIZE
                   " closed: " DELIMITED BY SIZE
                   FUNCTION TRIM(ModerateDisposition(1:80)) DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAdminAudit
               MOVE "Report closed with disposition recorded." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "No open report found with that number." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       AddReferenceValue.
           MOVE "Add to which list - U=universities, M=majors, S=skills:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION UPPER-CASE(TempString(1:1)) TO RefEntryType
           MOVE "Enter the approved value:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE TempString(1:30) TO RefEntryValue

           IF FUNCTION TRIM(RefEntryValue) = SPACES OR
              (RefEntryType NOT = 'U' AND RefEntryType NOT = 'M' AND
               RefEntryType NOT = 'S') THEN
               MOVE "Nothing added (need U, M, or S and a value)." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE 'N' TO RefEntryExists
               IF RefEntryType = 'S' THEN
                   MOVE 'N' TO EOF-WorkFile
                   OPEN INPUT SkillMasterFile
                   PERFORM UNTIL EOF-WorkFile = 'Y'
                       READ SkillMasterFile INTO SkillMasterRecord
                       AT END
                           MOVE 'Y' TO EOF-WorkFile
                       NOT AT END
                           IF FUNCTION UPPER-CASE(FUNCTION TRIM(MasterSkillName)) =
                              FUNCTION UPPER-CASE(FUNCTION TRIM(RefEntryValue))
                               MOVE 'Y' TO RefEntryExists
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SkillMasterFile
                   IF RefEntryExists = 'N' THEN
                       MOVE "skills.dat" TO JournalMasterName
                       PERFORM JournalBeforeImage
                       OPEN EXTEND SkillMasterFile
                       MOVE RefEntryValue TO MasterSkillName
                       WRITE SkillMasterRecord
                       CLOSE SkillMasterFile
                       MOVE "skills.dat" TO JournalMasterName
                       PERFORM JournalAfterImage
                   END-IF
               ELSE
               IF RefEntryType = 'U' THEN
                   MOVE 'N' TO EOF-WorkFile
                   OPEN INPUT UniversityMasterFile
                   PERFORM UNTIL EOF-WorkFile = 'Y'
                       READ UniversityMasterFile INTO UniversityMasterRecord
                       AT END
                           MOVE 'Y' TO EOF-WorkFile
                       NOT AT END
                           IF FUNCTION UPPER-CASE(FUNCTION TRIM(MasterUniversityName)) =
                              FUNCTION UPPER-CASE(FUNCTION TRIM(RefEntryValue))
                               MOVE 'Y' TO RefEntryExists
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE UniversityMasterFile
                   IF RefEntryExists = 'N' THEN
                       MOVE "universities.dat" TO JournalMasterName
                       PERFORM JournalBeforeImage
                       OPEN EXTEND UniversityMasterFile
                       MOVE RefEntryValue TO MasterUniversityName
                       WRITE UniversityMasterRecord
                       CLOSE UniversityMasterFile
                       MOVE "universities.dat" TO JournalMasterName
                       PERFORM JournalAfterImage
                   END-IF
               ELSE
                   MOVE 'N' TO EOF-WorkFile
                   OPEN INPUT MajorMasterFile
                   PERFORM UNTIL EOF-WorkFile = 'Y'
                       READ MajorMasterFile INTO MajorMasterRecord
                       AT END
                           MOVE 'Y' TO EOF-WorkFile
                       NOT AT END
                           IF FUNCTION UPPER-CASE(FUNCTION TRIM(MasterMajorName)) =
                              FUNCTION UPPER-CASE(FUNCTION TRIM(RefEntryValue))
                               MOVE 'Y' TO RefEntryExists
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MajorMasterFile
                   IF RefEntryExists = 'N' THEN
                       MOVE "majors.dat" TO JournalMasterName
                       PERFORM JournalBeforeImage
                       OPEN EXTEND MajorMasterFile
                       MOVE RefEntryValue TO MasterMajorName
                       WRITE MajorMasterRecord
                       CLOSE MajorMasterFile
                       MOVE "majors.dat" TO JournalMasterName
                       PERFORM JournalAfterImage
                   END-IF
               END-IF
               END-IF

               IF RefEntryExists = 'Y' THEN
                   MOVE "That value is already on the approved list." TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   MOVE "ADMIN_REFDATA" TO AuditActionName
                   MOVE RefEntryValue TO AuditDetailText
                   PERFORM WriteAdminAudit
                   MOVE "Approved value added." TO CurrentMessage
                   PERFORM DisplayAndLog
               END-IF
           END-IF.

       QueryAuditTrail.
           MOVE "Filter by username (blank for any):" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION UPPER-CASE(TempString(1:20)) TO QueryUsername
           MOVE "Filter by action type (blank for any):" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION UPPER-CASE(TempString(1:20)) TO QueryAction
           MOVE "From date (YYYY-MM-DD, blank for any):" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE TempString(1:10) TO QueryDateFrom
           MOVE "To date (YYYY-MM-DD, blank for any):" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE TempString(1:10) TO QueryDateTo
           MOVE "Also write the results to output/AuditQueryReport.txt? (Y/N):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION UPPER-CASE(TempString(1:1)) TO QueryWriteChoice

           IF QueryWriteChoice = 'Y'
               OPEN OUTPUT AuditQueryReportFile
           END-IF

           MOVE 0 TO QueryMatchCount
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT AuditFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ AuditFile INTO AuditRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   PERFORM CheckAuditRowMatches
                   IF QueryRowMatches = 'Y'
                       ADD 1 TO QueryMatchCount
                       MOVE SPACES TO CurrentMessage
                       STRING FUNCTION TRIM(AuditTimestamp IN AuditRecord)
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(AuditUsername IN AuditRecord)
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(AuditAction IN AuditRecord)
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(AuditDetail IN AuditRecord)
                           DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                       IF QueryWriteChoice = 'Y'
                           MOVE CurrentMessage TO AuditQueryReportRecord
                           WRITE AuditQueryReportRecord
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE AuditFile

           MOVE SPACES TO CurrentMessage
           STRING "Matching audit records: " DELIMITED BY SIZE
               QueryMatchCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           IF QueryWriteChoice = 'Y'
               MOVE CurrentMessage TO AuditQueryReportRecord
               WRITE AuditQueryReportRecord
               CLOSE AuditQueryReportFile
           END-IF

           MOVE "ADMIN_AUDIT_QUERY" TO AuditActionName
           MOVE SPACES TO AuditDetailText
           STRING "user=" DELIMITED BY SIZE
               FUNCTION TRIM(QueryUsername) DELIMITED BY SIZE
               " action=" DELIMITED BY SIZE
               FUNCTION TRIM(QueryAction) DELIMITED BY SIZE
               INTO AuditDetailText
           PERFORM WriteAdminAudit.

       CheckAuditRowMatches.
           MOVE 'Y' TO QueryRowMatches
           IF FUNCTION TRIM(QueryUsername) NOT = SPACES AND
              AuditUsername IN AuditRecord NOT = QueryUsername
               MOVE 'N' TO QueryRowMatches
           END-IF
           IF QueryRowMatches = 'Y' AND
              FUNCTION TRIM(QueryAction) NOT = SPACES AND
              FUNCTION TRIM(AuditAction IN AuditRecord) NOT =
              FUNCTION TRIM(QueryAction)
               MOVE 'N' TO QueryRowMatches
           END-IF
           IF QueryRowMatches = 'Y' AND
              FUNCTION TRIM(QueryDateFrom) NOT = SPACES AND
              AuditTimestamp IN AuditRecord (1:10) < QueryDateFrom
               MOVE 'N' TO QueryRowMatches
           END-IF
           IF QueryRowMatches = 'Y' AND
              FUNCTION TRIM(QueryDateTo) NOT = SPACES AND
              AuditTimestamp IN AuditRecord (1:10) > QueryDateTo
               MOVE 'N' TO QueryRowMatches
           END-IF.

       GrantAdvisorRole.
           PERFORM ReadTargetUsername
           MOVE "Enter the major this advisor covers:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE TempString(1:30) TO NewAdvisorMajor

           IF FUNCTION TRIM(NewAdvisorMajor) = SPACES THEN
               MOVE "Major cannot be empty." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE 'N' TO TargetFound
               MOVE "users.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN I-O UserDataFile
               MOVE TargetUsername TO Username IN UserRecord
               READ UserDataFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'V' TO UserRole IN UserRecord
                   REWRITE UserRecord
                   MOVE 'Y' TO TargetFound
               END-READ
               CLOSE UserDataFile
               MOVE "users.dat" TO JournalMasterName
               PERFORM JournalAfterImage

               IF TargetFound = 'N' THEN
                   MOVE "No account found with that username." TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   MOVE "advisor_majors.dat" TO JournalMasterName
                   PERFORM JournalBeforeImage
                   OPEN EXTEND AdvisorMajorFile
                   MOVE SPACES TO AdvisorMajorRecord
                   MOVE TargetUsername TO AdvisorUsername IN AdvisorMajorRecord
                   MOVE NewAdvisorMajor TO AdvisorMajor IN AdvisorMajorRecord
                   WRITE AdvisorMajorRecord
                   CLOSE AdvisorMajorFile
                   MOVE "advisor_majors.dat" TO JournalMasterName
                   PERFORM JournalAfterImage

                   MOVE "ADMIN_ADVISOR" TO AuditActionName
                   MOVE SPACES TO AuditDetailText
                   STRING FUNCTION TRIM(TargetUsername) DELIMITED BY SIZE
                       " advises " DELIMITED BY SIZE
                       FUNCTION TRIM(NewAdvisorMajor) DELIMITED BY SIZE
                       INTO AuditDetailText
                   PERFORM WriteAdminAudit

                   MOVE "Advisor role granted and major assigned." TO CurrentMessage
                   PERFORM DisplayAndLog
               END-IF
           END-IF.

       GrantEmployerRole.
           PERFORM ReadTargetUsername
           MOVE "Enter the employer (company) name for this account:"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE TempString(1:50) TO TargetEmployerName

           IF FUNCTION TRIM(TargetEmployerName) = SPACES THEN
               MOVE "Employer name cannot be empty." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE 'N' TO TargetFound
               MOVE "users.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN I-O UserDataFile
               MOVE TargetUsername TO Username IN UserRecord
               READ UserDataFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'E' TO UserRole IN UserRecord
                   REWRITE UserRecord
                   MOVE 'Y' TO TargetFound
               END-READ
               CLOSE UserDataFile
               MOVE "users.dat" TO JournalMasterName
               PERFORM JournalAfterImage

               IF TargetFound = 'N' THEN
                   MOVE "No account found with that username." TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   PERFORM FindOrCreateEmployer
                   PERFORM LinkEmployerUser

                   MOVE "ADMIN_EMPLOYER_ROLE" TO AuditActionName
                   MOVE SPACES TO AuditDetailText
                   STRING FUNCTION TRIM(TargetUsername) DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       FUNCTION TRIM(TargetEmployerName) DELIMITED BY SIZE
                       INTO AuditDetailText
                   PERFORM WriteAdminAudit

                   MOVE "Employer role granted and company linked."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               END-IF
           END-IF.

       FindOrCreateEmployer.
           MOVE 0 TO LinkEmployerId
           MOVE 'N' TO EmployerFound
           MOVE 'N' TO EOF-EmployerFile
           OPEN INPUT EmployerFile
           PERFORM UNTIL EOF-EmployerFile = 'Y' OR EmployerFound = 'Y'
               READ EmployerFile INTO EmployerRecord
               AT END
                   MOVE 'Y' TO EOF-EmployerFile
               NOT AT END
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(EmployerName IN EmployerRecord)) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(TargetEmployerName))
                       MOVE 'Y' TO EmployerFound
                       MOVE EmployerId-Master IN EmployerRecord
                           TO LinkEmployerId
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerFile
           IF EmployerFound = 'N' THEN
               PERFORM GetNextEmployerId
               MOVE "employers.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND EmployerFile
               MOVE SPACES TO EmployerRecord
               MOVE LastEmployerIdValue
                   TO EmployerId-Master IN EmployerRecord
               MOVE TargetEmployerName TO EmployerName IN EmployerRecord
               MOVE 0 TO EmployerParentId IN EmployerRecord
               WRITE EmployerRecord
               CLOSE EmployerFile
               MOVE "employers.dat" TO JournalMasterName
               PERFORM JournalAfterImage
               MOVE LastEmployerIdValue TO LinkEmployerId
           END-IF.

       LinkEmployerUser.
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT EmployerUserFile
           OPEN OUTPUT TempEmployerUserFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ EmployerUserFile INTO EmployerUserRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF EmpUserUsername IN EmployerUserRecord
                      NOT = TargetUsername
                       WRITE TempEmployerUserRecord FROM EmployerUserRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerUserFile

           MOVE TargetUsername TO EmpUserUsername IN EmployerUserRecord
           MOVE LinkEmployerId TO EmpUserEmployerId IN EmployerUserRecord
           WRITE TempEmployerUserRecord FROM EmployerUserRecord
           CLOSE TempEmployerUserFile

           MOVE "employer_users.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "employer_users.dat"
           CALL "CBL_RENAME_FILE" USING "employer_users_temp.dat"
               "employer_users.dat"
           PERFORM JournalAfterImage.

       ReviewPendingPostings.
           MOVE "Pending job postings:" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE 0 TO PendingPostingCount
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT JobFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ JobFile NEXT INTO JobRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF FUNCTION TRIM(JobStatus IN JobRecord) = "Pending"
                       ADD 1 TO PendingPostingCount
                       MOVE SPACES TO CurrentMessage
                       STRING "Job " DELIMITED BY SIZE
                           JobId IN JobRecord DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           FUNCTION TRIM(JobTitle IN JobRecord) DELIMITED BY SIZE
                           " at " DELIMITED BY SIZE
                           FUNCTION TRIM(JobEmployer IN JobRecord) DELIMITED BY SIZE
                           " (posted by " DELIMITED BY SIZE
                           FUNCTION TRIM(JobUsername IN JobRecord) DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                       IF FUNCTION TRIM(JobScreenFlags IN JobRecord)
                          NOT = SPACES
                           MOVE SPACES TO CurrentMessage
                           STRING "   SCREENING HITS: " DELIMITED BY SIZE
                               FUNCTION TRIM(JobScreenFlags IN JobRecord)
                               DELIMITED BY SIZE
                               INTO CurrentMessage
                           PERFORM DisplayAndLog
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE JobFile

           IF PendingPostingCount = 0 THEN
               MOVE "No postings awaiting review." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter Job ID to decide, or 0 to skip:" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadInputLine
               MOVE FUNCTION NUMVAL-C(TempString(1:5)) TO ApprovalJobId
               IF ApprovalJobId > 0 THEN
                   MOVE "A. Approve  R. Reject" TO CurrentMessage
                   PERFORM DisplayAndLog
                   PERFORM ReadInputLine
                   MOVE FUNCTION UPPER-CASE(TempString(1:1)) TO ApprovalChoice
                   MOVE SPACES TO ApprovalReason
                   IF ApprovalChoice = 'R' THEN
                       MOVE "Enter the rejection reason:" TO CurrentMessage
                       PERFORM DisplayAndLog
                       PERFORM ReadInputLine
                       MOVE TempString(1:100) TO ApprovalReason
                   END-IF
                   IF ApprovalChoice = 'A' OR ApprovalChoice = 'R' THEN
                       PERFORM DecidePendingPosting
                   ELSE
                       MOVE "No decision recorded." TO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
               END-IF
           END-IF.

       DecidePendingPosting.
           MOVE 'N' TO ApprovalFound
           MOVE SPACES TO ApprovalPoster
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN I-O JobFile
           MOVE ApprovalJobId TO JobId IN JobRecord
           READ JobFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF FUNCTION TRIM(JobStatus IN JobRecord) = "Pending"
                   MOVE 'Y' TO ApprovalFound
                   MOVE JobUsername IN JobRecord TO ApprovalPoster
                   MOVE JobTitle IN JobRecord TO ApprovalTitle
                   MOVE ApprovalJobId TO JshJobIdValue
                   MOVE "Pending" TO JshOldStatusValue
                   IF ApprovalChoice = 'A'
                       MOVE "Approved" TO JobStatus IN JobRecord
                       MOVE "Approved" TO JshNewStatusValue
                   ELSE
                       MOVE "Rejected" TO JobStatus IN JobRecord
                       MOVE "Rejected" TO JshNewStatusValue
                   END-IF
                   REWRITE JobRecord
               END-IF
           END-READ
           CLOSE JobFile
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           IF ApprovalFound = 'N' THEN
               MOVE "No pending posting found with that Job ID." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               PERFORM WriteJobStatusHistory
               IF ApprovalChoice = 'A' THEN
                   MOVE "ADMIN_JOB_APPROVE" TO AuditActionName
                   MOVE ApprovalTitle TO AuditDetailText
                   PERFORM WriteAdminAudit
                   MOVE "Posting approved and now live." TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   MOVE "ADMIN_JOB_REJECT" TO AuditActionName
                   MOVE ApprovalReason TO AuditDetailText
                   PERFORM WriteAdminAudit
                   PERFORM NotifyPosterOfRejection
                   MOVE "Posting rejected; the poster has been notified." TO CurrentMessage
                   PERFORM DisplayAndLog
               END-IF
           END-IF.

       NotifyPosterOfRejection.
           MOVE SPACES TO FixedMessageTimestamp
           ACCEPT FixedMessageTimestamp
               FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
           IF FUNCTION TRIM(FixedMessageTimestamp) = SPACES
               MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
               STRING CurrentDateTime(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(7:2) DELIMITED BY SIZE
                   INTO FixedMessageTimestamp
           END-IF
           MOVE "notifications.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND NotificationFile
           MOVE SPACES TO NotificationRecord
           MOVE ApprovalPoster TO NotifUsername IN NotificationRecord
           MOVE SPACES TO NotifText IN NotificationRecord
           STRING "Your posting '" DELIMITED BY SIZE
               FUNCTION TRIM(ApprovalTitle) DELIMITED BY SIZE
               "' was rejected: " DELIMITED BY SIZE
               FUNCTION TRIM(ApprovalReason(1:40)) DELIMITED BY SIZE
               INTO NotifText IN NotificationRecord
           MOVE FixedMessageTimestamp(1:10)
               TO NotifDate IN NotificationRecord
           MOVE "New" TO NotifStatus IN NotificationRecord
           MOVE "JOBS" TO NotifCategoryCode IN NotificationRecord
           MOVE 'N' TO NotifRelayed IN NotificationRecord
           WRITE NotificationRecord
           CLOSE NotificationFile
           MOVE "notifications.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       GetNextEmployerId.
           MOVE 0 TO LastEmployerIdValue
           OPEN INPUT EmployerCounterFile
           READ EmployerCounterFile
           AT END
               CONTINUE
           NOT AT END
               IF LastEmployerId IN EmployerCounterRecord IS NUMERIC
                   MOVE LastEmployerId IN EmployerCounterRecord
                       TO LastEmployerIdValue
               END-IF
           END-READ
           CLOSE EmployerCounterFile
           ADD 1 TO LastEmployerIdValue
           MOVE "employer_counter.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN OUTPUT EmployerCounterFile
           MOVE LastEmployerIdValue TO LastEmployerId IN EmployerCounterRecord
           WRITE EmployerCounterRecord
           CLOSE EmployerCounterFile
           MOVE "employer_counter.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

      *> The career-readiness roadmap: milestones per class standing, each
      *> checked by one of the rules in MilestoneCheck.cob. The first change
      *> saved writes out the whole list, standard roadmap included.
       MaintainMilestones.
           MOVE "1. Add/Update a Milestone  2. Remove a Milestone  3. List Milestones"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION NUMVAL-C(TempString(1:1)) TO MenuOption
           PERFORM LoadMilestoneTable
           EVALUATE MenuOption
               WHEN 1
                   PERFORM SetMilestone
               WHEN 2
                   PERFORM RemoveMilestone
               WHEN 3
                   PERFORM ListMilestones
               WHEN OTHER
                   MOVE "Invalid option. Please try again." TO CurrentMessage
                   PERFORM DisplayAndLog
           END-EVALUATE.

       SetMilestone.
           MOVE 'Y' TO MilestoneEntryValid
           MOVE "Enter the milestone code (e.g. JR-INTRN):" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION UPPER-CASE(TempString(1:8)) TO MilestoneEntryCode
           IF FUNCTION TRIM(MilestoneEntryCode) = SPACES
               MOVE 'N' TO MilestoneEntryValid
           END-IF

           MOVE "Enter the class standing (Freshman, Sophomore, Junior, Senior):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(TempString))
               WHEN "FRESHMAN"
                   MOVE "Freshman" TO MilestoneEntryStanding
               WHEN "SOPHOMORE"
                   MOVE "Sophomore" TO MilestoneEntryStanding
               WHEN "JUNIOR"
                   MOVE "Junior" TO MilestoneEntryStanding
               WHEN "SENIOR"
                   MOVE "Senior" TO MilestoneEntryStanding
               WHEN OTHER
                   MOVE SPACES TO MilestoneEntryStanding
                   MOVE 'N' TO MilestoneEntryValid
           END-EVALUATE

           MOVE "Enter the rule (PROFILE, EVENTS, MENTOR, SKILLS, RESUME, INTERN, INTERVW, DEST):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION UPPER-CASE(TempString(1:8)) TO MilestoneEntryRule
           EVALUATE FUNCTION TRIM(MilestoneEntryRule)
               WHEN "PROFILE"
               WHEN "EVENTS"
               WHEN "MENTOR"
               WHEN "SKILLS"
               WHEN "RESUME"
               WHEN "INTERN"
               WHEN "INTERVW"
               WHEN "DEST"
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO MilestoneEntryValid
           END-EVALUATE

           MOVE "Enter the target count (profile: percent complete):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION NUMVAL-C(TempString(1:3)) TO MilestoneEntryTarget
           IF MilestoneEntryTarget = 0 OR
              (FUNCTION TRIM(MilestoneEntryRule) = "PROFILE" AND
               MilestoneEntryTarget > 100)
               MOVE 'N' TO MilestoneEntryValid
           END-IF

           MOVE "Enter the milestone as the student sees it:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE TempString(1:50) TO MilestoneEntryText
           IF FUNCTION TRIM(MilestoneEntryText) = SPACES
               MOVE 'N' TO MilestoneEntryValid
           END-IF

           IF MilestoneEntryValid = 'N'
               MOVE "Milestone not saved: a code, standing, rule, target and description are all required."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE 0 TO MilestoneMatch
               PERFORM VARYING MilestoneIndex FROM 1 BY 1
                   UNTIL MilestoneIndex > MilestoneCount OR MilestoneMatch > 0
                   IF MsCode(MilestoneIndex) = MilestoneEntryCode
                       MOVE MilestoneIndex TO MilestoneMatch
                   END-IF
               END-PERFORM
               IF MilestoneMatch = 0 AND MilestoneCount >= 40
                   MOVE "Milestone not saved: the roadmap is full (40 milestones)."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   IF MilestoneMatch = 0
                       ADD 1 TO MilestoneCount
                       MOVE MilestoneCount TO MilestoneMatch
                       MOVE "Milestone added." TO CurrentMessage
                   ELSE
                       MOVE "Milestone updated." TO CurrentMessage
                   END-IF
                   MOVE MilestoneEntryCode TO MsCode(MilestoneMatch)
                   MOVE MilestoneEntryStanding TO MsStanding(MilestoneMatch)
                   MOVE MilestoneEntryRule TO MsRule(MilestoneMatch)
                   MOVE MilestoneEntryTarget TO MsTarget(MilestoneMatch)
                   MOVE MilestoneEntryText TO MsText(MilestoneMatch)
                   PERFORM DisplayAndLog
                   PERFORM SaveMilestoneTable
                   MOVE "ADMIN_MILESTONE_SET" TO AuditActionName
                   MOVE MilestoneEntryTarget TO MilestoneTargetDisplay
                   MOVE SPACES TO AuditDetailText
                   STRING FUNCTION TRIM(MilestoneEntryCode) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(MilestoneEntryStanding) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(MilestoneEntryRule) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(MilestoneTargetDisplay) DELIMITED BY SIZE
                       INTO AuditDetailText
                   PERFORM WriteAdminAudit
               END-IF
           END-IF.

       RemoveMilestone.
           MOVE "Enter the milestone code to remove:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION UPPER-CASE(TempString(1:8)) TO MilestoneEntryCode
           MOVE 0 TO MilestoneMatch
           PERFORM VARYING MilestoneIndex FROM 1 BY 1
               UNTIL MilestoneIndex > MilestoneCount OR MilestoneMatch > 0
               IF MsCode(MilestoneIndex) = MilestoneEntryCode
                   MOVE MilestoneIndex TO MilestoneMatch
               END-IF
           END-PERFORM
           IF MilestoneMatch = 0
               MOVE "No milestone with that code." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               PERFORM VARYING MilestoneIndex FROM MilestoneMatch BY 1
                   UNTIL MilestoneIndex >= MilestoneCount
                   MOVE MilestoneEntry(MilestoneIndex + 1)
                       TO MilestoneEntry(MilestoneIndex)
               END-PERFORM
               SUBTRACT 1 FROM MilestoneCount
               PERFORM SaveMilestoneTable
               MOVE "ADMIN_MILESTONE_DEL" TO AuditActionName
               MOVE MilestoneEntryCode TO AuditDetailText
               PERFORM WriteAdminAudit
               MOVE "Milestone removed." TO CurrentMessage
               PERFORM DisplayAndLog
               IF MilestoneCount = 0
                   MOVE "The roadmap is now empty, so the standard roadmap applies again."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               END-IF
           END-IF.

       ListMilestones.
           MOVE "Career milestones (code, standing, rule, target):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM VARYING MilestoneIndex FROM 1 BY 1
               UNTIL MilestoneIndex > MilestoneCount
               MOVE MsTarget(MilestoneIndex) TO MilestoneTargetDisplay
               MOVE SPACES TO CurrentMessage
               STRING "  " DELIMITED BY SIZE
                   MsCode(MilestoneIndex) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MsStanding(MilestoneIndex) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MsRule(MilestoneIndex) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MilestoneTargetDisplay DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(MsText(MilestoneIndex)) DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-PERFORM.

       SaveMilestoneTable.
           OPEN OUTPUT TempMilestoneFile
           PERFORM VARYING MilestoneIndex FROM 1 BY 1
               UNTIL MilestoneIndex > MilestoneCount
               WRITE TempMilestoneRecord FROM MilestoneEntry(MilestoneIndex)
           END-PERFORM
           CLOSE TempMilestoneFile
           MOVE "milestones.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "milestones.dat"
           CALL "CBL_RENAME_FILE" USING "milestones_temp.dat"
               "milestones.dat"
           PERFORM JournalAfterImage.

      *> Certifications students have recorded wait as Unverified until
      *> staff check them with the issuer and mark them Verified or Rejected.
       ReviewPendingCertifications.
           MOVE "Certifications awaiting verification:" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE 0 TO CertPendingCount
           MOVE 'N' TO EOF-CertificationFile
           OPEN INPUT CertificationFile
           PERFORM UNTIL EOF-CertificationFile = 'Y'
               READ CertificationFile
               AT END
                   MOVE 'Y' TO EOF-CertificationFile
               NOT AT END
                   IF FUNCTION TRIM(CertVerifyStatus) = "Unverified"
                       ADD 1 TO CertPendingCount
                       MOVE SPACES TO CurrentMessage
                       STRING CertPendingCount DELIMITED BY SIZE
                           ". " DELIMITED BY SIZE
                           FUNCTION TRIM(CertUsername) DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           FUNCTION TRIM(CertName) DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           FUNCTION TRIM(CertIssuer) DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                       MOVE SPACES TO CurrentMessage
                       STRING "   Credential ID " DELIMITED BY SIZE
                           FUNCTION TRIM(CertCredentialId) DELIMITED BY SIZE
                           ", issued " DELIMITED BY SIZE
                           CertIssueDate DELIMITED BY SIZE
                           ", expires " DELIMITED BY SIZE
                           CertExpiryDate DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CertificationFile

           IF CertPendingCount = 0 THEN
               MOVE "No certifications awaiting verification." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter certification # to decide, or 0 to skip:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadInputLine
               MOVE FUNCTION NUMVAL-C(TempString(1:3)) TO CertPick
               IF CertPick > 0 AND CertPick <= CertPendingCount THEN
                   MOVE "V. Verified  R. Rejected" TO CurrentMessage
                   PERFORM DisplayAndLog
                   PERFORM ReadInputLine
                   MOVE FUNCTION UPPER-CASE(TempString(1:1)) TO CertDecision
                   EVALUATE CertDecision
                       WHEN 'V'
                           MOVE "Verified" TO CertNewStatus
                           PERFORM DecidePendingCertification
                       WHEN 'R'
                           MOVE "Rejected" TO CertNewStatus
                           PERFORM DecidePendingCertification
                       WHEN OTHER
                           MOVE "No decision recorded." TO CurrentMessage
                           PERFORM DisplayAndLog
                   END-EVALUATE
               END-IF
           END-IF.

       DecidePendingCertification.
           MOVE SPACES TO FixedMessageTimestamp
           ACCEPT FixedMessageTimestamp
               FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
           IF FUNCTION TRIM(FixedMessageTimestamp) = SPACES
               MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
               STRING CurrentDateTime(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(7:2) DELIMITED BY SIZE
                   INTO FixedMessageTimestamp
           END-IF
           MOVE FixedMessageTimestamp(1:10) TO CertToday

           MOVE 'N' TO CertDecided
           MOVE 0 TO CertScanIndex
           MOVE 'N' TO EOF-CertificationFile
           OPEN INPUT CertificationFile
           OPEN OUTPUT TempCertificationFile
           PERFORM UNTIL EOF-CertificationFile = 'Y'
               READ CertificationFile
               AT END
                   MOVE 'Y' TO EOF-CertificationFile
               NOT AT END
                   IF FUNCTION TRIM(CertVerifyStatus) = "Unverified"
                       ADD 1 TO CertScanIndex
                       IF CertScanIndex = CertPick
                           MOVE CertNewStatus TO CertVerifyStatus
                           MOVE AdminUsername TO CertVerifiedBy
                           MOVE CertToday TO CertVerifiedDate
                           MOVE CertUsername TO CertDecidedUser
                           MOVE CertName TO CertDecidedName
                           MOVE 'Y' TO CertDecided
                       END-IF
                   END-IF
                   WRITE TempCertificationRecord FROM CertificationRecord
               END-READ
           END-PERFORM
           CLOSE CertificationFile
           CLOSE TempCertificationFile

           IF CertDecided = 'N' THEN
               CALL "CBL_DELETE_FILE" USING "certifications_temp.dat"
               MOVE "That certification is no longer awaiting verification."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "certifications.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "certifications.dat"
               CALL "CBL_RENAME_FILE" USING "certifications_temp.dat"
                   "certifications.dat"
               PERFORM JournalAfterImage

               IF CertNewStatus = "Verified"
                   MOVE "ADMIN_CERT_VERIFY" TO AuditActionName
               ELSE
                   MOVE "ADMIN_CERT_REJECT" TO AuditActionName
               END-IF
               MOVE SPACES TO AuditDetailText
               STRING FUNCTION TRIM(CertDecidedUser) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(CertDecidedName) DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAdminAudit

               MOVE "notifications.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND NotificationFile
               MOVE SPACES TO NotificationRecord
               MOVE CertDecidedUser TO NotifUsername IN NotificationRecord
               STRING "Your certification " DELIMITED BY SIZE
                   FUNCTION TRIM(CertDecidedName) DELIMITED BY SIZE
                   " was " DELIMITED BY SIZE
                   FUNCTION LOWER-CASE(FUNCTION TRIM(CertNewStatus))
                   DELIMITED BY SIZE
                   " by staff" DELIMITED BY SIZE
                   INTO NotifText IN NotificationRecord
               MOVE CertToday TO NotifDate IN NotificationRecord
               MOVE "New" TO NotifStatus IN NotificationRecord
               MOVE "OTHER" TO NotifCategoryCode IN NotificationRecord
               MOVE 'N' TO NotifRelayed IN NotificationRecord
               WRITE NotificationRecord
               CLOSE NotificationFile
               MOVE "notifications.dat" TO JournalMasterName
               PERFORM JournalAfterImage

               MOVE SPACES TO CurrentMessage
               STRING "Certification marked " DELIMITED BY SIZE
                   FUNCTION TRIM(CertNewStatus) DELIMITED BY SIZE
                   "; the student has been notified." DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

      *> Student employer reviews wait as Pending until staff approve them
      *> for the company page or reject them with a note to the student.
       ModerateEmployerReviews.
           MOVE "Employer reviews awaiting moderation:" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE 0 TO ReviewPendingCount
           MOVE 'N' TO EOF-EmployerReviewFile
           OPEN INPUT EmployerReviewFile
           PERFORM UNTIL EOF-EmployerReviewFile = 'Y'
               READ EmployerReviewFile
               AT END
                   MOVE 'Y' TO EOF-EmployerReviewFile
               NOT AT END
                   IF FUNCTION TRIM(RevStatus) = "Pending"
                       ADD 1 TO ReviewPendingCount
                       MOVE SPACES TO CurrentMessage
                       STRING ReviewPendingCount DELIMITED BY SIZE
                           ". " DELIMITED BY SIZE
                           FUNCTION TRIM(RevEmployerName) DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           FUNCTION TRIM(RevRole) DELIMITED BY SIZE
                           ", " DELIMITED BY SIZE
                           FUNCTION TRIM(RevTerm) DELIMITED BY SIZE
                           " (by " DELIMITED BY SIZE
                           FUNCTION TRIM(RevUsername) DELIMITED BY SIZE
                           ", " DELIMITED BY SIZE
                           RevSubmittedDate DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                       MOVE SPACES TO CurrentMessage
                       STRING "   Mentorship " DELIMITED BY SIZE
                           RevMentorship DELIMITED BY SIZE
                           "  Workload " DELIMITED BY SIZE
                           RevWorkload DELIMITED BY SIZE
                           "  Pay fairness " DELIMITED BY SIZE
                           RevPayFairness DELIMITED BY SIZE
                           "  Recommends " DELIMITED BY SIZE
                           RevRecommend DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                       IF RevComments NOT = SPACES
                           MOVE SPACES TO CurrentMessage
                           STRING "   " DELIMITED BY SIZE
                               FUNCTION TRIM(RevComments) DELIMITED BY SIZE
                               INTO CurrentMessage
                           PERFORM DisplayAndLog
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerReviewFile

           IF ReviewPendingCount = 0 THEN
               MOVE "No employer reviews awaiting moderation." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter review # to decide, or 0 to skip:" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadInputLine
               MOVE FUNCTION NUMVAL-C(TempString(1:3)) TO ReviewPick
               IF ReviewPick > 0 AND ReviewPick <= ReviewPendingCount THEN
                   MOVE "A. Approve for the company page  R. Reject"
                       TO CurrentMessage
                   PERFORM DisplayAndLog
                   PERFORM ReadInputLine
                   MOVE FUNCTION UPPER-CASE(TempString(1:1))
                       TO ReviewDecision
                   MOVE SPACES TO ReviewModNoteEntry
                   EVALUATE ReviewDecision
                       WHEN 'A'
                           MOVE "Approved" TO ReviewNewStatus
                           PERFORM DecideEmployerReview
                       WHEN 'R'
                           MOVE "Enter a note for the student (reason for rejection):"
                               TO CurrentMessage
                           PERFORM DisplayAndLog
                           PERFORM ReadInputLine
                           MOVE TempString(1:100) TO ReviewModNoteEntry
                           MOVE "Rejected" TO ReviewNewStatus
                           PERFORM DecideEmployerReview
                       WHEN OTHER
                           MOVE "No decision recorded." TO CurrentMessage
                           PERFORM DisplayAndLog
                   END-EVALUATE
               END-IF
           END-IF.

       DecideEmployerReview.
           MOVE SPACES TO FixedMessageTimestamp
           ACCEPT FixedMessageTimestamp
               FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
           IF FUNCTION TRIM(FixedMessageTimestamp) = SPACES
               MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
               STRING CurrentDateTime(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(7:2) DELIMITED BY SIZE
                   INTO FixedMessageTimestamp
           END-IF
           MOVE FixedMessageTimestamp(1:10) TO ReviewToday

           MOVE 'N' TO ReviewDecided
           MOVE 0 TO ReviewScanIndex
           MOVE 'N' TO EOF-EmployerReviewFile
           OPEN INPUT EmployerReviewFile
           OPEN OUTPUT TempEmployerReviewFile
           PERFORM UNTIL EOF-EmployerReviewFile = 'Y'
               READ EmployerReviewFile
               AT END
                   MOVE 'Y' TO EOF-EmployerReviewFile
               NOT AT END
                   IF FUNCTION TRIM(RevStatus) = "Pending"
                       ADD 1 TO ReviewScanIndex
                       IF ReviewScanIndex = ReviewPick
                           MOVE ReviewNewStatus TO RevStatus
                           MOVE AdminUsername TO RevModerator
                           MOVE ReviewToday TO RevModeratedDate
                           MOVE ReviewModNoteEntry TO RevModNote
                           MOVE RevUsername TO ReviewDecidedUser
                           MOVE RevEmployerName TO ReviewDecidedEmployer
                           MOVE RevId TO ReviewDecidedId
                           MOVE 'Y' TO ReviewDecided
                       END-IF
                   END-IF
                   WRITE TempEmployerReviewRecord FROM EmployerReviewRecord
               END-READ
           END-PERFORM
           CLOSE EmployerReviewFile
           CLOSE TempEmployerReviewFile

           IF ReviewDecided = 'N' THEN
               CALL "CBL_DELETE_FILE" USING "employer_reviews_temp.dat"
               MOVE "That review is no longer awaiting moderation."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "employer_reviews.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "employer_reviews.dat"
               CALL "CBL_RENAME_FILE" USING "employer_reviews_temp.dat"
                   "employer_reviews.dat"
               PERFORM JournalAfterImage

               IF ReviewNewStatus = "Approved"
                   MOVE "ADMIN_REVIEW_APPROVE" TO AuditActionName
               ELSE
                   MOVE "ADMIN_REVIEW_REJECT" TO AuditActionName
               END-IF
               MOVE SPACES TO AuditDetailText
               STRING "Review " DELIMITED BY SIZE
                   ReviewDecidedId DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(ReviewDecidedUser) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(ReviewDecidedEmployer) DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAdminAudit

               MOVE "notifications.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND NotificationFile
               MOVE SPACES TO NotificationRecord
               MOVE ReviewDecidedUser TO NotifUsername IN NotificationRecord
               IF ReviewNewStatus = "Approved"
                   STRING "Your review of " DELIMITED BY SIZE
                       FUNCTION TRIM(ReviewDecidedEmployer) DELIMITED BY SIZE
                       " is now on the company page" DELIMITED BY SIZE
                       INTO NotifText IN NotificationRecord
               ELSE
                   STRING "Your review of " DELIMITED BY SIZE
                       FUNCTION TRIM(ReviewDecidedEmployer) DELIMITED BY SIZE
                       " was not approved; see My Reviews" DELIMITED BY SIZE
                       INTO NotifText IN NotificationRecord
               END-IF
               MOVE ReviewToday TO NotifDate IN NotificationRecord
               MOVE "New" TO NotifStatus IN NotificationRecord
               MOVE "OTHER" TO NotifCategoryCode IN NotificationRecord
               MOVE 'N' TO NotifRelayed IN NotificationRecord
               WRITE NotificationRecord
               CLOSE NotificationFile
               MOVE "notifications.dat" TO JournalMasterName
               PERFORM JournalAfterImage

               MOVE SPACES TO CurrentMessage
               STRING "Review marked " DELIMITED BY SIZE
                   FUNCTION TRIM(ReviewNewStatus) DELIMITED BY SIZE
                   "; the student has been notified." DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

      *> One primary contact per employer; it must be one of the accounts
      *> already linked to that employer in employer_users.dat.
       SetEmployerPrimaryContact.
           MOVE "Enter employer ID:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION NUMVAL-C(TempString(1:5)) TO PrimaryContactEmployer
           PERFORM ReadTargetUsername

           MOVE 'N' TO PrimaryContactLinked
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT EmployerUserFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ EmployerUserFile INTO EmployerUserRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF EmpUserUsername IN EmployerUserRecord = TargetUsername
                      AND EmpUserEmployerId IN EmployerUserRecord =
                      PrimaryContactEmployer
                       MOVE 'Y' TO PrimaryContactLinked
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerUserFile

           IF PrimaryContactEmployer = 0 OR PrimaryContactLinked = 'N' THEN
               MOVE "That account is not linked to that employer."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE SPACES TO FixedMessageTimestamp
               ACCEPT FixedMessageTimestamp
                   FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
               IF FUNCTION TRIM(FixedMessageTimestamp) = SPACES
                   MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
                   STRING CurrentDateTime(1:4) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       CurrentDateTime(5:2) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       CurrentDateTime(7:2) DELIMITED BY SIZE
                       INTO FixedMessageTimestamp
               END-IF

               MOVE SPACES TO PrimaryContactPrevious
               MOVE 'N' TO EOF-PrimaryContactFile
               OPEN INPUT PrimaryContactFile
               OPEN OUTPUT TempPrimaryContactFile
               PERFORM UNTIL EOF-PrimaryContactFile = 'Y'
                   READ PrimaryContactFile
                   AT END
                       MOVE 'Y' TO EOF-PrimaryContactFile
                   NOT AT END
                       IF PcEmployerId = PrimaryContactEmployer
                           MOVE PcUsername TO PrimaryContactPrevious
                       ELSE
                           WRITE TempPrimaryContactRecord
                               FROM PrimaryContactRecord
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PrimaryContactFile
               MOVE SPACES TO PrimaryContactRecord
               MOVE PrimaryContactEmployer TO PcEmployerId
               MOVE TargetUsername TO PcUsername
               MOVE AdminUsername TO PcSetBy
               MOVE FixedMessageTimestamp(1:10) TO PcSetDate
               WRITE TempPrimaryContactRecord FROM PrimaryContactRecord
               CLOSE TempPrimaryContactFile

               MOVE "primary_contacts.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "primary_contacts.dat"
               CALL "CBL_RENAME_FILE" USING
                   "primary_contacts_temp.dat"
                   "primary_contacts.dat"
               PERFORM JournalAfterImage

               MOVE "ADMIN_PRIMARY_CONTACT" TO AuditActionName
               MOVE SPACES TO AuditDetailText
               STRING "Employer " DELIMITED BY SIZE
                   PrimaryContactEmployer DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(PrimaryContactPrevious) DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   FUNCTION TRIM(TargetUsername) DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAdminAudit

               MOVE "notifications.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND NotificationFile
               MOVE SPACES TO NotificationRecord
               MOVE TargetUsername TO NotifUsername IN NotificationRecord
               MOVE "You are now your employer's primary contact and may transfer recruiters' postings"
                   TO NotifText IN NotificationRecord
               MOVE FixedMessageTimestamp(1:10) TO NotifDate IN NotificationRecord
               MOVE "New" TO NotifStatus IN NotificationRecord
               MOVE "OTHER" TO NotifCategoryCode IN NotificationRecord
               MOVE 'N' TO NotifRelayed IN NotificationRecord
               WRITE NotificationRecord
               CLOSE NotificationFile
               MOVE "notifications.dat" TO JournalMasterName
               PERFORM JournalAfterImage

               MOVE "Primary contact set." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

      *> Employer relations contact log, kept against the EmployerId. A
      *> contact may carry a follow-up date and a promised posting; the
      *> weekly EmployerFollowUpReport lists follow-ups falling due and
      *> links each promise to the first posting the employer files after it.
       EmployerContactLog.
           MOVE "Enter employer ID:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION NUMVAL-C(TempString(1:5)) TO ContactEmployerId
           MOVE SPACES TO ContactEmployerName
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT EmployerFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ EmployerFile INTO EmployerRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF EmployerId-Master IN EmployerRecord = ContactEmployerId
                       MOVE EmployerName IN EmployerRecord
                           TO ContactEmployerName
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerFile
           IF ContactEmployerId = 0 OR ContactEmployerName = SPACES THEN
               MOVE "No employer found with that ID." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE SPACES TO CurrentMessage
               STRING "--- Contact log: " DELIMITED BY SIZE
                   FUNCTION TRIM(ContactEmployerName) DELIMITED BY SIZE
                   " ---" DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ListEmployerContacts
               MOVE "1. Log a Contact  2. Record an Outcome  0. Back"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadInputLine
               EVALUATE TempString(1:1)
                   WHEN "1"
                       PERFORM LogEmployerContact
                   WHEN "2"
                       PERFORM RecordContactOutcome
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       ListEmployerContacts.
           MOVE 0 TO ContactCount
           MOVE 0 TO ContactNextId
           MOVE 'N' TO EOF-EmployerContactFile
           OPEN INPUT EmployerContactFile
           PERFORM UNTIL EOF-EmployerContactFile = 'Y'
               READ EmployerContactFile
               AT END
                   MOVE 'Y' TO EOF-EmployerContactFile
               NOT AT END
                   IF EcId > ContactNextId
                       MOVE EcId TO ContactNextId
                   END-IF
                   IF EcEmployerId = ContactEmployerId
                       ADD 1 TO ContactCount
                       MOVE SPACES TO CurrentMessage
                       STRING "#" DELIMITED BY SIZE
                           EcId DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EcContactDate DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(EcType) DELIMITED BY SIZE
                           " by " DELIMITED BY SIZE
                           FUNCTION TRIM(EcStaff) DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                       MOVE SPACES TO CurrentMessage
                       STRING "   " DELIMITED BY SIZE
                           FUNCTION TRIM(EcNotes) DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                       IF EcFollowUpDue NOT = SPACES
                           MOVE SPACES TO CurrentMessage
                           IF EcFollowUpDone = 'Y'
                               STRING "   Follow-up " DELIMITED BY SIZE
                                   EcFollowUpDue DELIMITED BY SIZE
                                   " done" DELIMITED BY SIZE
                                   INTO CurrentMessage
                           ELSE
                               STRING "   Follow-up due " DELIMITED BY SIZE
                                   EcFollowUpDue DELIMITED BY SIZE
                                   INTO CurrentMessage
                           END-IF
                           PERFORM DisplayAndLog
                       END-IF
                       IF EcOutcome NOT = SPACES
                           MOVE SPACES TO CurrentMessage
                           STRING "   Outcome: " DELIMITED BY SIZE
                               FUNCTION TRIM(EcOutcome) DELIMITED BY SIZE
                               INTO CurrentMessage
                           PERFORM DisplayAndLog
                       END-IF
                       IF EcPromised = 'Y'
                           MOVE SPACES TO CurrentMessage
                           IF EcLinkedJobId > 0
                               STRING "   Promised posting " DELIMITED BY SIZE
                                   FUNCTION TRIM(EcPromiseText)
                                   DELIMITED BY SIZE
                                   " -> job " DELIMITED BY SIZE
                                   EcLinkedJobId DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   FUNCTION TRIM(EcLinkedTitle)
                                   DELIMITED BY SIZE
                                   INTO CurrentMessage
                           ELSE
                               STRING "   Promised posting " DELIMITED BY SIZE
                                   FUNCTION TRIM(EcPromiseText)
                                   DELIMITED BY SIZE
                                   " (not yet posted)" DELIMITED BY SIZE
                                   INTO CurrentMessage
                           END-IF
                           PERFORM DisplayAndLog
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerContactFile
           IF ContactCount = 0 THEN
               MOVE "No contacts logged for this employer." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       SetContactToday.
           MOVE SPACES TO FixedMessageTimestamp
           ACCEPT FixedMessageTimestamp
               FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
           IF FUNCTION TRIM(FixedMessageTimestamp) = SPACES
               MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
               STRING CurrentDateTime(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(7:2) DELIMITED BY SIZE
                   INTO FixedMessageTimestamp
           END-IF
           MOVE FixedMessageTimestamp(1:10) TO ContactToday.

       LogEmployerContact.
           MOVE "Contact type: 1. Call  2. Visit  3. Email  4. Meeting  5. Event"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           EVALUATE TempString(1:1)
               WHEN "1"
                   MOVE "CALL" TO ContactTypeEntry
               WHEN "2"
                   MOVE "VISIT" TO ContactTypeEntry
               WHEN "3"
                   MOVE "EMAIL" TO ContactTypeEntry
               WHEN "4"
                   MOVE "MEETING" TO ContactTypeEntry
               WHEN "5"
                   MOVE "EVENT" TO ContactTypeEntry
               WHEN OTHER
                   MOVE SPACES TO ContactTypeEntry
           END-EVALUATE
           MOVE "Enter notes:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE TempString(1:150) TO ContactNotesEntry
           MOVE "Follow-up due date (YYYY-MM-DD, blank for none):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE SPACES TO ContactFollowUpEntry
           MOVE 'Y' TO DateCheckValid
           IF TempString NOT = SPACES
               MOVE TempString(1:10) TO DateCheckInput
               PERFORM ValidateDateField
               MOVE DateCheckNormalized TO ContactFollowUpEntry
           END-IF
           MOVE "Did the employer promise a posting? (Y/N)" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION UPPER-CASE(TempString(1:1)) TO ContactPromisedEntry
           MOVE SPACES TO ContactPromiseEntry
           IF ContactPromisedEntry = 'Y'
               MOVE "Promised role (a word from the expected title, blank for any):"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadInputLine
               MOVE TempString(1:50) TO ContactPromiseEntry
           ELSE
               MOVE 'N' TO ContactPromisedEntry
           END-IF

           IF ContactTypeEntry = SPACES OR DateCheckValid = 'N' THEN
               MOVE "Contact not logged: a contact type and a valid date are required."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               PERFORM SetContactToday
               ADD 1 TO ContactNextId
               MOVE "employer_contacts.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND EmployerContactFile
               MOVE SPACES TO EmployerContactRecord
               MOVE ContactNextId TO EcId
               MOVE ContactEmployerId TO EcEmployerId
               MOVE ContactToday TO EcContactDate
               MOVE AdminUsername TO EcStaff
               MOVE ContactTypeEntry TO EcType
               MOVE ContactNotesEntry TO EcNotes
               MOVE ContactFollowUpEntry TO EcFollowUpDue
               MOVE 'N' TO EcFollowUpDone
               MOVE ContactPromisedEntry TO EcPromised
               MOVE ContactPromiseEntry TO EcPromiseText
               MOVE 0 TO EcLinkedJobId
               WRITE EmployerContactRecord
               CLOSE EmployerContactFile
               MOVE "employer_contacts.dat" TO JournalMasterName
               PERFORM JournalAfterImage

               MOVE "ADMIN_CONTACT_LOG" TO AuditActionName
               MOVE SPACES TO AuditDetailText
               STRING "Contact " DELIMITED BY SIZE
                   ContactNextId DELIMITED BY SIZE
                   " employer " DELIMITED BY SIZE
                   ContactEmployerId DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(ContactTypeEntry) DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAdminAudit
               MOVE "Contact logged." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       RecordContactOutcome.
           MOVE "Enter contact # to update:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION NUMVAL-C(TempString(1:5)) TO ContactPick
           MOVE "Enter the outcome:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE TempString(1:50) TO ContactOutcomeEntry
           MOVE "Is the follow-up complete? (Y/N)" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION UPPER-CASE(TempString(1:1)) TO ContactDoneEntry

           MOVE 'N' TO ContactLogFound
           MOVE 'N' TO EOF-EmployerContactFile
           OPEN INPUT EmployerContactFile
           OPEN OUTPUT TempEmployerContactFile
           PERFORM UNTIL EOF-EmployerContactFile = 'Y'
               READ EmployerContactFile
               AT END
                   MOVE 'Y' TO EOF-EmployerContactFile
               NOT AT END
                   IF EcId = ContactPick AND
                      EcEmployerId = ContactEmployerId
                       MOVE 'Y' TO ContactLogFound
                       IF ContactOutcomeEntry NOT = SPACES
                           MOVE ContactOutcomeEntry TO EcOutcome
                       END-IF
                       IF ContactDoneEntry = 'Y'
                           MOVE 'Y' TO EcFollowUpDone
                       END-IF
                   END-IF
                   WRITE TempEmployerContactRecord FROM EmployerContactRecord
               END-READ
           END-PERFORM
           CLOSE EmployerContactFile
           CLOSE TempEmployerContactFile

           IF ContactLogFound = 'N' THEN
               CALL "CBL_DELETE_FILE" USING "employer_contacts_temp.dat"
               MOVE "No such contact for this employer." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "employer_contacts.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "employer_contacts.dat"
               CALL "CBL_RENAME_FILE" USING "employer_contacts_temp.dat"
                   "employer_contacts.dat"
               PERFORM JournalAfterImage
               MOVE "ADMIN_CONTACT_OUTCOME" TO AuditActionName
               MOVE SPACES TO AuditDetailText
               STRING "Contact " DELIMITED BY SIZE
                   ContactPick DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(ContactOutcomeEntry) DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAdminAudit
               MOVE "Contact updated." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

      *> Verification letters students have asked for wait as Requested.
      *> Issuing re-checks the facts against applications.dat, offers.dat
      *> or the confirmed rows in placement_hours.dat, gives the letter its
      *> verification number and writes it to the output folder.
       ReviewLetterRequests.
           MOVE "Verification letters awaiting staff:" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE 0 TO LetterPendingCount
           MOVE 'N' TO EOF-VerificationLetterFile
           OPEN INPUT VerificationLetterFile
           PERFORM UNTIL EOF-VerificationLetterFile = 'Y'
               READ VerificationLetterFile
               AT END
                   MOVE 'Y' TO EOF-VerificationLetterFile
               NOT AT END
                   IF FUNCTION TRIM(VlStatus) = "Requested"
                       ADD 1 TO LetterPendingCount
                       MOVE VlType TO LetterType
                       PERFORM DescribeLetterType
                       MOVE SPACES TO CurrentMessage
                       STRING LetterPendingCount DELIMITED BY SIZE
                           ". " DELIMITED BY SIZE
                           FUNCTION TRIM(VlUsername) DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           FUNCTION TRIM(LetterTypeText) DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           FUNCTION TRIM(VlJobTitle) DELIMITED BY SIZE
                           " at " DELIMITED BY SIZE
                           FUNCTION TRIM(VlEmployer) DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                       MOVE SPACES TO CurrentMessage
                       STRING "   For " DELIMITED BY SIZE
                           FUNCTION TRIM(VlPurpose) DELIMITED BY SIZE
                           ", requested " DELIMITED BY SIZE
                           VlRequestDate DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
               END-READ
           END-PERFORM
           CLOSE VerificationLetterFile

           IF LetterPendingCount = 0 THEN
               MOVE "No verification letters awaiting staff." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter request # to decide, or 0 to skip:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadInputLine
               MOVE FUNCTION NUMVAL-C(TempString(1:3)) TO LetterPick
               IF LetterPick > 0 AND LetterPick <= LetterPendingCount THEN
                   MOVE "I. Issue the letter  D. Decline the request"
                       TO CurrentMessage
                   PERFORM DisplayAndLog
                   PERFORM ReadInputLine
                   MOVE FUNCTION UPPER-CASE(TempString(1:1)) TO LetterDecision
                   EVALUATE LetterDecision
                       WHEN 'I'
                           PERFORM IssueVerificationLetter
                       WHEN 'D'
                           PERFORM DeclineVerificationLetter
                       WHEN OTHER
                           MOVE "No decision recorded." TO CurrentMessage
                           PERFORM DisplayAndLog
                   END-EVALUATE
               END-IF
           END-IF.

       DescribeLetterType.
           EVALUATE LetterType
               WHEN 'P'
                   MOVE "placement" TO LetterTypeText
               WHEN 'H'
                   MOVE "placement hours" TO LetterTypeText
               WHEN 'O'
                   MOVE "accepted offer" TO LetterTypeText
               WHEN OTHER
                   MOVE "verification" TO LetterTypeText
           END-EVALUATE.

       SetLetterToday.
           MOVE SPACES TO FixedMessageTimestamp
           ACCEPT FixedMessageTimestamp
               FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
           IF FUNCTION TRIM(FixedMessageTimestamp) = SPACES
               MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
               STRING CurrentDateTime(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(7:2) DELIMITED BY SIZE
                   INTO FixedMessageTimestamp
           END-IF
           MOVE FixedMessageTimestamp(1:10) TO LetterToday.

       LoadPickedLetterRequest.
           MOVE 'N' TO LetterFound
           MOVE 0 TO LetterScanIndex
           MOVE 'N' TO EOF-VerificationLetterFile
           OPEN INPUT VerificationLetterFile
           PERFORM UNTIL EOF-VerificationLetterFile = 'Y'
               READ VerificationLetterFile
               AT END
                   MOVE 'Y' TO EOF-VerificationLetterFile
               NOT AT END
                   IF FUNCTION TRIM(VlStatus) = "Requested"
                       ADD 1 TO LetterScanIndex
                       IF LetterScanIndex = LetterPick
                           MOVE 'Y' TO LetterFound
                           MOVE VlId TO LetterId
                           MOVE VlUsername TO LetterUser
                           MOVE VlType TO LetterType
                           MOVE VlJobId TO LetterJobId
                           MOVE VlJobTitle TO LetterJobTitle
                           MOVE VlEmployer TO LetterEmployer
                           MOVE VlPurpose TO LetterPurpose
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE VerificationLetterFile
           IF LetterFound = 'N' THEN
               MOVE "That request is no longer awaiting staff."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       LoadLetterStudentName.
           MOVE LetterUser TO LetterStudentName
           OPEN INPUT UserProfileRecordFile
           MOVE LetterUser TO Username-Profile IN UserProfileRecord
           READ UserProfileRecordFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF FirstName IN UserProfileRecord NOT = SPACES
                   MOVE SPACES TO LetterStudentName
                   STRING FUNCTION TRIM(FirstName IN UserProfileRecord)
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(LastName IN UserProfileRecord)
                       DELIMITED BY SIZE
                       INTO LetterStudentName
               END-IF
           END-READ
           CLOSE UserProfileRecordFile.

      *> Sets LetterFactsOk when the records still bear the letter out, and
      *> LetterDetail to the facts the letter states.
       GatherLetterFacts.
           MOVE 'N' TO LetterFactsOk
           MOVE SPACES TO LetterFactDate
           MOVE SPACES TO LetterDetail
           EVALUATE LetterType
               WHEN 'P'
                   PERFORM GatherPlacementFacts
               WHEN 'H'
                   PERFORM GatherHoursFacts
               WHEN 'O'
                   PERFORM GatherOfferFacts
           END-EVALUATE.

       GatherPlacementFacts.
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT ApplicationFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ ApplicationFile INTO ApplicationRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF AppUsername IN ApplicationRecord = LetterUser AND
                      AppJobId IN ApplicationRecord IS NUMERIC AND
                      AppJobId IN ApplicationRecord = LetterJobId AND
                      FUNCTION TRIM(AppStatus IN ApplicationRecord) = "Hired"
                       MOVE 'Y' TO LetterFactsOk
                       MOVE CreatedDate IN ApplicationRecord TO LetterFactDate
                       MOVE AppJobTitle IN ApplicationRecord TO LetterJobTitle
                       MOVE AppJobEmployer IN ApplicationRecord
                           TO LetterEmployer
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ApplicationFile
           IF LetterFactsOk = 'Y'
               STRING "Hired through InCollege; applied " DELIMITED BY SIZE
                   LetterFactDate DELIMITED BY SIZE
                   INTO LetterDetail
           END-IF.

       GatherHoursFacts.
           MOVE 0 TO LetterHoursTotal
           MOVE SPACES TO LetterFirstWeek
           MOVE SPACES TO LetterLastWeek
           MOVE 'N' TO EOF-PlacementHoursFile
           OPEN INPUT PlacementHoursFile
           PERFORM UNTIL EOF-PlacementHoursFile = 'Y'
               READ PlacementHoursFile
               AT END
                   MOVE 'Y' TO EOF-PlacementHoursFile
               NOT AT END
                   IF HoursUsername = LetterUser AND
                      HoursJobId = LetterJobId AND
                      FUNCTION TRIM(HoursStatus) = "Confirmed" AND
                      HoursWorked IS NUMERIC
                       ADD HoursWorked TO LetterHoursTotal
                       IF LetterFirstWeek = SPACES OR
                          HoursWeekEnding < LetterFirstWeek
                           MOVE HoursWeekEnding TO LetterFirstWeek
                       END-IF
                       IF HoursWeekEnding > LetterLastWeek
                           MOVE HoursWeekEnding TO LetterLastWeek
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PlacementHoursFile
           IF LetterHoursTotal > 0
               MOVE 'Y' TO LetterFactsOk
               MOVE LetterHoursTotal TO LetterHoursDisplay
               STRING FUNCTION TRIM(LetterHoursDisplay) DELIMITED BY SIZE
                   " confirmed hours, weeks ending " DELIMITED BY SIZE
                   LetterFirstWeek DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   LetterLastWeek DELIMITED BY SIZE
                   INTO LetterDetail
           END-IF.

       GatherOfferFacts.
           MOVE 0 TO LetterSalaryMin
           MOVE 0 TO LetterSalaryMax
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT JobOfferFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ JobOfferFile INTO JobOfferRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF OfferApplicant IN JobOfferRecord = LetterUser AND
                      OfferJobId IN JobOfferRecord = LetterJobId AND
                      FUNCTION TRIM(OfferStatus IN JobOfferRecord) = "Accepted"
                       MOVE 'Y' TO LetterFactsOk
                       MOVE OfferDate IN JobOfferRecord TO LetterFactDate
                       MOVE OfferJobTitle IN JobOfferRecord TO LetterJobTitle
                       IF OfferSalaryMin IN JobOfferRecord IS NUMERIC
                           MOVE OfferSalaryMin IN JobOfferRecord
                               TO LetterSalaryMin
                       END-IF
                       IF OfferSalaryMax IN JobOfferRecord IS NUMERIC
                           MOVE OfferSalaryMax IN JobOfferRecord
                               TO LetterSalaryMax
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE JobOfferFile
           IF LetterFactsOk = 'Y'
               MOVE LetterSalaryMin TO LetterSalaryMinDisplay
               MOVE LetterSalaryMax TO LetterSalaryMaxDisplay
               IF LetterSalaryMax > 0
                   STRING "Offer of " DELIMITED BY SIZE
                       LetterFactDate DELIMITED BY SIZE
                       " accepted; salary " DELIMITED BY SIZE
                       FUNCTION TRIM(LetterSalaryMinDisplay) DELIMITED BY SIZE
                       " to " DELIMITED BY SIZE
                       FUNCTION TRIM(LetterSalaryMaxDisplay) DELIMITED BY SIZE
                       INTO LetterDetail
               ELSE
                   STRING "Offer of " DELIMITED BY SIZE
                       LetterFactDate DELIMITED BY SIZE
                       " accepted" DELIMITED BY SIZE
                       INTO LetterDetail
               END-IF
           END-IF.

       IssueVerificationLetter.
           PERFORM SetLetterToday
           PERFORM LoadPickedLetterRequest
           IF LetterFound = 'Y'
               PERFORM GatherLetterFacts
               IF LetterFactsOk = 'N' THEN
                   MOVE "The records on file no longer support this letter; decline it instead."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   PERFORM LoadLetterStudentName
                   MOVE SPACES TO LetterNumber
                   STRING "VL-" DELIMITED BY SIZE
                       LetterToday(1:4) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       LetterId DELIMITED BY SIZE
                       INTO LetterNumber
                   PERFORM WriteVerificationLetterDoc
                   MOVE "Issued" TO LetterNewStatus
                   MOVE SPACES TO LetterNote
                   PERFORM RecordLetterDecision

                   MOVE "ADMIN_LETTER_ISSUE" TO AuditActionName
                   MOVE SPACES TO AuditDetailText
                   STRING FUNCTION TRIM(LetterNumber) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(LetterUser) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(LetterDetail) DELIMITED BY SIZE
                       INTO AuditDetailText
                   PERFORM WriteAdminAudit

                   MOVE SPACES TO LetterNotifText
                   STRING "Your verification letter " DELIMITED BY SIZE
                       FUNCTION TRIM(LetterNumber) DELIMITED BY SIZE
                       " has been issued by Career Services" DELIMITED BY SIZE
                       INTO LetterNotifText
                   PERFORM NotifyLetterStudent

                   MOVE SPACES TO CurrentMessage
                   STRING "Letter issued: " DELIMITED BY SIZE
                       FUNCTION TRIM(LetterDocName) DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM DisplayAndLog
               END-IF
           END-IF.

       DeclineVerificationLetter.
           PERFORM SetLetterToday
           PERFORM LoadPickedLetterRequest
           IF LetterFound = 'Y'
               MOVE "Reason for declining (shown to the student):"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadInputLine
               MOVE FUNCTION TRIM(TempString(1:60)) TO LetterNote
               IF LetterNote = SPACES
                   MOVE "Our records do not support this letter" TO LetterNote
               END-IF
               MOVE SPACES TO LetterNumber
               MOVE SPACES TO LetterDetail
               MOVE "Declined" TO LetterNewStatus
               PERFORM RecordLetterDecision

               MOVE "ADMIN_LETTER_DECLINE" TO AuditActionName
               MOVE SPACES TO AuditDetailText
               STRING FUNCTION TRIM(LetterUser) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(LetterJobTitle) DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAdminAudit

               MOVE SPACES TO LetterNotifText
               STRING "Your verification letter request was declined: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(LetterNote) DELIMITED BY SIZE
                   INTO LetterNotifText
               PERFORM NotifyLetterStudent

               MOVE "Request declined; the student has been notified."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       RecordLetterDecision.
           MOVE 'N' TO EOF-VerificationLetterFile
           OPEN INPUT VerificationLetterFile
           OPEN OUTPUT TempVerificationLetterFile
           PERFORM UNTIL EOF-VerificationLetterFile = 'Y'
               READ VerificationLetterFile
               AT END
                   MOVE 'Y' TO EOF-VerificationLetterFile
               NOT AT END
                   IF VlId = LetterId AND
                      FUNCTION TRIM(VlStatus) = "Requested"
                       MOVE LetterNewStatus TO VlStatus
                       MOVE LetterNumber TO VlNumber
                       MOVE AdminUsername TO VlDecidedBy
                       MOVE LetterToday TO VlDecidedDate
                       MOVE LetterDetail TO VlDetail
                       MOVE LetterNote TO VlNote
                       MOVE LetterJobTitle TO VlJobTitle
                   END-IF
                   WRITE TempVerificationLetterRecord
                       FROM VerificationLetterRecord
               END-READ
           END-PERFORM
           CLOSE VerificationLetterFile
           CLOSE TempVerificationLetterFile
           MOVE "verification_letters.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "verification_letters.dat"
           CALL "CBL_RENAME_FILE" USING "verification_letters_temp.dat"
               "verification_letters.dat"
           PERFORM JournalAfterImage.

       NotifyLetterStudent.
           MOVE "notifications.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND NotificationFile
           MOVE SPACES TO NotificationRecord
           MOVE LetterUser TO NotifUsername IN NotificationRecord
           MOVE LetterNotifText TO NotifText IN NotificationRecord
           MOVE LetterToday TO NotifDate IN NotificationRecord
           MOVE "New" TO NotifStatus IN NotificationRecord
           MOVE "OTHER" TO NotifCategoryCode IN NotificationRecord
           MOVE 'N' TO NotifRelayed IN NotificationRecord
           WRITE NotificationRecord
           CLOSE NotificationFile
           MOVE "notifications.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       WriteVerificationLetterDoc.
           MOVE SPACES TO LetterDocName
           STRING "output/VerificationLetter_" DELIMITED BY SIZE
               FUNCTION TRIM(LetterNumber) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO LetterDocName
           OPEN OUTPUT LetterDocFile
           MOVE "InCollege Career Services" TO LetterDocLine
           WRITE LetterDocRecord FROM LetterDocLine
           MOVE "Official Verification Letter" TO LetterDocLine
           WRITE LetterDocRecord FROM LetterDocLine
           MOVE "========================================" TO LetterDocLine
           WRITE LetterDocRecord FROM LetterDocLine
           MOVE SPACES TO LetterDocLine
           STRING "Date: " DELIMITED BY SIZE
               LetterToday DELIMITED BY SIZE
               INTO LetterDocLine
           WRITE LetterDocRecord FROM LetterDocLine
           MOVE SPACES TO LetterDocLine
           STRING "Verification number: " DELIMITED BY SIZE
               FUNCTION TRIM(LetterNumber) DELIMITED BY SIZE
               INTO LetterDocLine
           WRITE LetterDocRecord FROM LetterDocLine
           MOVE SPACES TO LetterDocLine
           WRITE LetterDocRecord FROM LetterDocLine
           MOVE "To whom it may concern," TO LetterDocLine
           WRITE LetterDocRecord FROM LetterDocLine
           MOVE SPACES TO LetterDocLine
           WRITE LetterDocRecord FROM LetterDocLine

           EVALUATE LetterType
               WHEN 'P'
                   MOVE SPACES TO LetterDocLine
                   STRING "This letter confirms that " DELIMITED BY SIZE
                       FUNCTION TRIM(LetterStudentName) DELIMITED BY SIZE
                       " was hired through InCollege as" DELIMITED BY SIZE
                       INTO LetterDocLine
                   WRITE LetterDocRecord FROM LetterDocLine
                   MOVE SPACES TO LetterDocLine
                   STRING FUNCTION TRIM(LetterJobTitle) DELIMITED BY SIZE
                       " at " DELIMITED BY SIZE
                       FUNCTION TRIM(LetterEmployer) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO LetterDocLine
                   WRITE LetterDocRecord FROM LetterDocLine
                   MOVE SPACES TO LetterDocLine
                   STRING "The application was submitted on " DELIMITED BY SIZE
                       LetterFactDate DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO LetterDocLine
                   WRITE LetterDocRecord FROM LetterDocLine
               WHEN 'H'
                   MOVE SPACES TO LetterDocLine
                   STRING "This letter confirms that " DELIMITED BY SIZE
                       FUNCTION TRIM(LetterStudentName) DELIMITED BY SIZE
                       " has " DELIMITED BY SIZE
                       FUNCTION TRIM(LetterHoursDisplay) DELIMITED BY SIZE
                       " hours of work confirmed by the employer"
                       DELIMITED BY SIZE
                       INTO LetterDocLine
                   WRITE LetterDocRecord FROM LetterDocLine
                   MOVE SPACES TO LetterDocLine
                   STRING "as " DELIMITED BY SIZE
                       FUNCTION TRIM(LetterJobTitle) DELIMITED BY SIZE
                       " at " DELIMITED BY SIZE
                       FUNCTION TRIM(LetterEmployer) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       INTO LetterDocLine
                   WRITE LetterDocRecord FROM LetterDocLine
                   MOVE SPACES TO LetterDocLine
                   STRING "for the weeks ending " DELIMITED BY SIZE
                       LetterFirstWeek DELIMITED BY SIZE
                       " through " DELIMITED BY SIZE
                       LetterLastWeek DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO LetterDocLine
                   WRITE LetterDocRecord FROM LetterDocLine
               WHEN 'O'
                   MOVE SPACES TO LetterDocLine
                   STRING "This letter confirms that " DELIMITED BY SIZE
                       FUNCTION TRIM(LetterStudentName) DELIMITED BY SIZE
                       " accepted an offer of employment as"
                       DELIMITED BY SIZE
                       INTO LetterDocLine
                   WRITE LetterDocRecord FROM LetterDocLine
                   MOVE SPACES TO LetterDocLine
                   STRING FUNCTION TRIM(LetterJobTitle) DELIMITED BY SIZE
                       " at " DELIMITED BY SIZE
                       FUNCTION TRIM(LetterEmployer) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO LetterDocLine
                   WRITE LetterDocRecord FROM LetterDocLine
                   MOVE SPACES TO LetterDocLine
                   IF LetterSalaryMax > 0
                       STRING "The offer was made on " DELIMITED BY SIZE
                           LetterFactDate DELIMITED BY SIZE
                           " with a salary range of " DELIMITED BY SIZE
                           FUNCTION TRIM(LetterSalaryMinDisplay)
                           DELIMITED BY SIZE
                           " to " DELIMITED BY SIZE
                           FUNCTION TRIM(LetterSalaryMaxDisplay)
                           DELIMITED BY SIZE
                           "." DELIMITED BY SIZE
                           INTO LetterDocLine
                   ELSE
                       STRING "The offer was made on " DELIMITED BY SIZE
                           LetterFactDate DELIMITED BY SIZE
                           "." DELIMITED BY SIZE
                           INTO LetterDocLine
                   END-IF
                   WRITE LetterDocRecord FROM LetterDocLine
           END-EVALUATE

           MOVE SPACES TO LetterDocLine
           WRITE LetterDocRecord FROM LetterDocLine
           MOVE SPACES TO LetterDocLine
           STRING "This letter was requested for: " DELIMITED BY SIZE
               FUNCTION TRIM(LetterPurpose) DELIMITED BY SIZE
               INTO LetterDocLine
           WRITE LetterDocRecord FROM LetterDocLine
           MOVE SPACES TO LetterDocLine
           WRITE LetterDocRecord FROM LetterDocLine
           MOVE "To confirm that this letter is genuine, contact InCollege Career Services"
               TO LetterDocLine
           WRITE LetterDocRecord FROM LetterDocLine
           MOVE "and quote the verification number shown above."
               TO LetterDocLine
           WRITE LetterDocRecord FROM LetterDocLine
           MOVE SPACES TO LetterDocLine
           WRITE LetterDocRecord FROM LetterDocLine
           MOVE SPACES TO LetterDocLine
           STRING "Issued by: " DELIMITED BY SIZE
               FUNCTION TRIM(AdminUsername) DELIMITED BY SIZE
               ", InCollege Career Services" DELIMITED BY SIZE
               INTO LetterDocLine
           WRITE LetterDocRecord FROM LetterDocLine
           CLOSE LetterDocFile.

      *> A third party quotes the number printed on a letter; only numbers
      *> in the register with status Issued are genuine.
       ConfirmVerificationNumber.
           MOVE "Enter the verification number quoted from the letter:"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TempString(1:15)))
               TO LetterNumberEntry
           MOVE 'N' TO LetterFound
           IF LetterNumberEntry NOT = SPACES
               MOVE 'N' TO EOF-VerificationLetterFile
               OPEN INPUT VerificationLetterFile
               PERFORM UNTIL EOF-VerificationLetterFile = 'Y'
                   READ VerificationLetterFile
                   AT END
                       MOVE 'Y' TO EOF-VerificationLetterFile
                   NOT AT END
                       IF VlNumber = LetterNumberEntry AND
                          FUNCTION TRIM(VlStatus) = "Issued"
                           MOVE 'Y' TO LetterFound
                           MOVE VlUsername TO LetterUser
                           MOVE VlType TO LetterType
                           MOVE VlJobTitle TO LetterJobTitle
                           MOVE VlEmployer TO LetterEmployer
                           MOVE VlPurpose TO LetterPurpose
                           MOVE VlDetail TO LetterDetail
                           MOVE VlDecidedBy TO LetterDecidedBy
                           MOVE VlDecidedDate TO LetterDecidedDate
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE VerificationLetterFile
           END-IF

           IF LetterFound = 'N' THEN
               MOVE "NOT FOUND: no letter with that number has been issued by InCollege."
                   TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "The letter should not be treated as genuine."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               PERFORM LoadLetterStudentName
               PERFORM DescribeLetterType
               MOVE SPACES TO CurrentMessage
               STRING "GENUINE: " DELIMITED BY SIZE
                   FUNCTION TRIM(LetterNumberEntry) DELIMITED BY SIZE
                   " was issued on " DELIMITED BY SIZE
                   LetterDecidedDate DELIMITED BY SIZE
                   " by " DELIMITED BY SIZE
                   FUNCTION TRIM(LetterDecidedBy) DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
               MOVE SPACES TO CurrentMessage
               STRING "Student: " DELIMITED BY SIZE
                   FUNCTION TRIM(LetterStudentName) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(LetterUser) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
               MOVE SPACES TO CurrentMessage
               STRING "Verifies " DELIMITED BY SIZE
                   FUNCTION TRIM(LetterTypeText) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(LetterJobTitle) DELIMITED BY SIZE
                   " at " DELIMITED BY SIZE
                   FUNCTION TRIM(LetterEmployer) DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
               MOVE SPACES TO CurrentMessage
               STRING "As stated: " DELIMITED BY SIZE
                   FUNCTION TRIM(LetterDetail) DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
               MOVE SPACES TO CurrentMessage
               STRING "Requested for: " DELIMITED BY SIZE
                   FUNCTION TRIM(LetterPurpose) DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-IF

           MOVE "ADMIN_LETTER_CONFIRM" TO AuditActionName
           MOVE SPACES TO AuditDetailText
           IF LetterFound = 'Y'
               STRING FUNCTION TRIM(LetterNumberEntry) DELIMITED BY SIZE
                   " confirmed genuine" DELIMITED BY SIZE
                   INTO AuditDetailText
           ELSE
               STRING FUNCTION TRIM(LetterNumberEntry) DELIMITED BY SIZE
                   " not found" DELIMITED BY SIZE
                   INTO AuditDetailText
           END-IF
           PERFORM WriteAdminAudit.

       COPY "Milestones.cob".

       COPY "ComputeDigest.cob".

       COPY "DateCheck.cob".

       COPY "ChainDigest.cob".

       COPY "PostingCascade.cob".

       COPY "Ferpa.cob".

       COPY "LegalHold.cob".

       COPY "OneTimeCode.cob".

       COPY "EmailCheck.cob".

       COPY "SigninCode.cob".

       COPY "ReportRequests.cob".

       COPY "Journal.cob".

               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT OPTIONAL JobCounterFile ASSIGN TO "job_counter.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JobHistoryFile ASSIGN TO "job_status_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LoginLogFile ASSIGN TO "login_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SkillsCompletedFile ASSIGN TO "skills_completed.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempSkillsCompletedFile ASSIGN TO "skills_completed_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EventCounterFile ASSIGN TO "event_counter.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AccommodationFile ASSIGN TO "accommodations.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempAccommodationFile
               ASSIGN TO "accommodations_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SelfIdFile ASSIGN TO "self_id.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempSelfIdFile ASSIGN TO "self_id_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CareerHistoryFile ASSIGN TO "career_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempCareerHistoryFile
               ASSIGN TO "career_history_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VerificationLetterFile
               ASSIGN TO "verification_letters.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempVerificationLetterFile
               ASSIGN TO "verification_letters_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ReferenceFile ASSIGN TO "references.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempReferenceFile ASSIGN TO "references_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ReferenceCheckFile
               ASSIGN TO "reference_checks.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempReferenceCheckFile
               ASSIGN TO "reference_checks_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MessageOutboxFile ASSIGN TO "message_outbox.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempMessageOutboxFile
               ASSIGN TO "message_outbox_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ConnectionTagFile ASSIGN TO "connection_tags.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempConnectionTagFile
               ASSIGN TO "connection_tags_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RecycleBinFile ASSIGN TO "recycle_bin.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempRecycleBinFile ASSIGN TO "recycle_bin_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PostingOpeningFile ASSIGN TO "posting_openings.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempPostingOpeningFile
               ASSIGN TO "posting_openings_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EventSeriesFile ASSIGN TO "event_series.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempEventSeriesFile ASSIGN TO "event_series_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EventOccurrenceFile
               ASSIGN TO "event_occurrences.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempEventOccurrenceFile
               ASSIGN TO "event_occurrences_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AnonCounterFile ASSIGN TO "anon_counter.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SurveyFile ASSIGN TO "surveys.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempFairInterestFile ASSIGN TO "fair_interest_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FairLeadFile ASSIGN TO "fair_leads.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MessageLimitFile ASSIGN TO "message_limits.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MsgSendCountFile
           SELECT OPTIONAL NotifPrefFile ASSIGN TO "notif_prefs.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AppExchangeFile
               ASSIGN TO "application_forwards.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ScreeningTermFile ASSIGN TO "screening_terms.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempPlacementHoursFile
               ASSIGN TO "placement_hours_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL UserContactFile ASSIGN TO "user_contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempUserContactFile ASSIGN TO "user_contacts_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OneTimeCodeFile ASSIGN TO "otp_codes.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempOneTimeCodeFile ASSIGN TO "otp_codes_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MailOutboxFile ASSIGN TO "mail_outbox.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MailPickupFile ASSIGN TO "mail_pickup.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WorkAuthFile ASSIGN TO "work_authorizations.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempWorkAuthFile ASSIGN TO "work_authorizations_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PostingQuestionFile ASSIGN TO "posting_questions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempPostingQuestionFile
               ASSIGN TO "posting_questions_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PostingAnswerFile ASSIGN TO "posting_answers.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempPostingAnswerFile ASSIGN TO "posting_answers_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WorkStudyAwardFile ASSIGN TO "work_study_awards.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LearningAgreementFile
               ASSIGN TO "learning_agreements.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempLearningAgreementFile
               ASSIGN TO "learning_agreements_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TermCalendarFile ASSIGN TO "term_calendar.dat"
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
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalControlFile ASSIGN TO "journal_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ReportInboxFile ASSIGN TO "report_inbox.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MilestoneFile ASSIGN TO "milestones.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ResumeReviewFile ASSIGN TO "resume_reviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ExternalAppFile
               ASSIGN TO "external_applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempExternalAppFile
               ASSIGN TO "external_applications_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CertificationFile ASSIGN TO "certifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempCertificationFile ASSIGN TO "certifications_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ProfileImportFile ASSIGN TO ProfileImportFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RefAliasFile ASSIGN TO "ref_aliases.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LocationMasterFile ASSIGN TO "locations.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ImportRejectFile
               ASSIGN TO "profile_import_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempImportRejectFile
               ASSIGN TO "profile_import_rejects_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AtsPostingFile ASSIGN TO "ats_postings.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempAtsPostingFile ASSIGN TO "ats_postings_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AtsSentFile ASSIGN TO "ats_sent.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ReferralFile ASSIGN TO "referrals.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempReferralFile ASSIGN TO "referrals_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PostingQaFile ASSIGN TO "posting_qa.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempPostingQaFile ASSIGN TO "posting_qa_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EmployerReviewFile
               ASSIGN TO "employer_reviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PostingOwnerFile ASSIGN TO "posting_owners.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempPostingOwnerFile ASSIGN TO "posting_owners_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PrimaryContactFile
               ASSIGN TO "primary_contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EmployerContactFile
               ASSIGN TO "employer_contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 JobOriginCampus PIC X(8).
           05 JobScreenFlags PIC X(60).
           05 JobOriginJobId PIC 9(5).
           05 JobWorkAuth PIC X(4).
           05 JobWorkType PIC X(1).

       FD ApplicationFile.
       01 ApplicationRecord.
           05 AuditDetail PIC X(100).
           05 AuditChainDigest PIC X(20).

       FD JobCounterFile.
       01 JobCounterRecord.
           05 LastJobId PIC 9(5).
           05 JshNewStatus PIC X(10).
           05 JshChangedBy PIC X(20).
           05 JshTimestamp PIC X(20).
           05 JshApplicant PIC X(20).

       FD SkillsCompletedFile.
       01 SkillCompletionRecord.
       01 EventCounterRecord.
           05 LastEventId PIC 9(5).

       FD AccommodationFile.
       01 AccommodationRecord.
           05 AccomId PIC 9(5).
           05 AccomUsername PIC X(20).
           05 AccomType PIC X(1).
           05 AccomRefId PIC 9(5).
           05 AccomRefTitle PIC X(50).
           05 AccomRefDate PIC X(10).
           05 AccomHost PIC X(20).
           05 AccomNeed PIC X(30).
           05 AccomDetail PIC X(200).
           05 AccomStatus PIC X(10).
           05 AccomRequestDate PIC X(10).
           05 AccomReviewer PIC X(20).
           05 AccomReviewDate PIC X(10).
           05 AccomReviewNote PIC X(100).

       FD TempAccommodationFile.
       01 TempAccommodationRecord PIC X(491).

      *> Voluntary self-identification. Written here but never displayed;
      *> only the aggregate DiversityReport and the owner's own data
      *> export read the answers back.
       FD SelfIdFile.
       01 SelfIdRecord.
           05 SidUsername PIC X(20).
           05 SidAnswer PIC X(1) OCCURS 6 TIMES.
           05 SidUpdatedDate PIC X(10).

       FD TempSelfIdFile.
       01 TempSelfIdRecord PIC X(36).

      *> Dated answers to the yearly alumni update, kept beside the
      *> experience entries. CarStatus is C (confirmed unchanged), U
      *> (updated) or S (skipped for the year); CarYearsOut is the number
      *> of years since graduation when the answer was given.
       FD CareerHistoryFile.
       01 CareerHistoryRecord.
           05 CarUsername PIC X(20).
           05 CarAnswerDate PIC X(10).
           05 CarGradYear PIC 9(4).
           05 CarYearsOut PIC 9(2).
           05 CarStatus PIC X(1).
           05 CarEmployer PIC X(50).
           05 CarRole PIC X(50).
           05 CarField PIC X(30).

       FD TempCareerHistoryFile.
       01 TempCareerHistoryRecord PIC X(167).

      *> Register of official verification letters. A student asks for a
      *> letter covering a placement (P, hired through InCollege), confirmed
      *> placement hours (H) or an accepted offer (O); staff issue or decline
      *> it from the admin console. An issued letter carries the unique
      *> VlNumber that a third party can quote back to staff, and VlDetail
      *> holds the facts as they stood when the letter was issued.
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

      *> References a student lists on their profile. RefPermission 'Y'
      *> means employers the student applies to may contact them.
       FD ReferenceFile.
       01 ReferenceRecord.
           05 RefOwner PIC X(20).
           05 RefSeq PIC 9(2).
           05 RefName PIC X(40).
           05 RefRelation PIC X(30).
           05 RefEmail PIC X(60).
           05 RefPhone PIC X(20).
           05 RefPermission PIC X(1).
           05 RefAddedDate PIC X(10).

       FD TempReferenceFile.
       01 TempReferenceRecord PIC X(183).

      *> Reference checks a poster sent for an applicant on a posting.
      *> RchkStatus is Sent, Answered or Expired; only the digest of the
      *> code mailed to the reference is kept. The answers belong to the
      *> poster in RchkPoster.
       FD ReferenceCheckFile.
       01 ReferenceCheckRecord.
           05 RchkId PIC 9(5).
           05 RchkJobId PIC 9(5).
           05 RchkJobTitle PIC X(50).
           05 RchkPoster PIC X(20).
           05 RchkApplicant PIC X(20).
           05 RchkRefSeq PIC 9(2).
           05 RchkRefName PIC X(40).
           05 RchkRefEmail PIC X(60).
           05 RchkCodeDigest PIC X(20).
           05 RchkSentDate PIC X(10).
           05 RchkExpiryDate PIC X(10).
           05 RchkStatus PIC X(10).
           05 RchkAnsweredDate PIC X(10).
           05 RchkKnownHow PIC X(60).
           05 RchkReliability PIC 9(1).
           05 RchkQuality PIC 9(1).
           05 RchkTeamwork PIC 9(1).
           05 RchkRecommend PIC X(1).
           05 RchkComments PIC X(100).

       FD TempReferenceCheckFile.
       01 TempReferenceCheckRecord PIC X(426).

      *> Messages written now for delivery later. A group or applicant
      *> send holds one row per recipient, all sharing the same OutId;
      *> ScheduledMessageRelease moves due rows into messages.dat.
       FD MessageOutboxFile.
       01 MessageOutboxRecord.
           05 OutId PIC 9(5).
           05 OutSender PIC X(20).
           05 OutKind PIC X(1).
           05 OutRecipient PIC X(20).
           05 OutContext PIC X(50).
           05 OutContent PIC X(200).
           05 OutReleaseDate PIC X(10).
           05 OutReleaseTime PIC X(5).
           05 OutStatus PIC X(10).
           05 OutCreatedDate PIC X(10).
           05 OutResult PIC X(30).

       FD TempMessageOutboxFile.
       01 TempMessageOutboxRecord PIC X(361).

      *> A user's own tags and note on one of their connections. Only the
      *> owner ever sees the row; TagList is held lower-case, one comma
      *> between tags.
       FD ConnectionTagFile.
       01 ConnectionTagRecord.
           05 TagOwner PIC X(20).
           05 TagPartner PIC X(20).
           05 TagList PIC X(60).
           05 TagNote PIC X(200).
           05 TagUpdatedDate PIC X(10).

       FD TempConnectionTagFile.
       01 TempConnectionTagRecord PIC X(310).

      *> Records a user deleted, held for RecyclePurgeDays so they can be
      *> put back from Recently Deleted. BinImage is the record exactly as
      *> it stood in its own file; BinKind says which file that was.
       FD RecycleBinFile.
       01 RecycleBinRecord.
           05 BinId PIC 9(5).
           05 BinOwner PIC X(20).
           05 BinKind PIC X(4).
           05 BinDeletedDate PIC X(10).
           05 BinPurgeDate PIC X(10).
           05 BinSummary PIC X(80).
           05 BinImage PIC X(1100).

       FD TempRecycleBinFile.
       01 TempRecycleBinRecord PIC X(1229).

      *> Number of openings on a posting. A posting with no row here has a
      *> single opening.
       FD PostingOpeningFile.
       01 PostingOpeningRecord.
           05 OpnJobId PIC 9(5).
           05 OpnCount PIC 9(3).
           05 OpnSetBy PIC X(20).
           05 OpnSetDate PIC X(10).

       FD TempPostingOpeningFile.
       01 TempPostingOpeningRecord PIC X(38).

       FD EventSeriesFile.
       01 EventSeriesRecord.
           05 SeriesId PIC 9(5).
           05 SeriesTitle PIC X(50).
           05 SeriesLocation PIC X(50).
           05 SeriesDescription PIC X(200).
           05 SeriesHost PIC X(20).
           05 SeriesCapacity PIC 9(3).
           05 SeriesRule PIC X(1).
           05 SeriesWeekdays PIC X(7).
           05 SeriesMonthWeek PIC 9(1).
           05 SeriesStartDate PIC X(10).
           05 SeriesEndDate PIC X(10).
           05 SeriesCount PIC 9(3).
           05 SeriesCreatedDate PIC X(10).

       FD TempEventSeriesFile.
       01 TempEventSeriesRecord.
           05 SeriesId PIC 9(5).
           05 SeriesTitle PIC X(50).
           05 SeriesLocation PIC X(50).
           05 SeriesDescription PIC X(200).
           05 SeriesHost PIC X(20).
           05 SeriesCapacity PIC 9(3).
           05 SeriesRule PIC X(1).
           05 SeriesWeekdays PIC X(7).
           05 SeriesMonthWeek PIC 9(1).
           05 SeriesStartDate PIC X(10).
           05 SeriesEndDate PIC X(10).
           05 SeriesCount PIC 9(3).
           05 SeriesCreatedDate PIC X(10).

       FD EventOccurrenceFile.
       01 EventOccurrenceRecord.
           05 OccEventId PIC 9(5).
           05 OccSeriesId PIC 9(5).
           05 OccStatus PIC X(10).
           05 OccChangedBy PIC X(20).
           05 OccChangedDate PIC X(10).

       FD TempEventOccurrenceFile.
       01 TempEventOccurrenceRecord.
           05 OccEventId PIC 9(5).
           05 OccSeriesId PIC 9(5).
           05 OccStatus PIC X(10).
           05 OccChangedBy PIC X(20).
           05 OccChangedDate PIC X(10).

       FD AnonCounterFile.
       01 AnonCounterRecord.
           05 LastAnonId PIC 9(5).
           05 InterestEmployerId PIC 9(5).
           05 InterestDate PIC X(10).

       FD FairLeadFile.
       01 FairLeadRecord.
           05 LeadFairId PIC 9(3).
           05 LeadEmployerId PIC 9(5).
           05 LeadUsername PIC X(20).
           05 LeadRating PIC 9(1).
           05 LeadNote PIC X(100).
           05 LeadRecordedBy PIC X(20).
           05 LeadDate PIC X(10).

       FD MessageLimitFile.
       01 MessageLimitRecord.
           05 LimitRole PIC X(1).
           05 EmployerLocation PIC X(50).
           05 EmployerDescription PIC X(200).
           05 EmployerContact PIC X(50).
           05 EmployerParentId PIC 9(5).

       FD EmployerCounterFile.
       01 EmployerCounterRecord.
           05 SearchLocation PIC X(50).
           05 SearchCategory PIC X(10).
           05 SearchMinSalary PIC 9(6).
           05 SearchWorkType PIC X(1).

       FD TempSavedSearchFile.
       01 TempSavedSearchRecord.
           05 SearchLocation PIC X(50).
           05 SearchCategory PIC X(10).
           05 SearchMinSalary PIC 9(6).
           05 SearchWorkType PIC X(1).

       FD TempRecommendationFile.
       01 TempRecommendationRecord.
           05 NotifText PIC X(100).
           05 NotifDate PIC X(10).
           05 NotifStatus PIC X(6).
           05 NotifCategoryCode PIC X(12).
           05 NotifRelayed PIC X(1).

       FD TempNotificationFile.
       01 TempNotificationRecord.
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

       FD AppExchangeFile.
       01 AppExchangeRecord.
           05 PrefUsername PIC X(20).
           05 PrefCategory PIC X(12).
           05 PrefEnabled PIC X(1).
           05 PrefChannel PIC X(5).

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

       FD MailOutboxFile.
       01 MailOutboxRecord.
           05 OutboxUsername PIC X(20).
           05 OutboxAddress PIC X(60).
           05 OutboxSubject PIC X(40).
           05 OutboxText PIC X(100).
           05 OutboxStamp PIC X(16).

      *> Drop file the campus mail gateway drains as it is written, for
      *> one-time codes that cannot wait for the nightly relay.
       FD MailPickupFile.
       01 MailPickupRecord.
           05 PickupUsername PIC X(20).
           05 PickupAddress PIC X(60).
           05 PickupSubject PIC X(40).
           05 PickupText PIC X(100).
           05 PickupStamp PIC X(16).

       FD WorkAuthFile.
       01 WorkAuthRecord.
           05 WorkAuthUsername PIC X(20).
           05 WorkAuthStatus PIC X(4).
           05 WorkAuthDate PIC X(10).

       FD TempWorkAuthFile.
       01 TempWorkAuthRecord.
           05 WorkAuthUsername PIC X(20).
           05 WorkAuthStatus PIC X(4).
           05 WorkAuthDate PIC X(10).

       FD PostingQuestionFile.
       01 PostingQuestionRecord.
           05 PqJobId PIC 9(5).
           05 PqNumber PIC 9(1).
           05 PqType PIC X(1).
           05 PqText PIC X(80).
           05 PqChoices PIC X(60).
           05 PqKnockout PIC X(30).

       FD TempPostingQuestionFile.
       01 TempPostingQuestionRecord.
           05 PqJobId PIC 9(5).
           05 PqNumber PIC 9(1).
           05 PqType PIC X(1).
           05 PqText PIC X(80).
           05 PqChoices PIC X(60).
           05 PqKnockout PIC X(30).

       FD PostingAnswerFile.
       01 PostingAnswerRecord.
           05 PaJobId PIC 9(5).
           05 PaUsername PIC X(20).
           05 PaNumber PIC 9(1).
           05 PaAnswer PIC X(60).
           05 PaKnockedOut PIC X(1).

       FD TempPostingAnswerFile.
       01 TempPostingAnswerRecord.
           05 PaJobId PIC 9(5).
           05 PaUsername PIC X(20).
           05 PaNumber PIC 9(1).
           05 PaAnswer PIC X(60).
           05 PaKnockedOut PIC X(1).

       FD WorkStudyAwardFile.
       01 WorkStudyAwardRecord.
           05 AwardUsername PIC X(20).
           05 AwardYear PIC 9(4).
           05 AwardAmount PIC 9(6)V99.
           05 AwardHourlyRate PIC 9(3)V99.
           05 AwardJobList.
               10 AwardJobId PIC 9(5) OCCURS 5 TIMES.
           05 AwardLoadDate PIC X(10).

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

       FD ExternalAppFile.
       01 ExternalAppRecord.
           05 ExtUsername PIC X(20).
           05 ExtKind PIC X(1).
           05 ExtOrganization PIC X(50).
           05 ExtRole PIC X(50).
           05 ExtAppliedDate PIC X(10).
           05 ExtStatus PIC X(12).
           05 ExtOutcome PIC X(10).
           05 ExtSalary PIC 9(6).
           05 ExtNextDate PIC X(10).
           05 ExtNextStep PIC X(30).
           05 ExtUpdatedDate PIC X(10).

       FD TempExternalAppFile.
       01 TempExternalAppRecord PIC X(209).

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

       FD ProfileImportFile.
       01 ProfileImportRecord PIC X(1000).

       FD RefAliasFile.
       01 RefAliasRecord.
           05 AliasType PIC X(1).
           05 AliasValue PIC X(30).
           05 CanonicalValue PIC X(30).

       FD LocationMasterFile.
       01 LocationMasterRecord.
           05 MasterLocationName PIC X(30).
           05 MasterLocationCity PIC X(30).
           05 MasterLocationRegion PIC X(30).
           05 MasterLocationCountry PIC X(20).
           05 MasterLocationArea PIC X(20).

       FD ImportRejectFile.
       01 ImportRejectRecord.
           05 PirUsername PIC X(20).
           05 PirLineNumber PIC 9(4).
           05 PirField PIC X(12).
           05 PirValue PIC X(50).
           05 PirReason PIC X(50).
           05 PirLineText PIC X(200).
           05 PirStatus PIC X(6).
           05 PirDate PIC X(10).

       FD TempImportRejectFile.
       01 TempImportRejectRecord PIC X(352).

       FD AtsPostingFile.
       01 AtsPostingRecord.
           05 AtsJobId PIC 9(5).
           05 AtsEmployerId PIC 9(5).
           05 AtsPoster PIC X(20).
           05 AtsActive PIC X(1).
           05 AtsChangedDate PIC X(10).

       FD TempAtsPostingFile.
       01 TempAtsPostingRecord PIC X(41).

       FD AtsSentFile.
       01 AtsSentRecord.
           05 AsUsername PIC X(20).
           05 AsJobId PIC 9(5).
           05 AsEmployerId PIC 9(5).
           05 AsStatus PIC X(12).
           05 AsResumePath PIC X(100).
           05 AsCoverLetter PIC X(200).
           05 AsAction PIC X(10).
           05 AsSentDate PIC X(10).

       FD ReferralFile.
       01 ReferralRecord.
           05 ReferralStudent PIC X(20).
           05 ReferralReferrer PIC X(20).
           05 ReferralJobId PIC 9(5).
           05 ReferralJobTitle PIC X(50).
           05 ReferralEmployer PIC X(50).
           05 ReferralStatus PIC X(10).
           05 ReferralNote PIC X(100).
           05 ReferralAskedDate PIC X(10).
           05 ReferralDecidedDate PIC X(10).

       FD TempReferralFile.
       01 TempReferralRecord PIC X(275).

       FD PostingQaFile.
       01 PostingQaRecord.
           05 QaId PIC 9(5).
           05 QaJobId PIC 9(5).
           05 QaJobTitle PIC X(50).
           05 QaPoster PIC X(20).
           05 QaAsker PIC X(20).
           05 QaQuestion PIC X(200).
           05 QaAskedDate PIC X(10).
           05 QaStatus PIC X(8).
           05 QaAnswer PIC X(200).
           05 QaAnsweredDate PIC X(10).
           05 QaScreenFlags PIC X(60).
           05 QaReminded PIC X(1).

       FD TempPostingQaFile.
       01 TempPostingQaRecord PIC X(589).

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

       FD PostingOwnerFile.
       01 PostingOwnerRecord.
           05 PoJobId PIC 9(5).
           05 PoUsername PIC X(20).
           05 PoAddedBy PIC X(20).
           05 PoAddedDate PIC X(10).

       FD TempPostingOwnerFile.
       01 TempPostingOwnerRecord PIC X(55).

       FD PrimaryContactFile.
       01 PrimaryContactRecord.
           05 PcEmployerId PIC 9(5).
           05 PcUsername PIC X(20).
           05 PcSetBy PIC X(20).
           05 PcSetDate PIC X(10).

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

       WORKING-STORAGE SECTION.
       01 UserCount PIC 9(3) VALUE 0.
       01 IncomingRequestFound PIC X VALUE 'N'.
       01 IncomingFromUsername PIC X(20).

       01 RecoveryVerified PIC X VALUE 'N'.

       01 EOF-UserContactFile PIC X VALUE 'N'.
       01 EOF-OneTimeCodeFile PIC X VALUE 'N'.
       01 ContactFound PIC X VALUE 'N'.
       01 ContactEmailOnFile PIC X(60).
       01 ContactVerifiedOnFile PIC X VALUE 'N'.
       01 ContactMaskedEmail PIC X(60).
       01 ContactPhoneOnFile PIC X(15).
       01 ContactEmailStatusOnFile PIC X(10).
       01 ContactPhoneStatusOnFile PIC X(10).
       01 ContactPhoneEntry PIC X(20).
       01 ContactPhoneDigits PIC X(15).
       01 ContactPhoneDigitCount PIC 9(2) VALUE 0.
       01 ContactPhoneValid PIC X VALUE 'N'.
       01 ContactEmailEntry PIC X(60).
       01 ContactEmailValid PIC X VALUE 'N'.
       01 ContactAtCount PIC 9(2) VALUE 0.
       01 ContactAtPosition PIC 9(2) VALUE 0.
       01 ContactDotAfterAt PIC X VALUE 'N'.
       01 ContactHasSpace PIC X VALUE 'N'.
       01 ContactScanIndex PIC 9(2) VALUE 0.
       01 ContactEmailLength PIC 9(2) VALUE 0.
       01 ContactMenuChoice PIC X.
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
       01 ResetCodeMinutes PIC 9(4) VALUE 15.
       01 VerifyCodeMinutes PIC 9(4) VALUE 30.

       01 MaxFailedAttempts PIC 9(3) VALUE 5.
       01 EOF-AttemptFile PIC X VALUE 'N'.
       01 JobFilterKeyword PIC X(50).
       01 JobFilterLocation PIC X(50).
       01 JobFilterCategory PIC X(10).
       01 JobFilterWorkType PIC X(1).
       01 JobFilterMinSalary PIC 9(6) VALUE 0.
       01 JobMatchCount PIC 9(3) VALUE 0.
       01 JobPageNumber PIC 9(3) VALUE 1.
       01 PrefCheckCategory PIC X(12).
       01 PrefCheckUsername PIC X(20).
       01 PrefToggleValue PIC X(1).
       01 PrefChannelValue PIC X(5).
       01 NotifPrefChannel PIC X(5).
       01 PrefChannelLabel PIC X(14).
       01 PrefCategoryList.
           05 FILLER PIC X(12) VALUE "CONNECT".
           05 FILLER PIC X(12) VALUE "GROUP".
       01 OpenToWorkNow PIC X VALUE 'N'.
       01 CandidateMajorFilter PIC X(30).
       01 CandidateYearFilter PIC 9(4) VALUE 0.
       01 CandidateSkillFilter PIC X(50).
       01 CandidateMatchCount PIC 9(3) VALUE 0.
       01 CandidateUsername PIC X(20).
       01 CandidateHasSkill PIC X VALUE 'N'.
       01 CheckInChoice PIC X.
       01 EventAttendedCount PIC 9(3) VALUE 0.
       01 EventNoShowCount PIC 9(3) VALUE 0.
       01 EOF-AccommodationFile PIC X VALUE 'N'.
       01 AccomEntry PIC X(200).
       01 AccomPickTable.
           05 AccomPick OCCURS 50 TIMES.
               10 AptRefId PIC 9(5).
               10 AptTitle PIC X(50).
               10 AptDate PIC X(10).
               10 AptHost PIC X(20).
       01 AccomPickCount PIC 9(3) VALUE 0.
       01 AccomPickIndex PIC 9(3) VALUE 0.
       01 AccomNewType PIC X.
       01 AccomNewNeed PIC X(30).
       01 AccomDuplicate PIC X VALUE 'N'.
       01 LastAccomIdValue PIC 9(5) VALUE 0.
       01 AccomListCount PIC 9(3) VALUE 0.
       01 AccomScanIndex PIC 9(3) VALUE 0.
       01 AccomSelectedId PIC 9(5) VALUE 0.
       01 AccomFound PIC X VALUE 'N'.
       01 AccomTypeText PIC X(10).
       01 AccomDecision PIC X.
       01 AccomNoteEntry PIC X(100).
       01 AccomTargetUser PIC X(20).
       01 AccomTargetHost PIC X(20).
       01 AccomTargetTitle PIC X(50).
       01 AccomTargetDate PIC X(10).
       01 AccomTargetStatus PIC X(10).
       01 AccomReviewerTable.
           05 AccomReviewerName PIC X(20) OCCURS 50 TIMES.
       01 AccomReviewerCount PIC 9(2) VALUE 0.
       01 AccomReviewerIndex PIC 9(2) VALUE 0.
       01 AccomTagType PIC X.
       01 AccomTagRef PIC 9(5) VALUE 0.
       01 AccomTagUser PIC X(20).
       01 AccomTagText PIC X(30).
       01 EOF-CareerHistoryFile PIC X VALUE 'N'.
       01 CareerUpdateDue PIC X VALUE 'N'.
       01 CareerGradYear PIC 9(4) VALUE 0.
       01 CareerYearsOut PIC 9(2) VALUE 0.
       01 CareerLastDate PIC X(10).
       01 CareerLastDateNum PIC 9(8) VALUE 0.
       01 CareerTodayNum PIC 9(8) VALUE 0.
       01 CareerDaysSince PIC S9(6) VALUE 0.
       01 CareerEmployer PIC X(50).
       01 CareerRole PIC X(50).
       01 CareerField PIC X(30).
       01 CareerEntry PIC X(50).
       01 CareerChoice PIC X(1).
       01 CareerStatus PIC X(1).
       01 EOF-VerificationLetterFile PIC X VALUE 'N'.
       01 LetterType PIC X(1).
       01 LetterTypeText PIC X(30).
       01 LetterNextId PIC 9(5) VALUE 0.
       01 LetterPick PIC 9(2) VALUE 0.
       01 LetterPickCount PIC 9(2) VALUE 0.
       01 LetterPickIndex PIC 9(2) VALUE 0.
       01 LetterPickTable.
           05 LetterPickEntry OCCURS 20 TIMES.
               10 LetterPickJobId PIC 9(5).
               10 LetterPickTitle PIC X(50).
               10 LetterPickEmployer PIC X(50).
               10 LetterPickHours PIC 9(5).
       01 LetterHoursDisplay PIC Z(4)9.
       01 LetterAlreadyPending PIC X VALUE 'N'.
       01 LetterPurpose PIC X(50).
       01 LetterRequestCount PIC 9(3) VALUE 0.
       01 EOF-ReferenceFile PIC X VALUE 'N'.
       01 EOF-ReferenceCheckFile PIC X VALUE 'N'.
       01 RefMaxPerStudent PIC 9(2) VALUE 10.
       01 RefListCount PIC 9(2) VALUE 0.
       01 RefListIndex PIC 9(2) VALUE 0.
       01 RefListPick PIC 9(2) VALUE 0.
       01 RefListChanged PIC X VALUE 'N'.
       01 RefChangeAction PIC X(1).
       01 RefNextSeq PIC 9(3) VALUE 0.
       01 RefPickedSeq PIC 9(2) VALUE 0.
       01 RefOwnerShown PIC X(20).
       01 RefPermittedOnly PIC X VALUE 'N'.
       01 RefEntry PIC X(100).
       01 RefEntryName PIC X(40).
       01 RefEntryRelation PIC X(30).
       01 RefEntryEmail PIC X(60).
       01 RefEntryPhone PIC X(20).
       01 RefEntryPermission PIC X(1).
       01 RefChkDays PIC 9(3) VALUE 14.
       01 RefChkDaysEnv PIC X(10).
       01 RefChkNextId PIC 9(5) VALUE 0.
       01 RefChkDateNum PIC 9(8) VALUE 0.
       01 RefChkDateText PIC X(8).
       01 RefChkExpiry PIC X(10).
       01 RefChkPlainCode PIC X(6).
       01 RefChkIdEntry PIC 9(5) VALUE 0.
       01 RefChkCodeEntry PIC X(6).
       01 RefChkFound PIC X VALUE 'N'.
       01 RefChkOpen PIC X VALUE 'N'.
       01 RefChkExpired PIC X VALUE 'N'.
       01 RefChkNewStatus PIC X(10).
       01 RefChkShownCount PIC 9(3) VALUE 0.
       01 RefChkStatusText PIC X(40).
       01 RefChkApplicant PIC X(20).
       01 RefChkPoster PIC X(20).
       01 RefChkRefName PIC X(40).
       01 RefChkJobTitle PIC X(50).
       01 RefChkKnown PIC X(60).
       01 RefChkRating PIC 9 VALUE 0.
       01 RefChkReliability PIC 9 VALUE 0.
       01 RefChkQuality PIC 9 VALUE 0.
       01 RefChkTeamwork PIC 9 VALUE 0.
       01 RefChkRecommend PIC X(1).
       01 RefChkComments PIC X(100).
       01 EOF-SelfIdFile PIC X VALUE 'N'.
       01 SelfIdOnFile PIC X VALUE 'N'.
       01 SelfIdOnFileDate PIC X(10).
       01 SelfIdNewAnswers.
           05 SelfIdNewAnswer PIC X(1) OCCURS 6 TIMES.
       01 SelfIdRemoveOnly PIC X VALUE 'N'.
       01 SelfIdChoiceIndex PIC 9 VALUE 0.
       01 SelfIdQuestion PIC 9 VALUE 0.
       01 SelfIdCode PIC X.
       01 SelfIdMaxCode PIC 9 VALUE 0.
       01 SelfIdQuestionText PIC X(40).
       01 SelfIdLabel PIC X(40).
       01 EOF-MessageOutboxFile PIC X VALUE 'N'.
       01 MsgScheduleMode PIC X VALUE 'N'.
       01 ScheduleValid PIC X VALUE 'N'.
       01 ScheduleReleaseDate PIC X(10).
       01 ScheduleReleaseTime PIC X(5).
       01 ScheduleTimeEntry PIC X(5).
       01 ScheduleEntry PIC X(200).
       01 ScheduleOutId PIC 9(5) VALUE 0.
       01 ScheduleKind PIC X(1).
       01 ScheduleTarget PIC X(20).
       01 ScheduleContext PIC X(50).
       01 ScheduleText PIC X(200).
       01 ScheduleQueuedCount PIC 9(4) VALUE 0.
       01 OutboxListCount PIC 9(2) VALUE 0.
       01 OutboxListIndex PIC 9(2) VALUE 0.
       01 OutboxListTable.
           05 OutboxListEntry OCCURS 30 TIMES.
               10 OutboxListId PIC 9(5).
               10 OutboxListKind PIC X(1).
               10 OutboxListTarget PIC X(20).
               10 OutboxListContext PIC X(50).
               10 OutboxListRelease PIC X(16).
               10 OutboxListRecipients PIC 9(4).
               10 OutboxListPreview PIC X(200).
       01 OutboxSelectedId PIC 9(5) VALUE 0.
       01 OutboxChangeAction PIC X(1).
       01 OutboxChangedCount PIC 9(4) VALUE 0.
       01 EOF-ConnectionTagFile PIC X VALUE 'N'.
       01 NetworkTagFilter PIC X(30) VALUE SPACES.
       01 ConnTagPartner PIC X(20).
       01 ConnTagFound PIC X VALUE 'N'.
       01 ConnTagText PIC X(60).
       01 ConnTagNoteText PIC X(200).
       01 ConnTagMatches PIC X VALUE 'Y'.
       01 ConnTagSuffix PIC X(70).
       01 ConnTagEntry PIC X(200).
       01 ConnTagWords.
           05 ConnTagWord PIC X(30) OCCURS 6 TIMES.
       01 ConnTagWordIndex PIC 9 VALUE 0.
       01 ConnTagPtr PIC 9(3) VALUE 1.
       01 ConnTagRemoveAll PIC X VALUE 'N'.
       01 ConnTagListCount PIC 9(3) VALUE 0.
       01 ConnTagListTable.
           05 ConnTagListName PIC X(20) OCCURS 200 TIMES.
       01 MsgRecipientPreset PIC X(20) VALUE SPACES.
       01 EOF-RecycleBinFile PIC X VALUE 'N'.
       01 RecyclePurgeDays PIC 9(3) VALUE 30.
       01 RecycleKind PIC X(4).
       01 RecycleSummary PIC X(80).
       01 RecycleImage PIC X(1100).
       01 RecycleMsgView REDEFINES RecycleImage.
           05 RecycleMsgSender PIC X(20).
           05 RecycleMsgRecipient PIC X(20).
           05 FILLER PIC X(1060).
       01 RecycleConnView REDEFINES RecycleImage.
           05 RecycleConnFrom PIC X(20).
           05 RecycleConnTo PIC X(20).
           05 FILLER PIC X(1060).
       01 RecycleJobView REDEFINES RecycleImage.
           05 RecycleJobOwner PIC X(20).
           05 RecycleJobTitle PIC X(50).
           05 FILLER PIC X(373).
           05 RecycleJobId PIC 9(5).
           05 FILLER PIC X(10).
           05 RecycleJobStatus PIC X(10).
           05 FILLER PIC X(632).
      *> Experience and education rows both start username, entry number.
       01 RecycleEntryView REDEFINES RecycleImage.
           05 RecycleEntryUser PIC X(20).
           05 RecycleEntryNumber PIC 9(1).
           05 FILLER PIC X(1079).
       01 RecycleNextId PIC 9(5) VALUE 0.
       01 RecyclePurgeNum PIC 9(8) VALUE 0.
       01 RecyclePurgeDate PIC X(10).
       01 RecycleListCount PIC 9(3) VALUE 0.
       01 RecycleSelectedId PIC 9(5) VALUE 0.
       01 RecycleRestoreOk PIC X VALUE 'N'.
       01 RecycleRefusal PIC X(80).
       01 RecycleEntryCount PIC 9(2) VALUE 0.
       01 RecyclePartner PIC X(20).
       01 RecycleMatchFound PIC X VALUE 'N'.
       01 RecycleRemoveAll PIC X VALUE 'N'.
       01 EOF-PostingOpeningFile PIC X VALUE 'N'.
       01 OpeningsJobId PIC 9(5) VALUE 0.
       01 PostingOpeningsCount PIC 9(3) VALUE 1.
       01 OpeningsFilledCount PIC 9(3) VALUE 0.
       01 OpeningsReached PIC X VALUE 'N'.
       01 OpeningsEntry PIC X(3).
       01 OpeningsEntryValue PIC 9(3) VALUE 0.
       01 OpeningsCountDisplay PIC ZZ9.
       01 OpeningsFilledDisplay PIC ZZ9.
       01 OpeningsFilledTag PIC X(24).
       01 OpeningsPostingFilled PIC X VALUE 'N'.
       01 OpeningsPostingOwner PIC X(20).
       01 CancelCheckEventId PIC 9(5) VALUE 0.
       01 EventIsCancelled PIC X VALUE 'N'.
       01 EOF-EventSeriesFile PIC X VALUE 'N'.
       01 EOF-EventOccurrenceFile PIC X VALUE 'N'.
       01 SeriesMenuDone PIC X VALUE 'N'.
       01 SeriesInputOk PIC X VALUE 'N'.
       01 SeriesEntry PIC X(200).
       01 SeriesListMode PIC X.
       01 SeriesPickTable.
           05 SeriesPick OCCURS 100 TIMES.
               10 SptSeriesId PIC 9(5).
               10 SptTitle PIC X(50).
               10 SptRuleText PIC X(40).
               10 SptHost PIC X(20).
       01 SeriesPickCount PIC 9(3) VALUE 0.
       01 SeriesPickIndex PIC 9(3) VALUE 0.
       01 SeriesKeepCount PIC 9(3) VALUE 0.
       01 SelectedSeriesId PIC 9(5) VALUE 0.
       01 SelectedSeriesTitle PIC X(50).
       01 LastSeriesIdValue PIC 9(5) VALUE 0.
       01 NewSeriesRule PIC X.
       01 NewSeriesWeekdays PIC X(7).
       01 NewSeriesMonthWeek PIC 9 VALUE 0.
       01 NewSeriesStartDate PIC X(10).
       01 NewSeriesEndDate PIC X(10).
       01 NewSeriesCount PIC 9(3) VALUE 0.
       01 SeriesRuleText PIC X(40).
       01 SeriesDayNameTable VALUE "MONTUEWEDTHUFRISATSUN".
           05 SeriesDayName PIC X(3) OCCURS 7 TIMES.
       01 SeriesDayIndex PIC 9 VALUE 0.
       01 SeriesDayTally PIC 9 VALUE 0.
       01 SeriesDayHits PIC 9(3) VALUE 0.
       01 SeriesDateNum PIC 9(8) VALUE 0.
       01 SeriesNextWeekNum PIC 9(8) VALUE 0.
       01 SeriesDayNumber PIC 9(8) VALUE 0.
       01 SeriesLastDayNumber PIC 9(8) VALUE 0.
       01 SeriesWeekday PIC 9 VALUE 0.
       01 SeriesMonthDay PIC 9(2) VALUE 0.
       01 SeriesWeekOfMonth PIC 9 VALUE 0.
       01 SeriesMaxDates PIC 9(3) VALUE 52.
       01 SeriesDateTable.
           05 SeriesGenEntry OCCURS 52 TIMES.
               10 SeriesGenDate PIC X(10).
               10 SeriesGenEventId PIC 9(5).
       01 SeriesDateCount PIC 9(3) VALUE 0.
       01 SeriesDateIndex PIC 9(3) VALUE 0.
       01 SeriesOccurrenceTable.
           05 SeriesOccurrence OCCURS 52 TIMES.
               10 SotEventId PIC 9(5).
               10 SotStatus PIC X(10).
               10 SotDate PIC X(10).
               10 SotTitle PIC X(50).
               10 SotLocation PIC X(50).
               10 SotCapacity PIC 9(3).
               10 SotChange PIC X.
               10 SotConfirmed PIC 9(3).
               10 SotAttended PIC 9(3).
               10 SotNoShow PIC 9(3).
               10 SotWaitlist PIC 9(3).
       01 SeriesOccurrenceCount PIC 9(3) VALUE 0.
       01 SeriesOccIndex PIC 9(3) VALUE 0.
       01 SeriesOccPick PIC 9(3) VALUE 0.
       01 SeriesOccMatched PIC X VALUE 'N'.
       01 SeriesFutureCount PIC 9(3) VALUE 0.
       01 SeriesNewTitle PIC X(50).
       01 SeriesNewLocation PIC X(50).
       01 SeriesNewDate PIC X(10).
       01 SeriesNewCapacity PIC 9(3) VALUE 0.
       01 SeriesCapacityGiven PIC X VALUE 'N'.
       01 SeriesAction PIC 9 VALUE 0.
       01 SeriesChangedCount PIC 9(3) VALUE 0.
       01 SeriesNotifyText PIC X(100).
       01 SeriesNotifyTable.
           05 SeriesNotifyName PIC X(20) OCCURS 300 TIMES.
       01 SeriesNotifyCount PIC 9(3) VALUE 0.
       01 SeriesNotifyIndex PIC 9(3) VALUE 0.
       01 SeriesNotifyFound PIC X VALUE 'N'.
       01 SeriesAttendeeTable.
           05 SeriesAttendee OCCURS 500 TIMES.
               10 SeriesAttendeeName PIC X(20).
               10 SeriesAttendeeVisits PIC 9(3).
       01 SeriesAttendeeCount PIC 9(3) VALUE 0.
       01 SeriesAttendeeIndex PIC 9(3) VALUE 0.
       01 SeriesAttendeeFound PIC X VALUE 'N'.
       01 SeriesRepeatCount PIC 9(3) VALUE 0.
       01 SeriesHeldCount PIC 9(3) VALUE 0.
       01 SeriesTotalConfirmed PIC 9(5) VALUE 0.
       01 SeriesTotalAttended PIC 9(5) VALUE 0.
       01 SeriesTotalNoShow PIC 9(5) VALUE 0.
       01 SeriesTotalWaitlist PIC 9(5) VALUE 0.
       01 SeriesAverageAttended PIC 9(5) VALUE 0.
       01 WaitlistPromoteTarget PIC X(20).
       01 WaitlistPromoteDone PIC X VALUE 'N'.
       01 KeywordQuery PIC X(40).
       01 JobViewTotal PIC 9(5) VALUE 0.
       01 FunnelApplicationCount PIC 9(3) VALUE 0.
       01 FunnelWithdrawnCount PIC 9(3) VALUE 0.
       01 FunnelReferredCount PIC 9(3) VALUE 0.
       01 EOF-AnnouncementFile PIC X VALUE 'N'.
       01 EOF-AnnouncementAckFile PIC X VALUE 'N'.
       01 AnnouncementAcked PIC X VALUE 'N'.
       01 InterestTargetEmployer PIC 9(5) VALUE 0.
       01 InterestTargetName PIC X(50).
       01 AlreadyInterested PIC X VALUE 'N'.
       01 EOF-FairLeadFile PIC X VALUE 'N'.
       01 FairLeadBoothTable.
           05 FairLeadBooth OCCURS 100 TIMES.
               10 FlbFairId PIC 9(3).
               10 FlbBoothNumber PIC 9(3).
       01 FairLeadBoothCount PIC 9(3) VALUE 0.
       01 FairLeadFairTable.
           05 FairLeadFair OCCURS 50 TIMES.
               10 FlfFairId PIC 9(3).
               10 FlfBoothNumber PIC 9(3).
               10 FlfFairName PIC X(50).
               10 FlfFairDate PIC X(10).
       01 FairLeadFairCount PIC 9(3) VALUE 0.
       01 FairLeadIndex PIC 9(3) VALUE 0.
       01 FairLeadPick PIC 9(3) VALUE 0.
       01 FairLeadMatched PIC X VALUE 'N'.
       01 FairLeadDone PIC X VALUE 'N'.
       01 FairLeadEntry PIC X(100).
       01 FairLeadStudent PIC X(20).
       01 FairLeadStudentValid PIC X VALUE 'N'.
       01 FairLeadDuplicate PIC X VALUE 'N'.
       01 FairLeadRating PIC 9(1) VALUE 0.
       01 FairLeadCount PIC 9(4) VALUE 0.
       01 FairLeadPreRegistered PIC X VALUE 'N'.
       01 FairLeadStars PIC X(5).
       01 FairLeadLookupFair PIC 9(3) VALUE 0.
       01 FairLeadLookupEmployer PIC 9(5) VALUE 0.
       01 FairLeadFairName PIC X(50).
       01 FairLeadFairDate PIC X(10).
       01 FairLeadEmployerName PIC X(50).
       01 GapSourceChoice PIC X.
       01 GapCriteriaSet PIC X VALUE 'N'.
       01 GapKeyword PIC X(50).
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
       01 EOF-AdvisorSlotFile PIC X VALUE 'N'.
       01 SlotListCount PIC 9(3) VALUE 0.
       01 SlotScanIndex PIC 9(3) VALUE 0.
       01 JshJobIdValue PIC 9(5) VALUE 0.
       01 JshOldStatusValue PIC X(10).
       01 JshNewStatusValue PIC X(10).
       01 JshApplicantValue PIC X(20).
       01 PlacementListCount PIC 9(3) VALUE 0.
       01 PlacementScanIndex PIC 9(3) VALUE 0.
       01 PlacementJobId PIC 9(5) VALUE 0.
       01 CheckpointSkipCount PIC 9(6) VALUE 0.
       01 UnansweredPromptCount PIC 9(6) VALUE 0.
       01 UnansweredPromptDisplay PIC ZZZ,ZZ9.
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
       01 PostingQuestionJobId PIC 9(5) VALUE 0.
       01 PostingQuestionLine PIC X(80).
       01 PostingQuestionCount PIC 9(1) VALUE 0.
       01 PostingQuestionIndex PIC 9(1) VALUE 0.
       01 PostingQuestionTable.
           05 PostingQuestionEntry OCCURS 5 TIMES.
               10 PqeType PIC X(1).
               10 PqeText PIC X(80).
               10 PqeChoices PIC X(60).
               10 PqeKnockout PIC X(30).
               10 PqeAnswer PIC X(60).
               10 PqeKnockedOut PIC X(1).
       01 PostingChoiceTable.
           05 PostingChoiceText PIC X(20) OCCURS 5 TIMES.
       01 PostingChoiceCount PIC 9(1) VALUE 0.
       01 PostingChoiceIndex PIC 9(1) VALUE 0.
       01 PostingKnockoutCount PIC 9(1) VALUE 0.
       01 PostingApplicantKnockedOut PIC X VALUE 'N'.
       01 EOF-PostingQuestionFile PIC X VALUE 'N'.
       01 EOF-PostingAnswerFile PIC X VALUE 'N'.
       01 WorkAuthTargetUsername PIC X(20).
       01 WorkAuthStudentStatus PIC X(4).
       01 WorkAuthJobRequirement PIC X(4).
       01 WorkAuthEligible PIC X VALUE 'Y'.
       01 WorkAuthLabel PIC X(30).
       01 WorkAuthEntry PIC X(4).
       01 MyWorkAuthStatus PIC X(4).
       01 CurrentJobWorkAuth PIC X(4).
       01 EditJobNewWorkAuth PIC X(4).
       01 EOF-WorkAuthFile PIC X VALUE 'N'.
       01 CurrentJobWorkType PIC X(1).
       01 EditJobNewWorkType PIC X(1).
       01 EOF-LocationFile PIC X VALUE 'N'.
       01 LocTableCount PIC 9(3) VALUE 0.
       01 LocAliasCount PIC 9(3) VALUE 0.
       01 LocIndex PIC 9(3) VALUE 0.
       01 LocResolvedIndex PIC 9(3) VALUE 0.
       01 LocResolvedName PIC X(30).
       01 LocLookupText PIC X(50).
       01 LocLookupKey PIC X(50).
       01 LocAliasHit PIC X(30).
       01 LocFilterText PIC X(50).
       01 LocFilterKind PIC X(1).
       01 LocFilterValue PIC X(50).
       01 LocFilterMatches PIC X VALUE 'Y'.
       01 LocWorkTypeCode PIC X(1).
       01 LocWorkTypeLabel PIC X(10).
       01 LocTextTally PIC 9(3) VALUE 0.
       01 LocationTable.
           05 LocTableEntry OCCURS 300 TIMES.
               10 LocTabName PIC X(30).
               10 LocTabKey PIC X(30).
               10 LocTabRegion PIC X(30).
               10 LocTabCountry PIC X(20).
               10 LocTabArea PIC X(20).
       01 LocationAliasTable.
           05 LocAliasEntry OCCURS 300 TIMES.
               10 LocAliasKey PIC X(30).
               10 LocAliasTarget PIC X(30).
       01 WorkStudyUser PIC X(20).
       01 WorkStudyJobId PIC 9(5) VALUE 0.
       01 WorkStudyDate PIC X(10).
       01 WorkStudyYear PIC 9(4) VALUE 0.
       01 WorkStudyYearDate PIC X(10).
       01 WorkStudyYearResult PIC 9(4) VALUE 0.
       01 WorkStudyAwardFound PIC X VALUE 'N'.
       01 WorkStudyAwardAmount PIC 9(6)V99 VALUE 0.
       01 WorkStudyHourlyRate PIC 9(3)V99 VALUE 0.
       01 WorkStudyJobList.
           05 WorkStudyJobEntry PIC 9(5) OCCURS 5 TIMES.
       01 WorkStudyJobIndex PIC 9(1) VALUE 0.
       01 WorkStudyCheckJobId PIC 9(5) VALUE 0.
       01 WorkStudyJobEligible PIC X VALUE 'N'.
       01 WorkStudyHoursUsed PIC 9(5) VALUE 0.
       01 WorkStudyDrawnAmount PIC 9(7)V99 VALUE 0.
       01 WorkStudyRemaining PIC S9(7)V99 VALUE 0.
       01 WorkStudyPercentUsed PIC 9(3) VALUE 0.
       01 WorkStudyAmountDisplay PIC -(7)9.99.
       01 EOF-WorkStudyAwardFile PIC X VALUE 'N'.
       01 WorkStudyNewHours PIC 9(3) VALUE 0.
       01 WorkStudyPriorPercent PIC 9(3) VALUE 0.
       01 WorkStudyProposedAmount PIC 9(7)V99 VALUE 0.
       01 WorkStudyBlocked PIC X VALUE 'N'.
       01 WorkStudyNoticeLevel PIC X(4).

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
       01 EOF-LearningAgreementFile PIC X VALUE 'N'.
       01 LaFilterMode PIC X VALUE 'S'.
       01 LaFilterMatch PIC X VALUE 'N'.
       01 LaListCount PIC 9(3) VALUE 0.
       01 LaScanIndex PIC 9(3) VALUE 0.
       01 LaFilePosition PIC 9(5) VALUE 0.
       01 LaHeldPosition PIC 9(5) VALUE 0.
       01 LaDuplicateFound PIC X VALUE 'N'.
       01 LaSponsorEntry PIC X(20).
       01 LaSponsorValid PIC X VALUE 'N'.
       01 LaCreditEntry PIC 9(2) VALUE 0.
       01 LaRequiredEntry PIC 9(4) VALUE 0.
       01 LaObjectivesEntry PIC X(200).
       01 LaTermEntry PIC X(6).
       01 LaLineEntry PIC X(200).
       01 LaHoursLogged PIC 9(5) VALUE 0.
       01 LaEvalOpen PIC X VALUE 'N'.
       01 LaTermEndDate PIC X(10).
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

       01 LoginPasswordOk PIC X VALUE 'N'.
       01 SigninCodeOk PIC X VALUE 'N'.
       01 SigninLocked PIC X VALUE 'N'.
       01 SigninAttemptFound PIC X VALUE 'N'.
       01 SigninAttemptCount PIC 9(3) VALUE 0.
       01 SigninMaxAttempts PIC 9(3) VALUE 5.
       01 SigninCodeMinutes PIC 9(4) VALUE 5.
       01 EOF-SigninAttemptFile PIC X VALUE 'N'.

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "InCollege".
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
       01 MilestoneProfileFound PIC X VALUE 'N'.
       01 MilestoneDueCount PIC 9(2) VALUE 0.
       01 MilestoneMetCount PIC 9(2) VALUE 0.
       01 MilestoneMark PIC X(3).
       01 MilestoneCountDisplay PIC ZZ9.
       01 MilestoneTargetDisplay PIC ZZ9.
       01 EOF-ResumeReviewFile PIC X VALUE 'N'.
       01 ResumeReviewProfileFound PIC X VALUE 'N'.
       01 ResumeReviewPending PIC X VALUE 'N'.
       01 ResumeReviewListCount PIC 9(3) VALUE 0.
       01 ResumeReviewSource PIC X(1).
       01 ResumeReviewDocument PIC X(100).
       01 ResumeReviewJobType PIC X(30).
       01 ResumeReviewLineEntry PIC X(200).
       01 ResumeReviewStamp PIC X(16).
       01 ResumeReviewHoursDisplay PIC ZZZZ9.
       01 EOF-ExternalAppFile PIC X VALUE 'N'.
       01 ExternalAppCount PIC 9(3) VALUE 0.
       01 ExternalAppPick PIC 9(3) VALUE 0.
       01 ExternalAppScan PIC 9(3) VALUE 0.
       01 ExternalAppFound PIC X VALUE 'N'.
       01 ExternalAppKind PIC X(1).
       01 ExternalAppOrg PIC X(50).
       01 ExternalAppRole PIC X(50).
       01 ExternalAppDate PIC X(10).
       01 ExternalAppNewStatus PIC X(12).
       01 ExternalAppNewOutcome PIC X(12).
       01 ExternalAppShownStatus PIC X(12).
       01 ExternalAppSalary PIC 9(6) VALUE 0.
       01 ExternalAppSalaryDisplay PIC ZZZZZ9.
       01 ExternalAppNextDate PIC X(10).
       01 ExternalAppNextStep PIC X(30).
       01 ExternalAppLineEntry PIC X(200).
       01 EOF-CertificationFile PIC X VALUE 'N'.
       01 CertDisplayUsername PIC X(20).
       01 CertListCount PIC 9(3) VALUE 0.
       01 CertScanIndex PIC 9(3) VALUE 0.
       01 CertEntryName PIC X(50).
       01 CertEntryIssuer PIC X(50).
       01 CertEntryCredentialId PIC X(30).
       01 CertEntryIssued PIC X(10).
       01 CertEntryExpiry PIC X(10).
       01 CertEntryValid PIC X VALUE 'Y'.
       01 CertLinePointer PIC 9(3) VALUE 0.
       01 CertLineEntry PIC X(200).
       01 EOF-ProfileImportFile PIC X VALUE 'N'.
       01 EOF-ImportRejectFile PIC X VALUE 'N'.
       01 ProfileImportFileName PIC X(100) VALUE SPACES.
       01 ProfileImportDetails PIC X(64).
       01 AliasLookupType PIC X(1).
       01 AliasFound PIC X VALUE 'N'.
       01 AliasCanonical PIC X(30).
       01 ImportEntryLine PIC X(200).
       01 ImportCurrentLine PIC X(1000).
       01 ImportTag PIC X(12).
       01 ImportField1 PIC X(500).
       01 ImportField2 PIC X(500).
       01 ImportField3 PIC X(500).
       01 ImportField4 PIC X(500).
       01 ImportField5 PIC X(500).
       01 ImportLineNumber PIC 9(4) VALUE 0.
       01 ImportLineDisplay PIC ZZZ9.
       01 ImportYearDisplay PIC 9(4).
       01 ImportReplaceLists PIC X VALUE 'Y'.
       01 ImportHadProfile PIC X VALUE 'N'.
       01 ImportProfileSeen PIC X VALUE 'N'.
       01 ImportAboutSeen PIC X VALUE 'N'.
       01 ImportProfileChanged PIC X VALUE 'N'.
       01 ImportExpReplaced PIC X VALUE 'N'.
       01 ImportEduReplaced PIC X VALUE 'N'.
       01 ImportPriorExpCount PIC 9(1) VALUE 0.
       01 ImportPriorEduCount PIC 9(1) VALUE 0.
       01 ImportShowIndex PIC 9(1) VALUE 0.
       01 ImportRefType PIC X(1).
       01 ImportValueOk PIC X VALUE 'N'.
       01 ImportMappedValue PIC X(30).
       01 ImportSkillCount PIC 9(2) VALUE 0.
       01 ImportSkillIndex PIC 9(2) VALUE 0.
       01 ImportSkillDuplicate PIC X VALUE 'N'.
       01 ImportSkillTable.
           05 ImportSkillName PIC X(30) OCCURS 20 TIMES.
       01 ImportRejectCount PIC 9(3) VALUE 0.
       01 ImportRejectIndex PIC 9(3) VALUE 0.
       01 ImportRejectFieldName PIC X(12).
       01 ImportRejectValueText PIC X(50).
       01 ImportRejectReasonText PIC X(50).
       01 ImportRejectTable.
           05 ImportRejectEntry OCCURS 30 TIMES.
               10 ImportRejectLineNo PIC 9(4).
               10 ImportRejectField PIC X(12).
               10 ImportRejectValue PIC X(50).
               10 ImportRejectReason PIC X(50).
               10 ImportRejectLine PIC X(200).
       01 ImportOpenCount PIC 9(2) VALUE 0.
       01 ImportFixPick PIC 9(2) VALUE 0.
       01 EOF-AtsPostingFile PIC X VALUE 'N'.
       01 EOF-AtsSentFile PIC X VALUE 'N'.
       01 AtsPostingEmployer PIC 9(5) VALUE 0.
       01 AtsForwardOn PIC X VALUE 'N'.
       01 AtsForwardNew PIC X VALUE 'N'.
       01 AtsSentAction PIC X(10).
       01 AtsSentOn PIC X(10).
       01 EOF-ReferralFile PIC X VALUE 'N'.
       01 ReferralListCount PIC 9(3) VALUE 0.
       01 ReferralScanIndex PIC 9(3) VALUE 0.
       01 ReferralPick PIC 9(3) VALUE 0.
       01 ReferralPickJobId PIC 9(5) VALUE 0.
       01 ReferralPickTitle PIC X(50).
       01 ReferralPickEmployer PIC X(50).
       01 ReferralTargetUser PIC X(20).
       01 ReferralAlreadyAsked PIC X VALUE 'N'.
       01 ReferralNewStatus PIC X(10).
       01 ReferralNoteEntry PIC X(100).
       01 ReferralLineEntry PIC X(200).
       01 ReferralViewStudent PIC X(20).
       01 ReferralViewJobId PIC 9(5) VALUE 0.
       01 ReferralViewCount PIC 9(3) VALUE 0.
       01 ReferralViewShow PIC X VALUE 'Y'.
       01 ReferralViewToShortlist PIC X VALUE 'N'.
       01 EOF-PostingQaFile PIC X VALUE 'N'.
       01 PostingQaCount PIC 9(3) VALUE 0.
       01 PostingQaPick PIC 9(5) VALUE 0.
       01 PostingQaNextId PIC 9(5) VALUE 0.
       01 PostingQaFound PIC X VALUE 'N'.
       01 PostingQaEntry PIC X(200).
       01 PostingQaNewStatus PIC X(8).
       01 PostingQaScopeJob PIC 9(5) VALUE 0.
       01 PostingQaAsker PIC X(20).
       01 PostingQaTitle PIC X(50).
       01 EOF-EmployerReviewFile PIC X VALUE 'N'.
       01 ReviewListCount PIC 9(3) VALUE 0.
       01 ReviewPick PIC 9(2) VALUE 0.
       01 ReviewPlacementCount PIC 9(2) VALUE 0.
       01 ReviewPlacementIndex PIC 9(2) VALUE 0.
       01 ReviewPlacementMatch PIC 9(2) VALUE 0.
       01 ReviewPlacementTable.
           05 ReviewPlacementEntry OCCURS 20 TIMES.
               10 RpJobId PIC 9(5).
               10 RpTitle PIC X(50).
               10 RpEmployer PIC X(50).
               10 RpEmployerId PIC 9(5).
       01 ReviewScanJobId PIC 9(5) VALUE 0.
       01 ReviewAlready PIC X VALUE 'N'.
       01 ReviewNextId PIC 9(5) VALUE 0.
       01 ReviewLineEntry PIC X(200).
       01 ReviewRoleEntry PIC X(50).
       01 ReviewTermEntry PIC X(20).
       01 ReviewRatingEntry PIC 9 VALUE 0.
       01 ReviewMentorEntry PIC 9 VALUE 0.
       01 ReviewWorkloadEntry PIC 9 VALUE 0.
       01 ReviewPayEntry PIC 9 VALUE 0.
       01 ReviewRecommendEntry PIC X.
       01 ReviewCommentEntry PIC X(200).
       01 ReviewRatingsValid PIC X VALUE 'Y'.
       01 ReviewViewEmployerId PIC 9(5) VALUE 0.
       01 ReviewViewEmployerName PIC X(50).
       01 ReviewViewMatch PIC X VALUE 'N'.
       01 ReviewViewDetail PIC X VALUE 'N'.
       01 ReviewSumCount PIC 9(5) VALUE 0.
       01 ReviewSumMentor PIC 9(7) VALUE 0.
       01 ReviewSumWorkload PIC 9(7) VALUE 0.
       01 ReviewSumPay PIC 9(7) VALUE 0.
       01 ReviewSumRecommend PIC 9(5) VALUE 0.
       01 ReviewAvgWork PIC 9V9 VALUE 0.
       01 ReviewAvgMentorText PIC 9.9.
       01 ReviewAvgWorkloadText PIC 9.9.
       01 ReviewAvgPayText PIC 9.9.
       01 ReviewRecommendPct PIC 9(3) VALUE 0.
       01 ReviewRecommendText PIC ZZ9.
       01 EOF-PostingOwnerFile PIC X VALUE 'N'.
       01 EOF-PrimaryContactFile PIC X VALUE 'N'.
       01 CanManagePosting PIC X VALUE 'N'.
       01 PostingManagerEmployer PIC 9(5) VALUE 0.
       01 FamilyEmployerId PIC 9(5) VALUE 0.
       01 FamilyParentId PIC 9(5) VALUE 0.
       01 FamilyParentName PIC X(50).
       01 FamilyCheckId PIC 9(5) VALUE 0.
       01 FamilyIsDivision PIC X VALUE 'N'.
       01 FamilyDivisionCount PIC 9(3) VALUE 0.
       01 FamilyDivisionIndex PIC 9(3) VALUE 0.
       01 FamilyDivisionTable.
           05 FamilyDivisionEntry OCCURS 50 TIMES.
               10 FamilyDivisionId PIC 9(5).
               10 FamilyDivisionName PIC X(50).
       01 FamilyPostingCount PIC 9(4) VALUE 0.
       01 PostingJobEmployerId PIC 9(5) VALUE 0.
       01 PostingPrimaryContact PIC X VALUE 'N'.
       01 ManagedJobCount PIC 9(3) VALUE 0.
       01 ManagedJobIndex PIC 9(3) VALUE 0.
       01 ManagedJobTable.
           05 ManagedJobId PIC 9(5) OCCURS 500 TIMES.
       01 ManagedJobCheckId PIC 9(5) VALUE 0.
       01 ManagedJobFound PIC X VALUE 'N'.
       01 PostingOwnerTag PIC X(40).
       01 PostingOwnerCount PIC 9(3) VALUE 0.
       01 PostingOwnerFound PIC X VALUE 'N'.
       01 PostingOwnerEntry PIC X(20).
       01 PostingLinkUser PIC X(20).
       01 PostingLinkEmployer PIC 9(5) VALUE 0.
       01 PostingLinkFound PIC X VALUE 'N'.
       01 PostingTransferFrom PIC X(20).
       01 PostingTransferTo PIC X(20).
       01 PostingTransferCount PIC 9(3) VALUE 0.
       01 EOF-EmployerContactFile PIC X VALUE 'N'.
       01 EmployerContactCount PIC 9(3) VALUE 0.

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
           IF FUNCTION TRIM(PwdMaxAgeEnv) NOT = SPACES
               AND FUNCTION TRIM(PwdMaxAgeEnv) IS NUMERIC
               MOVE FUNCTION NUMVAL(PwdMaxAgeEnv) TO PwdMaxAgeDays
           END-IF
           MOVE SPACES TO RefChkDaysEnv
           ACCEPT RefChkDaysEnv FROM ENVIRONMENT "INCOLLEGE_REFCHECK_DAYS"
           IF FUNCTION TRIM(RefChkDaysEnv) NOT = SPACES
               AND FUNCTION TRIM(RefChkDaysEnv) IS NUMERIC
               MOVE FUNCTION NUMVAL(RefChkDaysEnv) TO RefChkDays
           END-IF.

       WriteOutput.
       ComputeClassStanding.
           PERFORM StampCreatedDate
           MOVE FUNCTION NUMVAL(CurrentCreatedDate(1:4)) TO ClassStandingCurrentYear
           PERFORM DeriveClassStanding.

       ViewRecommendedJobs.
           MOVE "--- Recommended for You ---" TO CurrentMessage
           CLOSE AnnouncementAckFile.

       WriteAnnouncementAck.
           MOVE "announcement_acks.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND AnnouncementAckFile
           MOVE AnnouncementCheckId TO AckAnnId IN AnnouncementAckRecord
           MOVE CurrentUsername TO AckUsername IN AnnouncementAckRecord
           WRITE AnnouncementAckRecord
           CLOSE AnnouncementAckFile
           MOVE "announcement_acks.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       CheckUniversityMaster.
           MOVE 'Y' TO RefTableEmpty
           END-READ
           CLOSE ReportCounterFile
           ADD 1 TO LastReportIdValue
           MOVE "report_counter.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN OUTPUT ReportCounterFile
           MOVE LastReportIdValue TO LastReportId IN ReportCounterRecord
           WRITE ReportCounterRecord
           CLOSE ReportCounterFile
           MOVE "report_counter.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       WriteAbuseReport.
           MOVE "Enter the reason for this report:" TO CurrentMessage
           ELSE
               PERFORM GetNextReportId
               PERFORM StampCreatedDate
               MOVE "reports.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND AbuseReportFile
               MOVE SPACES TO AbuseReportRecord
               MOVE LastReportIdValue TO ReportId IN AbuseReportRecord
               MOVE CurrentCreatedDate TO ReportDate IN AbuseReportRecord
               WRITE AbuseReportRecord
               CLOSE AbuseReportFile
               MOVE "reports.dat" TO JournalMasterName
               PERFORM JournalAfterImage

               MOVE "ABUSE_REPORT" TO AuditActionName
               MOVE AbuseTargetRef TO AuditDetailText
           END-IF
           CLOSE TempMsgSendCountFile

           MOVE "message_send_counts.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "message_send_counts.dat"
           CALL "CBL_RENAME_FILE" USING "message_send_counts_temp.dat"
               "message_send_counts.dat"
           PERFORM JournalAfterImage.

       WriteNotification.
           IF FUNCTION TRIM(NotifCategory) = SPACES
           END-IF
           IF NotifPrefAllowed = 'Y' THEN
               PERFORM StampCreatedDate
               MOVE "notifications.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND NotificationFile
               MOVE NotifTargetUsername TO NotifUsername IN NotificationRecord
               MOVE NotifMessageText TO NotifText IN NotificationRecord
               MOVE CurrentCreatedDate TO NotifDate IN NotificationRecord
               MOVE "New" TO NotifStatus IN NotificationRecord
               MOVE NotifCategory TO NotifCategoryCode IN NotificationRecord
               MOVE 'N' TO NotifRelayed IN NotificationRecord
               WRITE NotificationRecord
               CLOSE NotificationFile
               MOVE "notifications.dat" TO JournalMasterName
               PERFORM JournalAfterImage
           END-IF
           MOVE SPACES TO NotifCategory.

       CheckNotifPref.
           MOVE 'Y' TO NotifPrefAllowed
           MOVE "EMAIL" TO NotifPrefChannel
           MOVE 'N' TO EOF-NotifPrefFile
           OPEN INPUT NotifPrefFile
           PERFORM UNTIL EOF-NotifPrefFile = 'Y'
               NOT AT END
                   IF PrefUsername IN NotifPrefRecord = PrefCheckUsername
                      AND FUNCTION TRIM(PrefCategory IN NotifPrefRecord) =
                      FUNCTION TRIM(PrefCheckCategory)
                       IF PrefEnabled IN NotifPrefRecord = 'N'
                           MOVE 'N' TO NotifPrefAllowed
                       END-IF
                       IF FUNCTION TRIM(PrefChannel IN NotifPrefRecord)
                          NOT = SPACES
                           MOVE PrefChannel IN NotifPrefRecord
                               TO NotifPrefChannel
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
               MOVE CurrentUsername TO PrefCheckUsername
               MOVE PrefCategoryName(PrefCategoryIndex) TO PrefCheckCategory
               PERFORM CheckNotifPref
               PERFORM SetPrefChannelLabel
               MOVE SPACES TO CurrentMessage
               IF NotifPrefAllowed = 'Y'
                   STRING PrefCategoryIndex DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       FUNCTION TRIM(PrefCategoryName(PrefCategoryIndex))
                       DELIMITED BY SIZE
                       " - ON (" DELIMITED BY SIZE
                       FUNCTION TRIM(PrefChannelLabel) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO CurrentMessage
               ELSE
                   STRING PrefCategoryIndex DELIMITED BY SIZE
               PERFORM DisplayAndLog
           END-PERFORM

           MOVE "Enter category # to toggle, 7 to choose email/text/in-app delivery, or 0 to go back:"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           IF MenuOption > 0 AND MenuOption <= 6 THEN
               ELSE
                   MOVE 'Y' TO PrefToggleValue
               END-IF
               MOVE NotifPrefChannel TO PrefChannelValue
               PERFORM SaveNotifPref
               MOVE "Preference updated." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF
           IF MenuOption = 7 THEN
               PERFORM EditNotifPrefChannel
           END-IF.

       EditNotifPrefChannel.
           MOVE "Enter category # (1-6):" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           IF MenuOption > 0 AND MenuOption <= 6 THEN
               MOVE CurrentUsername TO PrefCheckUsername
               MOVE PrefCategoryName(MenuOption) TO PrefCheckCategory
               PERFORM CheckNotifPref
               MOVE "Deliver by: 1. Email  2. Text message  3. In-app only"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               MOVE SPACES TO PrefChannelValue
               EVALUATE MenuOption
                   WHEN 1
                       MOVE "EMAIL" TO PrefChannelValue
                   WHEN 2
                       MOVE "SMS" TO PrefChannelValue
                   WHEN 3
                       MOVE "APP" TO PrefChannelValue
                   WHEN OTHER
                       MOVE "Invalid choice. Delivery unchanged." TO CurrentMessage
                       PERFORM DisplayAndLog
               END-EVALUATE
               IF PrefChannelValue NOT = SPACES THEN
                   MOVE NotifPrefAllowed TO PrefToggleValue
                   PERFORM SaveNotifPref
                   MOVE "Delivery preference updated." TO CurrentMessage
                   PERFORM DisplayAndLog
                   IF PrefChannelValue = "SMS" THEN
                       MOVE CurrentUsername TO OtpTargetUsername
                       PERFORM LookupUserContact
                       IF FUNCTION TRIM(ContactPhoneOnFile) = SPACES THEN
                           MOVE "Add a mobile number under My Recovery Email to receive text messages."
                               TO CurrentMessage
                           PERFORM DisplayAndLog
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SetPrefChannelLabel.
           EVALUATE FUNCTION TRIM(NotifPrefChannel)
               WHEN "SMS"
                   MOVE "text message" TO PrefChannelLabel
               WHEN "APP"
                   MOVE "in-app only" TO PrefChannelLabel
               WHEN OTHER
                   MOVE "email" TO PrefChannelLabel
           END-EVALUATE.

       SaveNotifPref.
           MOVE 'N' TO EOF-NotifPrefFile
           OPEN INPUT NotifPrefFile
           MOVE PrefCheckUsername TO PrefUsername IN NotifPrefRecord
           MOVE PrefCheckCategory TO PrefCategory IN NotifPrefRecord
           MOVE PrefToggleValue TO PrefEnabled IN NotifPrefRecord
           MOVE PrefChannelValue TO PrefChannel IN NotifPrefRecord
           WRITE TempNotifPrefRecord FROM NotifPrefRecord
           CLOSE TempNotifPrefFile

           MOVE "notif_prefs.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "notif_prefs.dat"
           CALL "CBL_RENAME_FILE" USING "notif_prefs_temp.dat"
               "notif_prefs.dat"
           PERFORM JournalAfterImage.

       ShowNotificationSummary.
           MOVE 0 TO NewNotificationCount
           PERFORM SWAP-NOTIFICATION-FILES.

       SWAP-NOTIFICATION-FILES.
           MOVE "notifications.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "notifications.dat"
           CALL "CBL_RENAME_FILE" USING "notifications_temp.dat"
               "notifications.dat"
           PERFORM JournalAfterImage.

       GetNextEmployerId.
           MOVE 0 TO LastEmployerIdValue
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

       LookupEmployerByName.
           MOVE 'N' TO EmployerFound
           PERFORM LookupEmployerByName
           IF EmployerFound = 'N' THEN
               PERFORM GetNextEmployerId
               MOVE "employers.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND EmployerFile
               MOVE SPACES TO EmployerRecord
               MOVE LastEmployerIdValue TO EmployerId-Master IN EmployerRecord
               MOVE CurrentJobEmployer TO EmployerName IN EmployerRecord
               MOVE CurrentJobLocation TO EmployerLocation IN EmployerRecord
               MOVE 0 TO EmployerParentId IN EmployerRecord
               WRITE EmployerRecord
               CLOSE EmployerFile
               MOVE "employers.dat" TO JournalMasterName
               PERFORM JournalAfterImage
               MOVE LastEmployerIdValue TO CurrentEmployerId
           END-IF.

           END-READ
           CLOSE JobCounterFile
           ADD 1 TO LastJobIdValue
           MOVE "job_counter.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN OUTPUT JobCounterFile
           MOVE LastJobIdValue TO LastJobId IN JobCounterRecord
           WRITE JobCounterRecord
           CLOSE JobCounterFile
           MOVE "job_counter.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       LoadCampusCode.
           MOVE SPACES TO CampusCodeEnv
           END-PERFORM
           CLOSE ScreeningTermFile.

      *> A row with JshApplicant filled in records the poster acting on one
      *> application rather than a change to the posting itself.
       WriteJobStatusHistory.
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
           MOVE JshNewStatusValue TO JshNewStatus IN JobHistoryRecord
           MOVE CurrentUsername TO JshChangedBy IN JobHistoryRecord
           MOVE FormattedMessageTimestamp TO JshTimestamp IN JobHistoryRecord
           MOVE JshApplicantValue TO JshApplicant IN JobHistoryRecord
           WRITE JobHistoryRecord
           CLOSE JobHistoryFile
           MOVE "job_status_history.dat" TO JournalMasterName
           PERFORM JournalAfterImage
           MOVE SPACES TO JshApplicantValue.

       WriteLoginLog.
           MOVE SPACES TO FixedMessageTimestamp
           ELSE
               MOVE FixedMessageTimestamp TO FormattedMessageTimestamp
           END-IF
           MOVE "recent_views.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND RecentViewsFile
           MOVE CurrentUsername TO RecentViewUsername IN RecentViewRecord
           MOVE SearchedUsername TO RecentViewedUsername IN RecentViewRecord
           MOVE FormattedMessageTimestamp TO RecentViewTimestamp IN RecentViewRecord
           WRITE RecentViewRecord
           CLOSE RecentViewsFile
           MOVE "recent_views.dat" TO JournalMasterName
           PERFORM JournalAfterImage

      *> Permanent disclosure log; never trimmed, unlike recent_views.dat.
           OPEN EXTEND ProfileViewLogFile
           PERFORM DisplayAndLog
           MOVE "3. Forgot Password" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "4. Answer a Reference Request" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "9. Exit" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
                   PERFORM RegisterUser
               WHEN 3
                   PERFORM ForgotPassword
               WHEN 4
                   PERFORM AnswerReferenceRequest
               WHEN 9
                   MOVE "Exiting the program. Goodbye!" TO CurrentMessage
                   PERFORM DisplayAndLog
               PERFORM DisplayAndLog
               MOVE "42. Generate Co-Curricular Record" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "43. My Recovery Email" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "44. My Work Authorization" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "45. My Learning Agreements" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "46. My Reports" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "47. My Career Milestones" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "48. Resume Review" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "49. My Applications Outside InCollege" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "50. My Certifications" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "51. Import My Profile From a File" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "52. Job Referrals" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "53. Employer Reviews" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "54. Accommodation Requests" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "55. Voluntary Self-Identification" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "56. Connection Tags and Notes" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "57. Remove a Connection" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "58. Recently Deleted" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "59. Verification Letters" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "60. My References" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               EVALUATE MenuOption
                   WHEN 1
                   WHEN 15
                       PERFORM ManageBlockedUsers
                   WHEN 16
                       MOVE "DEACTIVATE" TO LegalHoldSkipPoint
                       PERFORM CheckOwnLegalHold
                       IF LegalHoldActive = 'N'
                           PERFORM DeactivateMyAccount
                       END-IF
                   WHEN 17
                       PERFORM ChangePassword
                   WHEN 19
                   WHEN 20
                       PERFORM PeopleYouMayKnow
                   WHEN 21
                       MOVE "USERNAME CHANGE" TO LegalHoldSkipPoint
                       PERFORM CheckOwnLegalHold
                       IF LegalHoldActive = 'N'
                           PERFORM ChangeUsername
                       END-IF
                   WHEN 22
                       PERFORM ViewRecentlyViewed
                   WHEN 23
                   WHEN 34
                       PERFORM LogPlacementHours
                   WHEN 35
                       MOVE "ANONYMIZE" TO LegalHoldSkipPoint
                       PERFORM CheckOwnLegalHold
                       IF LegalHoldActive = 'N'
                           PERFORM AnonymizeMyAccount
                       END-IF
                   WHEN 36
                       PERFORM AdvisingAppointments
                   WHEN 37
                       PERFORM MyAvailability
                   WHEN 42
                       PERFORM GenerateCoCurricularRecord
                   WHEN 43
                       PERFORM ManageContactEmail
                   WHEN 44
                       PERFORM ManageWorkAuth
                   WHEN 45
                       PERFORM MyLearningAgreements
                   WHEN 46
                       MOVE CurrentUsername TO MyReportUser
                       PERFORM ShowMyReports
                   WHEN 47
                       PERFORM ShowMyMilestones
                   WHEN 48
                       PERFORM ResumeReviewMenu
                   WHEN 49
                       PERFORM ExternalApplicationsMenu
                   WHEN 50
                       PERFORM MyCertificationsMenu
                   WHEN 51
                       PERFORM ProfileImportMenu
                   WHEN 52
                       PERFORM ReferralsMenu
                   WHEN 53
                       PERFORM EmployerReviewsMenu
                   WHEN 54
                       PERFORM AccommodationMenu
                   WHEN 55
                       PERFORM SelfIdMenu
                   WHEN 56
                       PERFORM ConnectionTagsMenu
                   WHEN 57
                       PERFORM RemoveMyConnection
                   WHEN 58
                       PERFORM RecentlyDeletedMenu
                   WHEN 59
                       PERFORM VerificationLettersMenu
                   WHEN 60
                       PERFORM ReferencesMenu
                   WHEN 18
                       MOVE "Logging out..." TO CurrentMessage
                       PERFORM DisplayAndLog
                       PERFORM StampCreatedDate
                       MOVE CurrentPassword TO PasswordDigestInput
                       PERFORM ComputePasswordDigest
                       MOVE "users.dat" TO JournalMasterName
                       PERFORM JournalBeforeImage
                       OPEN I-O UserDataFile
                       MOVE CurrentUsername TO Username IN UserRecord
                       MOVE PasswordDigestValue TO PasswordDigest IN UserRecord
                           CONTINUE
                       END-WRITE
                       CLOSE UserDataFile
                       MOVE "users.dat" TO JournalMasterName
                       PERFORM JournalAfterImage
                       PERFORM AppendPasswordHistory
                       ADD 1 TO UserCount
                       MOVE "REGISTER" TO AuditActionName
                           "!" DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                       MOVE 'N' TO ContactFound
                       PERFORM CaptureContactEmail
                       MOVE 'Y' TO LoggedIn
                   END-IF
               END-IF
           PERFORM ReadPassword

           PERFORM CheckLoginLockout
           IF AttemptLocked = 'Y' OR AttemptLocked = 'S' THEN
               IF AttemptLocked = 'S'
                   MOVE "This account is suspended along with its employer. Please contact the career center." TO CurrentMessage
               ELSE
                   MOVE "Account temporarily locked due to too many failed login attempts." TO CurrentMessage
               END-IF
               PERFORM DisplayAndLog
           ELSE
               MOVE 'N' TO LoginPasswordOk
               MOVE 'Y' TO SigninCodeOk
               MOVE CurrentPassword TO PasswordDigestInput
               PERFORM ComputePasswordDigest
               OPEN INPUT UserDataFile
                   CONTINUE
               NOT INVALID KEY
                   IF PasswordDigest IN UserRecord = PasswordDigestValue THEN
                       MOVE 'Y' TO LoginPasswordOk
      *> Admin, advisor, employer and disability services accounts also
      *> need the emailed code.
                       IF UserRole IN UserRecord = 'A' OR
                          UserRole IN UserRecord = 'V' OR
                          UserRole IN UserRecord = 'E' OR
                          UserRole IN UserRecord = 'D' THEN
                           MOVE CurrentUsername TO OtpTargetUsername
                           PERFORM VerifySigninCode
                       END-IF
                   END-IF
                   IF LoginPasswordOk = 'Y' AND SigninCodeOk = 'Y' THEN
                       MOVE "You have successfully logged in." TO CurrentMessage
                       PERFORM DisplayAndLog
                       MOVE SPACES TO CurrentMessage
                       PERFORM ShowNewAnnouncements
                       PERFORM ShowNotificationSummary
                       PERFORM OfferPendingSurveys
                       PERFORM OfferAlumniCareerUpdate
                       MOVE CurrentUsername TO OtpTargetUsername
                       PERFORM LookupUserContact
                       IF ContactVerifiedOnFile NOT = 'Y' THEN
                           MOVE "Reminder: add and verify a recovery email under My Recovery Email so you can reset a forgotten password."
                               TO CurrentMessage
                           PERFORM DisplayAndLog
                       END-IF
                   END-IF
               END-READ
               CLOSE UserDataFile
      *> A rejected sign-in code was already counted by VerifySigninCode.
               IF LoginSuccess = 'N' THEN
                   IF LoginPasswordOk = 'N' THEN
                       MOVE "Invalid credentials. Please try again." TO CurrentMessage
                       PERFORM DisplayAndLog
                       PERFORM RecordLoginFailure
                   END-IF
               ELSE
                   PERFORM ResetLoginAttempts
                   IF ForcePwdChangeFlag = 'Y' THEN
           WRITE TempPwdHistoryRecord FROM PwdHistoryRecord
           CLOSE TempPwdHistoryFile

           MOVE "password_history.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "password_history.dat"
           CALL "CBL_RENAME_FILE" USING "password_history_temp.dat"
               "password_history.dat"
           PERFORM JournalAfterImage.

       ForcePasswordChange.
           MOVE "Your password must be changed before you continue." TO CurrentMessage
           END-IF
           PERFORM WriteLoginAttempts.

      *> An employer-suspension lock ('S') outlasts a good login or a
      *> password reset; only the admin reinstatement clears it.
       ResetLoginAttempts.
           PERFORM CheckLoginLockout
           MOVE 0 TO CurrentAttemptCount
           IF AttemptLocked NOT = 'S'
               MOVE 'N' TO AttemptLocked
           END-IF
           PERFORM WriteLoginAttempts.

       WriteLoginAttempts.
               MOVE "No account found with that username." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE CurrentUsername TO OtpTargetUsername
               PERFORM LookupUserContact
               IF ContactFound = 'N' OR ContactVerifiedOnFile NOT = 'Y' THEN
                   MOVE "No verified email address is on file for this account." TO CurrentMessage
                   PERFORM DisplayAndLog
                   MOVE "Please contact the career center help desk to reset your password." TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   MOVE "RESET" TO OtpPurposeWanted
                   MOVE ResetCodeMinutes TO OtpLifetimeMinutes
                   PERFORM IssueOneTimeCode
                   PERFORM MaskContactEmail
                   MOVE SPACES TO CurrentMessage
                   STRING "A one-time code has been sent to " DELIMITED BY SIZE
                       FUNCTION TRIM(ContactMaskedEmail) DELIMITED BY SIZE
                       ". It expires in " DELIMITED BY SIZE
                       FUNCTION TRIM(OtpLifetimeDisplay) DELIMITED BY SIZE
                       " minutes." DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM DisplayAndLog
                   MOVE "Enter the code:" TO CurrentMessage
                   PERFORM DisplayAndLog
                   PERFORM ReadOneTimeCode
                   PERFORM CheckOneTimeCode
                   IF OtpCodeValid = 'Y' THEN
                       MOVE 'Y' TO RecoveryVerified
                   ELSE
                       IF OtpCodeExpired = 'Y' THEN
                           MOVE "That code has expired. Please request a new one." TO CurrentMessage
                       ELSE
                           MOVE "Identity verification failed." TO CurrentMessage
                       END-IF
                       PERFORM DisplayAndLog
                       MOVE "PWD_RESET_FAIL" TO AuditActionName
                       MOVE "One-time code rejected during password recovery" TO AuditDetailText
                       PERFORM WriteAuditLog
                   END-IF
               END-IF
           END-IF
                       PERFORM DisplayAndLog
                   ELSE
                       PERFORM RewriteUserPassword
                       MOVE "PWD_RESET" TO AuditActionName
                       MOVE "Password reset with emailed one-time code" TO AuditDetailText
                       PERFORM WriteAuditLog
                       MOVE "Password reset successfully. You can now log in." TO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
           MOVE CurrentPassword TO PasswordDigestInput
           PERFORM ComputePasswordDigest
           PERFORM StampCreatedDate
           MOVE "users.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN I-O UserDataFile
           MOVE CurrentUsername TO Username IN UserRecord
           READ UserDataFile
               REWRITE UserRecord
           END-READ
           CLOSE UserDataFile
           MOVE "users.dat" TO JournalMasterName
           PERFORM JournalAfterImage
           PERFORM AppendPasswordHistory
           PERFORM ResetLoginAttempts.

       ReadOneTimeCode.
           READ InputFile INTO InputRecord
           AT END
               PERFORM CountUnansweredPrompt
               MOVE 'Y' TO EOF-InputFile
               MOVE SPACES TO OtpCodeEntry
           NOT AT END
               PERFORM IncrementInputCheckpoint
               MOVE FUNCTION TRIM(InputRecord(1:20)) TO OtpCodeEntry
           END-READ.

       CaptureContactEmail.
           MOVE "Enter an email address for account recovery:" TO CurrentMessage
           PERFORM DisplayAndLog
           READ InputFile INTO InputRecord
           AT END
               PERFORM CountUnansweredPrompt
               MOVE 'Y' TO EOF-InputFile
               MOVE SPACES TO ContactEmailEntry
           NOT AT END
               PERFORM IncrementInputCheckpoint
               MOVE InputRecord(1:60) TO ContactEmailEntry
           END-READ
           PERFORM ValidateEmailFormat
           IF ContactEmailValid = 'N' THEN
               MOVE "That is not a valid email address. You can add one later under My Recovery Email."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               IF ContactFound = 'Y' AND ContactVerifiedOnFile = 'Y' AND
                  ContactEmailOnFile NOT = ContactEmailEntry
                   PERFORM QueueContactChangeNotice
               END-IF
               IF ContactFound = 'N'
                   MOVE SPACES TO ContactPhoneOnFile
                   MOVE SPACES TO ContactPhoneStatusOnFile
               END-IF
               MOVE ContactEmailEntry TO ContactEmailOnFile
               MOVE 'N' TO ContactVerifiedOnFile
               MOVE SPACES TO ContactEmailStatusOnFile
               PERFORM SaveUserContact
               MOVE "CONTACT_SET" TO AuditActionName
               MOVE "Recovery email address recorded (unverified)" TO AuditDetailText
               PERFORM WriteAuditLog
               PERFORM VerifyContactEmail
           END-IF.

       VerifyContactEmail.
           MOVE CurrentUsername TO OtpTargetUsername
           MOVE "VERIFY" TO OtpPurposeWanted
           MOVE VerifyCodeMinutes TO OtpLifetimeMinutes
           PERFORM IssueOneTimeCode
           PERFORM MaskContactEmail
           MOVE SPACES TO CurrentMessage
           STRING "A verification code has been sent to " DELIMITED BY SIZE
               FUNCTION TRIM(ContactMaskedEmail) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "Enter the code (leave blank to verify later):" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadOneTimeCode
           IF OtpCodeEntry = SPACES THEN
               MOVE "Your email address is saved but not yet verified." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               PERFORM CheckOneTimeCode
               IF OtpCodeValid = 'Y' THEN
                   MOVE 'Y' TO ContactVerifiedOnFile
                   PERFORM SaveUserContact
                   MOVE "CONTACT_VERIFY" TO AuditActionName
                   MOVE "Recovery email address verified with one-time code" TO AuditDetailText
                   PERFORM WriteAuditLog
                   MOVE "Email address verified." TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   IF OtpCodeExpired = 'Y' THEN
                       MOVE "That code has expired. Request a new one under My Recovery Email."
                           TO CurrentMessage
                   ELSE
                       MOVE "Code not accepted. Request a new one under My Recovery Email."
                           TO CurrentMessage
                   END-IF
                   PERFORM DisplayAndLog
               END-IF
           END-IF.

      *> The previously verified address is told about the change so a
      *> hijacked session cannot quietly redirect password recovery.
       QueueContactChangeNotice.
           PERFORM StampOtpNow
           OPEN EXTEND MailOutboxFile
           MOVE SPACES TO MailOutboxRecord
           MOVE CurrentUsername TO OutboxUsername
           MOVE ContactEmailOnFile TO OutboxAddress
           MOVE "InCollege recovery email changed" TO OutboxSubject
           MOVE "The recovery email on your InCollege account was changed. Contact the help desk if this was not you."
               TO OutboxText
           MOVE FormattedMessageTimestamp(1:16) TO OutboxStamp
           WRITE MailOutboxRecord
           CLOSE MailOutboxFile.

       SaveUserContact.
           PERFORM StampCreatedDate
           MOVE 'N' TO EOF-UserContactFile
           OPEN INPUT UserContactFile
           OPEN OUTPUT TempUserContactFile
           PERFORM UNTIL EOF-UserContactFile = 'Y'
               READ UserContactFile INTO UserContactRecord
               AT END
                   MOVE 'Y' TO EOF-UserContactFile
               NOT AT END
                   IF ContactUsername IN UserContactRecord NOT = CurrentUsername
                       WRITE TempUserContactRecord FROM UserContactRecord
                   END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO TempUserContactRecord
           MOVE CurrentUsername TO ContactUsername IN TempUserContactRecord
           MOVE ContactEmailOnFile TO ContactEmail IN TempUserContactRecord
           MOVE ContactVerifiedOnFile TO ContactVerified IN TempUserContactRecord
           MOVE ContactPhoneOnFile TO ContactPhone IN TempUserContactRecord
           MOVE ContactEmailStatusOnFile
               TO ContactEmailStatus IN TempUserContactRecord
           MOVE ContactPhoneStatusOnFile
               TO ContactPhoneStatus IN TempUserContactRecord
           IF ContactVerifiedOnFile = 'Y'
               MOVE CurrentCreatedDate
                   TO ContactVerifiedDate IN TempUserContactRecord
           END-IF
           WRITE TempUserContactRecord
           CLOSE UserContactFile
           CLOSE TempUserContactFile
           PERFORM SWAP-USER-CONTACT-FILES
           MOVE 'Y' TO ContactFound.

       RemoveUserContact.
           MOVE 'N' TO EOF-UserContactFile
           OPEN INPUT UserContactFile
           OPEN OUTPUT TempUserContactFile
           PERFORM UNTIL EOF-UserContactFile = 'Y'
               READ UserContactFile INTO UserContactRecord
               AT END
                   MOVE 'Y' TO EOF-UserContactFile
               NOT AT END
                   IF ContactUsername IN UserContactRecord NOT = CurrentUsername
                       WRITE TempUserContactRecord FROM UserContactRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE UserContactFile
           CLOSE TempUserContactFile
           PERFORM SWAP-USER-CONTACT-FILES.

       SWAP-USER-CONTACT-FILES.
           MOVE "user_contacts.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "user_contacts.dat"
           CALL "CBL_RENAME_FILE" USING "user_contacts_temp.dat"
               "user_contacts.dat"
           PERFORM JournalAfterImage.

       ManageContactEmail.
           MOVE "--- My Recovery Email ---" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE CurrentUsername TO OtpTargetUsername
           PERFORM LookupUserContact
           IF ContactFound = 'N' THEN
               MOVE "No recovery email is on file for your account." TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM CaptureContactEmail
           ELSE
               MOVE SPACES TO CurrentMessage
               IF ContactVerifiedOnFile = 'Y'
                   STRING "Recovery email: " DELIMITED BY SIZE
                       FUNCTION TRIM(ContactEmailOnFile) DELIMITED BY SIZE
                       " (verified)" DELIMITED BY SIZE
                       INTO CurrentMessage
               ELSE
                   STRING "Recovery email: " DELIMITED BY SIZE
                       FUNCTION TRIM(ContactEmailOnFile) DELIMITED BY SIZE
                       " (not verified)" DELIMITED BY SIZE
                       INTO CurrentMessage
               END-IF
               PERFORM DisplayAndLog
               IF FUNCTION TRIM(ContactEmailStatusOnFile) = "Bounced"
                   MOVE "Mail to this address is being returned as undeliverable. Please update it."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               END-IF
               IF FUNCTION TRIM(ContactPhoneOnFile) NOT = SPACES
                   MOVE SPACES TO CurrentMessage
                   STRING "Mobile for text alerts: " DELIMITED BY SIZE
                       FUNCTION TRIM(ContactPhoneOnFile) DELIMITED BY SIZE
                       INTO CurrentMessage
                   IF FUNCTION TRIM(ContactPhoneStatusOnFile) = "Bounced"
                       STRING FUNCTION TRIM(CurrentMessage) DELIMITED BY SIZE
                           " (texts undeliverable)" DELIMITED BY SIZE
                           INTO CurrentMessage
                   END-IF
                   PERFORM DisplayAndLog
               END-IF
               MOVE "1. Change email address" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "2. Send a new verification code" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "3. Set mobile number for text alerts" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "0. Back" TO CurrentMessage
               PERFORM DisplayAndLog
               READ InputFile INTO InputRecord
               AT END
                   PERFORM CountUnansweredPrompt
                   MOVE 'Y' TO EOF-InputFile
                   MOVE '0' TO ContactMenuChoice
               NOT AT END
                   PERFORM IncrementInputCheckpoint
                   MOVE InputRecord(1:1) TO ContactMenuChoice
               END-READ
               EVALUATE ContactMenuChoice
                   WHEN '1'
                       PERFORM CaptureContactEmail
                   WHEN '2'
                       IF ContactVerifiedOnFile = 'Y' THEN
                           MOVE "Your recovery email is already verified." TO CurrentMessage
                           PERFORM DisplayAndLog
                       ELSE
                           PERFORM VerifyContactEmail
                       END-IF
                   WHEN '3'
                       PERFORM CapturePhoneNumber
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> Keeps the digits (and a leading "+") so "(555) 010-1234" and
      *> "555-010-1234" are stored alike for the SMS gateway.
       CapturePhoneNumber.
           MOVE "Enter mobile number (blank to remove):" TO CurrentMessage
           PERFORM DisplayAndLog
           READ InputFile INTO InputRecord
           AT END
               PERFORM CountUnansweredPrompt
               MOVE 'Y' TO EOF-InputFile
               MOVE SPACES TO ContactPhoneEntry
           NOT AT END
               PERFORM IncrementInputCheckpoint
               MOVE InputRecord(1:20) TO ContactPhoneEntry
           END-READ
           MOVE SPACES TO ContactPhoneDigits
           MOVE 0 TO ContactPhoneDigitCount
           MOVE 'Y' TO ContactPhoneValid
           PERFORM VARYING ContactScanIndex FROM 1 BY 1
               UNTIL ContactScanIndex > 20
               EVALUATE TRUE
                   WHEN ContactPhoneEntry(ContactScanIndex:1) IS NUMERIC
                       IF ContactPhoneDigitCount < 15
                           ADD 1 TO ContactPhoneDigitCount
                           MOVE ContactPhoneEntry(ContactScanIndex:1)
                               TO ContactPhoneDigits(ContactPhoneDigitCount:1)
                       ELSE
                           MOVE 'N' TO ContactPhoneValid
                       END-IF
                   WHEN ContactPhoneEntry(ContactScanIndex:1) = "+"
                       IF ContactPhoneDigitCount = 0
                           ADD 1 TO ContactPhoneDigitCount
                           MOVE "+" TO ContactPhoneDigits(1:1)
                       ELSE
                           MOVE 'N' TO ContactPhoneValid
                       END-IF
                   WHEN ContactPhoneEntry(ContactScanIndex:1) = " " OR
                        ContactPhoneEntry(ContactScanIndex:1) = "-" OR
                        ContactPhoneEntry(ContactScanIndex:1) = "(" OR
                        ContactPhoneEntry(ContactScanIndex:1) = ")" OR
                        ContactPhoneEntry(ContactScanIndex:1) = "."
                       CONTINUE
                   WHEN OTHER
                       MOVE 'N' TO ContactPhoneValid
               END-EVALUATE
           END-PERFORM
           IF ContactPhoneDigitCount > 0 AND ContactPhoneDigitCount < 10
               MOVE 'N' TO ContactPhoneValid
           END-IF
           IF ContactPhoneValid = 'N' THEN
               MOVE "That is not a valid mobile number." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE ContactPhoneDigits TO ContactPhoneOnFile
               MOVE SPACES TO ContactPhoneStatusOnFile
               PERFORM SaveUserContact
               IF ContactPhoneDigitCount = 0
                   MOVE "Mobile number removed." TO CurrentMessage
               ELSE
                   MOVE "Mobile number saved." TO CurrentMessage
               END-IF
               PERFORM DisplayAndLog
           END-IF.

       ChangePassword.
           MOVE "Enter your current password:" TO CurrentMessage
           PERFORM DisplayAndLog
                   MOVE CurrentUsername TO OldUsernameForRename
                   PERFORM RenameUserAcrossFiles
                   MOVE NewUsername TO CurrentUsername
                   MOVE CurrentUsername TO JournalUserName
                   MOVE "USERNAME_CHANGE" TO AuditActionName
                   MOVE SPACES TO AuditDetailText
                   STRING FUNCTION TRIM(OldUsernameForRename) DELIMITED BY SIZE
           PERFORM RenameInGroupPostFile
           PERFORM RenameInEventFile
           PERFORM RenameInEventRsvpFile
           PERFORM RenameInEventSeriesFile
           PERFORM RenameInAccommodationFile
           PERFORM RenameInSelfIdFile
           PERFORM RenameInCareerHistoryFile
           PERFORM RenameInVerificationLetterFile
           PERFORM RenameInReferenceFile
           PERFORM RenameInReferenceCheckFile
           PERFORM RenameInMessageOutboxFile
           PERFORM RenameInConnectionTagFile
           PERFORM RenameInRecycleBinFile
           PERFORM RenameInFairInterestFile
           PERFORM RenameInInterviewFile
           PERFORM RenameInJobOfferFile
           PERFORM RenameInJobTemplateFile
           PERFORM RenameInSurveyResponseFile
           PERFORM RenameInNotifPrefFile
           PERFORM RenameInEmployerUserFile
           PERFORM RenameInUserContactFile
           PERFORM RenameInOneTimeCodeFile.

       RenameInUserDataFile.
           MOVE "users.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN I-O UserDataFile
           MOVE OldUsernameForRename TO Username IN UserRecord
           READ UserDataFile
                   CONTINUE
               END-WRITE
           END-READ
           CLOSE UserDataFile
           MOVE "users.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       RenameInProfileFile.
           MOVE "profiles.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN I-O UserProfileRecordFile
           MOVE OldUsernameForRename TO Username-Profile IN UserProfileRecord
           READ UserProfileRecordFile
                   CONTINUE
               END-WRITE
           END-READ
           CLOSE UserProfileRecordFile
           MOVE "profiles.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       RenameInConnectionFile.
           MOVE 'N' TO EOF-ConnectionFile
           CLOSE TempApplicationFile
           PERFORM SWAP-APPLICATION-FILES.

      *> Each keyed read finds the next posting still under the old name
      *> until none is left.
       RenameInJobFile.
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           MOVE 'N' TO EOF-JobFile
           OPEN I-O JobFile
           PERFORM UNTIL EOF-JobFile = 'Y'
               MOVE OldUsernameForRename TO JobUsername IN JobRecord
               READ JobFile KEY IS JobUsername IN JobRecord
               INVALID KEY
                   MOVE 'Y' TO EOF-JobFile
               NOT INVALID KEY
                   MOVE NewUsername TO JobUsername IN JobRecord
                   REWRITE JobRecord
               END-READ
           END-PERFORM
           CLOSE JobFile
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       RenameInExperienceFile.
           MOVE 'N' TO EOF-ExperienceFile
           END-PERFORM
           CLOSE SavedSearchFile
           CLOSE TempSavedSearchFile
           MOVE "saved_searches.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "saved_searches.dat"
           CALL "CBL_RENAME_FILE" USING "saved_searches_temp.dat"
               "saved_searches.dat"
           PERFORM JournalAfterImage.

       RenameInSavedJobFile.
           MOVE 'N' TO EOF-SavedJobFile
           PERFORM SWAP-SAVED-JOB-FILES.

       SWAP-SAVED-JOB-FILES.
           MOVE "saved_jobs.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "saved_jobs.dat"
           CALL "CBL_RENAME_FILE" USING "saved_jobs_temp.dat"
               "saved_jobs.dat"
           PERFORM JournalAfterImage.

       RenameInRecommendationFile.
           MOVE 'N' TO EOF-RecommendationFile
           END-PERFORM
           CLOSE RecommendationFile
           CLOSE TempRecommendationFile
           MOVE "recommendations.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "recommendations.dat"
           CALL "CBL_RENAME_FILE" USING "recommendations_temp.dat"
               "recommendations.dat"
           PERFORM JournalAfterImage.

       RenameInRecoTextFile.
           MOVE 'N' TO EOF-RecoTextFile
           END-PERFORM
           CLOSE RecoTextFile
           CLOSE TempRecoTextFile
           MOVE "recommendations_text.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "recommendations_text.dat"
           CALL "CBL_RENAME_FILE" USING "recommendations_text_temp.dat"
               "recommendations_text.dat"
           PERFORM JournalAfterImage.

       RenameInMentorPrefFile.
           MOVE 'N' TO EOF-MentorPrefFile
           END-PERFORM
           CLOSE MentorPrefFile
           CLOSE TempMentorPrefFile
           MOVE "mentor_prefs.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "mentor_prefs.dat"
           CALL "CBL_RENAME_FILE" USING "mentor_prefs_temp.dat"
               "mentor_prefs.dat"
           PERFORM JournalAfterImage.

       RenameInMentorshipFile.
           MOVE 'N' TO EOF-MentorshipFile
           PERFORM SWAP-MENTORSHIP-FILES.

       SWAP-MENTORSHIP-FILES.
           MOVE "mentorships.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "mentorships.dat"
           CALL "CBL_RENAME_FILE" USING "mentorships_temp.dat"
               "mentorships.dat"
           PERFORM JournalAfterImage.

       RenameInMentorSessionFile.
           MOVE 'N' TO EOF-MentorSessionFile
           END-PERFORM
           CLOSE MentorSessionFile
           CLOSE TempMentorSessionFile
           MOVE "mentor_sessions.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "mentor_sessions.dat"
           CALL "CBL_RENAME_FILE" USING "mentor_sessions_temp.dat"
               "mentor_sessions.dat"
           PERFORM JournalAfterImage.

       RenameInGroupFile.
           MOVE 'N' TO EOF-GroupFile
           END-PERFORM
           CLOSE GroupFile
           CLOSE TempGroupFile
           MOVE "groups.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "groups.dat"
           CALL "CBL_RENAME_FILE" USING "groups_temp.dat"
               "groups.dat"
           PERFORM JournalAfterImage.

       RenameInGroupMemberFile.
           MOVE 'N' TO EOF-GroupMemberFile
           PERFORM SWAP-GROUP-POST-FILES.

       SWAP-GROUP-POST-FILES.
           MOVE "group_posts.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "group_posts.dat"
           CALL "CBL_RENAME_FILE" USING "group_posts_temp.dat"
               "group_posts.dat"
           PERFORM JournalAfterImage.

       RenameInEventFile.
           MOVE 'N' TO EOF-EventFile
           END-PERFORM
           CLOSE EventFile
           CLOSE TempEventFile
           MOVE "events.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "events.dat"
           CALL "CBL_RENAME_FILE" USING "events_temp.dat"
               "events.dat"
           PERFORM JournalAfterImage.

       RenameInEventRsvpFile.
           MOVE 'N' TO EOF-EventRsvpFile
           END-PERFORM
           CLOSE EventRsvpFile
           CLOSE TempEventRsvpFile
           MOVE "event_rsvps.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "event_rsvps.dat"
           CALL "CBL_RENAME_FILE" USING "event_rsvps_temp.dat"
               "event_rsvps.dat"
           PERFORM JournalAfterImage.

       RenameInEventSeriesFile.
           MOVE 'N' TO EOF-EventSeriesFile
           OPEN INPUT EventSeriesFile
           OPEN OUTPUT TempEventSeriesFile
           PERFORM UNTIL EOF-EventSeriesFile = 'Y'
               READ EventSeriesFile INTO EventSeriesRecord
               AT END
                   MOVE 'Y' TO EOF-EventSeriesFile
               NOT AT END
                   IF SeriesHost IN EventSeriesRecord = OldUsernameForRename THEN
                       MOVE NewUsername TO SeriesHost IN EventSeriesRecord
                   END-IF
                   WRITE TempEventSeriesRecord FROM EventSeriesRecord
               END-READ
           END-PERFORM
           CLOSE EventSeriesFile
           CLOSE TempEventSeriesFile
           MOVE "event_series.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "event_series.dat"
           CALL "CBL_RENAME_FILE" USING "event_series_temp.dat"
               "event_series.dat"
           PERFORM JournalAfterImage.

       RenameInAccommodationFile.
           MOVE 'N' TO EOF-AccommodationFile
           OPEN INPUT AccommodationFile
           OPEN OUTPUT TempAccommodationFile
           PERFORM UNTIL EOF-AccommodationFile = 'Y'
               READ AccommodationFile INTO AccommodationRecord
               AT END
                   MOVE 'Y' TO EOF-AccommodationFile
               NOT AT END
                   IF AccomUsername IN AccommodationRecord = OldUsernameForRename
                       MOVE NewUsername TO AccomUsername IN AccommodationRecord
                   END-IF
                   IF AccomHost IN AccommodationRecord = OldUsernameForRename
                       MOVE NewUsername TO AccomHost IN AccommodationRecord
                   END-IF
                   IF AccomReviewer IN AccommodationRecord = OldUsernameForRename
                       MOVE NewUsername TO AccomReviewer IN AccommodationRecord
                   END-IF
                   WRITE TempAccommodationRecord FROM AccommodationRecord
               END-READ
           END-PERFORM
           CLOSE AccommodationFile
           CLOSE TempAccommodationFile
           MOVE "accommodations.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "accommodations.dat"
           CALL "CBL_RENAME_FILE" USING "accommodations_temp.dat"
               "accommodations.dat"
           PERFORM JournalAfterImage.

       RenameInSelfIdFile.
           MOVE 'N' TO EOF-SelfIdFile
           OPEN INPUT SelfIdFile
           OPEN OUTPUT TempSelfIdFile
           PERFORM UNTIL EOF-SelfIdFile = 'Y'
               READ SelfIdFile INTO SelfIdRecord
               AT END
                   MOVE 'Y' TO EOF-SelfIdFile
               NOT AT END
                   IF SidUsername IN SelfIdRecord = OldUsernameForRename
                       MOVE NewUsername TO SidUsername IN SelfIdRecord
                   END-IF
                   WRITE TempSelfIdRecord FROM SelfIdRecord
               END-READ
           END-PERFORM
           CLOSE SelfIdFile
           CLOSE TempSelfIdFile
           MOVE "self_id.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "self_id.dat"
           CALL "CBL_RENAME_FILE" USING "self_id_temp.dat" "self_id.dat"
           PERFORM JournalAfterImage.

       RenameInCareerHistoryFile.
           MOVE 'N' TO EOF-CareerHistoryFile
           OPEN INPUT CareerHistoryFile
           OPEN OUTPUT TempCareerHistoryFile
           PERFORM UNTIL EOF-CareerHistoryFile = 'Y'
               READ CareerHistoryFile INTO CareerHistoryRecord
               AT END
                   MOVE 'Y' TO EOF-CareerHistoryFile
               NOT AT END
                   IF CarUsername IN CareerHistoryRecord = OldUsernameForRename
                       MOVE NewUsername TO CarUsername IN CareerHistoryRecord
                   END-IF
                   WRITE TempCareerHistoryRecord FROM CareerHistoryRecord
               END-READ
           END-PERFORM
           CLOSE CareerHistoryFile
           CLOSE TempCareerHistoryFile
           MOVE "career_history.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "career_history.dat"
           CALL "CBL_RENAME_FILE" USING "career_history_temp.dat"
               "career_history.dat"
           PERFORM JournalAfterImage.

       RenameInVerificationLetterFile.
           MOVE 'N' TO EOF-VerificationLetterFile
           OPEN INPUT VerificationLetterFile
           OPEN OUTPUT TempVerificationLetterFile
           PERFORM UNTIL EOF-VerificationLetterFile = 'Y'
               READ VerificationLetterFile INTO VerificationLetterRecord
               AT END
                   MOVE 'Y' TO EOF-VerificationLetterFile
               NOT AT END
                   IF VlUsername IN VerificationLetterRecord =
                      OldUsernameForRename
                       MOVE NewUsername TO VlUsername IN VerificationLetterRecord
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

       RenameInReferenceFile.
           MOVE 'N' TO EOF-ReferenceFile
           OPEN INPUT ReferenceFile
           OPEN OUTPUT TempReferenceFile
           PERFORM UNTIL EOF-ReferenceFile = 'Y'
               READ ReferenceFile INTO ReferenceRecord
               AT END
                   MOVE 'Y' TO EOF-ReferenceFile
               NOT AT END
                   IF RefOwner IN ReferenceRecord = OldUsernameForRename
                       MOVE NewUsername TO RefOwner IN ReferenceRecord
                   END-IF
                   WRITE TempReferenceRecord FROM ReferenceRecord
               END-READ
           END-PERFORM
           CLOSE ReferenceFile
           CLOSE TempReferenceFile
           MOVE "references.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "references.dat"
           CALL "CBL_RENAME_FILE" USING "references_temp.dat"
               "references.dat"
           PERFORM JournalAfterImage.

       RenameInReferenceCheckFile.
           MOVE 'N' TO EOF-ReferenceCheckFile
           OPEN INPUT ReferenceCheckFile
           OPEN OUTPUT TempReferenceCheckFile
           PERFORM UNTIL EOF-ReferenceCheckFile = 'Y'
               READ ReferenceCheckFile INTO ReferenceCheckRecord
               AT END
                   MOVE 'Y' TO EOF-ReferenceCheckFile
               NOT AT END
                   IF RchkPoster IN ReferenceCheckRecord = OldUsernameForRename
                       MOVE NewUsername TO RchkPoster IN ReferenceCheckRecord
                   END-IF
                   IF RchkApplicant IN ReferenceCheckRecord =
                      OldUsernameForRename
                       MOVE NewUsername TO RchkApplicant IN ReferenceCheckRecord
                   END-IF
                   WRITE TempReferenceCheckRecord FROM ReferenceCheckRecord
               END-READ
           END-PERFORM
           CLOSE ReferenceCheckFile
           CLOSE TempReferenceCheckFile
           MOVE "reference_checks.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "reference_checks.dat"
           CALL "CBL_RENAME_FILE" USING "reference_checks_temp.dat"
               "reference_checks.dat"
           PERFORM JournalAfterImage.

       RenameInMessageOutboxFile.
           MOVE 'N' TO EOF-MessageOutboxFile
           OPEN INPUT MessageOutboxFile
           OPEN OUTPUT TempMessageOutboxFile
           PERFORM UNTIL EOF-MessageOutboxFile = 'Y'
               READ MessageOutboxFile INTO MessageOutboxRecord
               AT END
                   MOVE 'Y' TO EOF-MessageOutboxFile
               NOT AT END
                   IF OutSender IN MessageOutboxRecord = OldUsernameForRename
                       MOVE NewUsername TO OutSender IN MessageOutboxRecord
                   END-IF
                   IF OutRecipient IN MessageOutboxRecord =
                      OldUsernameForRename
                       MOVE NewUsername TO OutRecipient IN MessageOutboxRecord
                   END-IF
                   WRITE TempMessageOutboxRecord FROM MessageOutboxRecord
               END-READ
           END-PERFORM
           CLOSE MessageOutboxFile
           CLOSE TempMessageOutboxFile
           MOVE "message_outbox.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "message_outbox.dat"
           CALL "CBL_RENAME_FILE" USING "message_outbox_temp.dat"
               "message_outbox.dat"
           PERFORM JournalAfterImage.

       RenameInConnectionTagFile.
           MOVE 'N' TO EOF-ConnectionTagFile
           OPEN INPUT ConnectionTagFile
           OPEN OUTPUT TempConnectionTagFile
           PERFORM UNTIL EOF-ConnectionTagFile = 'Y'
               READ ConnectionTagFile INTO ConnectionTagRecord
               AT END
                   MOVE 'Y' TO EOF-ConnectionTagFile
               NOT AT END
                   IF TagOwner IN ConnectionTagRecord = OldUsernameForRename
                       MOVE NewUsername TO TagOwner IN ConnectionTagRecord
                   END-IF
                   IF TagPartner IN ConnectionTagRecord = OldUsernameForRename
                       MOVE NewUsername TO TagPartner IN ConnectionTagRecord
                   END-IF
                   WRITE TempConnectionTagRecord FROM ConnectionTagRecord
               END-READ
           END-PERFORM
           CLOSE ConnectionTagFile
           CLOSE TempConnectionTagFile
           MOVE "connection_tags.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "connection_tags.dat"
           CALL "CBL_RENAME_FILE" USING "connection_tags_temp.dat"
               "connection_tags.dat"
           PERFORM JournalAfterImage.

      *> The usernames inside each held record are renamed as well, so a
      *> restore puts back a row that matches the live files.
       RenameInRecycleBinFile.
           MOVE 'N' TO EOF-RecycleBinFile
           OPEN INPUT RecycleBinFile
           OPEN OUTPUT TempRecycleBinFile
           PERFORM UNTIL EOF-RecycleBinFile = 'Y'
               READ RecycleBinFile INTO RecycleBinRecord
               AT END
                   MOVE 'Y' TO EOF-RecycleBinFile
               NOT AT END
                   IF BinOwner IN RecycleBinRecord = OldUsernameForRename
                       MOVE NewUsername TO BinOwner IN RecycleBinRecord
                   END-IF
                   MOVE BinImage IN RecycleBinRecord TO RecycleImage
                   EVALUATE BinKind IN RecycleBinRecord
                       WHEN "MSG"
                           IF RecycleMsgSender = OldUsernameForRename
                               MOVE NewUsername TO RecycleMsgSender
                           END-IF
                           IF RecycleMsgRecipient = OldUsernameForRename
                               MOVE NewUsername TO RecycleMsgRecipient
                           END-IF
                       WHEN "CONN"
                           IF RecycleConnFrom = OldUsernameForRename
                               MOVE NewUsername TO RecycleConnFrom
                           END-IF
                           IF RecycleConnTo = OldUsernameForRename
                               MOVE NewUsername TO RecycleConnTo
                           END-IF
                       WHEN "JOB"
                           IF RecycleJobOwner = OldUsernameForRename
                               MOVE NewUsername TO RecycleJobOwner
                           END-IF
                       WHEN OTHER
                           IF RecycleEntryUser = OldUsernameForRename
                               MOVE NewUsername TO RecycleEntryUser
                           END-IF
                   END-EVALUATE
                   MOVE RecycleImage TO BinImage IN RecycleBinRecord
                   WRITE TempRecycleBinRecord FROM RecycleBinRecord
               END-READ
           END-PERFORM
           CLOSE RecycleBinFile
           CLOSE TempRecycleBinFile
           MOVE "recycle_bin.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "recycle_bin.dat"
           CALL "CBL_RENAME_FILE" USING "recycle_bin_temp.dat"
               "recycle_bin.dat"
           PERFORM JournalAfterImage.

       RenameInFairInterestFile.
           MOVE 'N' TO EOF-FairInterestFile
           END-PERFORM
           CLOSE FairInterestFile
           CLOSE TempFairInterestFile
           MOVE "fair_interest.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "fair_interest.dat"
           CALL "CBL_RENAME_FILE" USING "fair_interest_temp.dat"
               "fair_interest.dat"
           PERFORM JournalAfterImage.

       RenameInInterviewFile.
           MOVE 'N' TO EOF-InterviewFile
           END-PERFORM
           CLOSE InterviewFile
           CLOSE TempInterviewFile
           MOVE "interviews.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "interviews.dat"
           CALL "CBL_RENAME_FILE" USING "interviews_temp.dat"
               "interviews.dat"
           PERFORM JournalAfterImage.

       RenameInJobOfferFile.
           MOVE 'N' TO EOF-JobOfferFile
           PERFORM SWAP-JOB-OFFER-FILES.

       SWAP-JOB-OFFER-FILES.
           MOVE "offers.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "offers.dat"
           CALL "CBL_RENAME_FILE" USING "offers_temp.dat"
               "offers.dat"
           PERFORM JournalAfterImage.

       RenameInAvailabilityFile.
           MOVE 'N' TO EOF-AvailabilityFile
           PERFORM SWAP-AVAILABILITY-FILES.

       SWAP-AVAILABILITY-FILES.
           MOVE "availability.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "availability.dat"
           CALL "CBL_RENAME_FILE" USING "availability_temp.dat"
               "availability.dat"
           PERFORM JournalAfterImage.

       RenameInOpenToWorkFile.
           MOVE 'N' TO EOF-OpenToWorkFile
           PERFORM SWAP-OPEN-TO-WORK-FILES.

       SWAP-OPEN-TO-WORK-FILES.
           MOVE "open_to_work.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "open_to_work.dat"
           CALL "CBL_RENAME_FILE" USING "open_to_work_temp.dat"
               "open_to_work.dat"
           PERFORM JournalAfterImage.

       RenameInApplicantNoteFile.
           MOVE 'N' TO EOF-ApplicantNoteFile
           PERFORM SWAP-APPLICANT-NOTE-FILES.

       SWAP-APPLICANT-NOTE-FILES.
           MOVE "applicant_notes.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "applicant_notes.dat"
           CALL "CBL_RENAME_FILE" USING "applicant_notes_temp.dat"
               "applicant_notes.dat"
           PERFORM JournalAfterImage.

       RenameInPlacementHoursFile.
           MOVE 'N' TO EOF-PlacementHoursFile
           PERFORM SWAP-PLACEMENT-HOURS-FILES.

       SWAP-PLACEMENT-HOURS-FILES.
           MOVE "placement_hours.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "placement_hours.dat"
           CALL "CBL_RENAME_FILE" USING "placement_hours_temp.dat"
               "placement_hours.dat"
           PERFORM JournalAfterImage.

       RenameInAbuseReportFile.
           MOVE 'N' TO EOF-AbuseReportFile
           END-PERFORM
           CLOSE AbuseReportFile
           CLOSE TempAbuseReportFile
           MOVE "reports.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "reports.dat"
           CALL "CBL_RENAME_FILE" USING "reports_temp.dat"
               "reports.dat"
           PERFORM JournalAfterImage.

       RenameInPwdHistoryFile.
           MOVE 'N' TO EOF-PwdHistFile
           END-PERFORM
           CLOSE PwdHistoryFile
           CLOSE TempPwdHistoryFile
           MOVE "password_history.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "password_history.dat"
           CALL "CBL_RENAME_FILE" USING "password_history_temp.dat"
               "password_history.dat"
           PERFORM JournalAfterImage.

       RenameInMessageContactFile.
           MOVE 'N' TO EOF-MessageContactFile
           END-PERFORM
           CLOSE MessageContactFile
           CLOSE TempMessageContactFile
           MOVE "message_contacts.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "message_contacts.dat"
           CALL "CBL_RENAME_FILE" USING "message_contacts_temp.dat"
               "message_contacts.dat"
           PERFORM JournalAfterImage.

       RenameInAnnouncementAckFile.
           MOVE 'N' TO EOF-AnnouncementAckFile
           END-PERFORM
           CLOSE AnnouncementAckFile
           CLOSE TempAnnouncementAckFile
           MOVE "announcement_acks.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "announcement_acks.dat"
           CALL "CBL_RENAME_FILE" USING "announcement_acks_temp.dat"
               "announcement_acks.dat"
           PERFORM JournalAfterImage.

       RenameInAdvisorMajorFile.
           MOVE 'N' TO EOF-AdvisorMajorFile
           END-PERFORM
           CLOSE AdvisorMajorFile
           CLOSE TempAdvisorMajorFile
           MOVE "advisor_majors.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "advisor_majors.dat"
           CALL "CBL_RENAME_FILE" USING "advisor_majors_temp.dat"
               "advisor_majors.dat"
           PERFORM JournalAfterImage.

       RenameInAdvisorNoteFile.
           MOVE 'N' TO EOF-AdvisorNoteFile
           END-PERFORM
           CLOSE AdvisorNoteFile
           CLOSE TempAdvisorNoteFile
           MOVE "advisor_notes.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "advisor_notes.dat"
           CALL "CBL_RENAME_FILE" USING "advisor_notes_temp.dat"
               "advisor_notes.dat"
           PERFORM JournalAfterImage.

       RenameInProfileViewLogFile.
           MOVE 'N' TO EOF-ProfileViewLogFile
           END-PERFORM
           CLOSE JobTemplateFile
           CLOSE TempJobTemplateFile
           MOVE "job_templates.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "job_templates.dat"
           CALL "CBL_RENAME_FILE" USING "job_templates_temp.dat"
               "job_templates.dat"
           PERFORM JournalAfterImage.

       RenameInSurveyResponseFile.
           MOVE 'N' TO EOF-SurveyRespFile
           END-PERFORM
           CLOSE SurveyResponseFile
           CLOSE TempSurveyResponseFile
           MOVE "survey_responses.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "survey_responses.dat"
           CALL "CBL_RENAME_FILE" USING "survey_responses_temp.dat"
               "survey_responses.dat"
           PERFORM JournalAfterImage.

       RenameInNotifPrefFile.
           MOVE 'N' TO EOF-NotifPrefFile
           END-PERFORM
           CLOSE NotifPrefFile
           CLOSE TempNotifPrefFile
           MOVE "notif_prefs.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "notif_prefs.dat"
           CALL "CBL_RENAME_FILE" USING "notif_prefs_temp.dat"
               "notif_prefs.dat"
           PERFORM JournalAfterImage.

       RenameInEmployerUserFile.
           MOVE 'N' TO EOF-EmployerUserFile
           END-PERFORM
           CLOSE EmployerUserFile
           CLOSE TempEmployerUserFile
           MOVE "employer_users.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "employer_users.dat"
           CALL "CBL_RENAME_FILE" USING "employer_users_temp.dat"
               "employer_users.dat"
           PERFORM JournalAfterImage.

       RenameInUserContactFile.
           MOVE 'N' TO EOF-UserContactFile
           OPEN INPUT UserContactFile
           OPEN OUTPUT TempUserContactFile
           PERFORM UNTIL EOF-UserContactFile = 'Y'
               READ UserContactFile INTO UserContactRecord
               AT END
                   MOVE 'Y' TO EOF-UserContactFile
               NOT AT END
                   IF ContactUsername IN UserContactRecord = OldUsernameForRename THEN
                       MOVE NewUsername TO ContactUsername IN UserContactRecord
                   END-IF
                   WRITE TempUserContactRecord FROM UserContactRecord
               END-READ
           END-PERFORM
           CLOSE UserContactFile
           CLOSE TempUserContactFile
           PERFORM SWAP-USER-CONTACT-FILES.

       RenameInOneTimeCodeFile.
           MOVE 'N' TO EOF-OneTimeCodeFile
           OPEN INPUT OneTimeCodeFile
           OPEN OUTPUT TempOneTimeCodeFile
           PERFORM UNTIL EOF-OneTimeCodeFile = 'Y'
               READ OneTimeCodeFile INTO OneTimeCodeRecord
               AT END
                   MOVE 'Y' TO EOF-OneTimeCodeFile
               NOT AT END
                   IF OtpUsername IN OneTimeCodeRecord = OldUsernameForRename THEN
                       MOVE NewUsername TO OtpUsername IN OneTimeCodeRecord
                   END-IF
                   WRITE TempOneTimeCodeRecord FROM OneTimeCodeRecord
               END-READ
           END-PERFORM
           CLOSE OneTimeCodeFile
           CLOSE TempOneTimeCodeFile
           CALL "CBL_DELETE_FILE" USING "otp_codes.dat"
           CALL "CBL_RENAME_FILE" USING "otp_codes_temp.dat"
               "otp_codes.dat".

       RenameInAdvisorSlotFile.
           MOVE 'N' TO EOF-AdvisorSlotFile
           CLOSE TempSkillsCompletedFile
           PERFORM SWAP-SKILLS-COMPLETED-FILES.

      *> Deactivation, anonymization and username changes all destroy or
      *> rewrite the account's records, so none of them is offered while
      *> the account is under legal hold. The caller names the path in
      *> LegalHoldSkipPoint for the skip log.
       CheckOwnLegalHold.
           PERFORM LoadLegalHolds
           MOVE CurrentUsername TO LegalHoldTarget
           PERFORM CheckLegalHold
           IF LegalHoldActive = 'Y'
               MOVE "This account is under a legal hold and cannot be changed or closed until the hold is released."
                   TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "Requested from the member menu; not performed"
                   TO LegalHoldSkipDetail
               PERFORM RecordLegalHoldSkip
           END-IF.

       DeactivateMyAccount.
           MOVE "Are you sure you want to deactivate your account? This cannot be undone. (Y/N):"
               TO CurrentMessage
           END-READ

           IF DeactivateConfirm = 'Y' OR DeactivateConfirm = 'y' THEN
               MOVE "users.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN I-O UserDataFile
               MOVE CurrentUsername TO Username IN UserRecord
               DELETE UserDataFile RECORD
                   SUBTRACT 1 FROM UserCount
               END-DELETE
               CLOSE UserDataFile
               MOVE "users.dat" TO JournalMasterName
               PERFORM JournalAfterImage
               PERFORM RemoveUserContact

               MOVE "Your account has been deactivated." TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM BlankAnonProfileData
               PERFORM BlankAnonExperienceData
               PERFORM BlankAnonEducationData
               PERFORM RemoveUserContact
               MOVE 'Y' TO SelfIdRemoveOnly
               PERFORM SaveSelfId
               MOVE 'Y' TO ConnTagRemoveAll
               PERFORM SaveConnectionTag
               MOVE 'Y' TO RecycleRemoveAll
               PERFORM DropRecycleEntry

      *> The placeholder account stays in users.dat so OrphanScan keeps
      *> treating the retained anonymous records as referenced; the
      *> disabled digest can never match ComputePasswordDigest output,
      *> so nobody can log in as the placeholder.
               MOVE "users.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN I-O UserDataFile
               MOVE CurrentUsername TO Username IN UserRecord
               READ UserDataFile
                   REWRITE UserRecord
               END-READ
               CLOSE UserDataFile
               MOVE "users.dat" TO JournalMasterName
               PERFORM JournalAfterImage

               MOVE "ANONYMIZE" TO AuditActionName
               MOVE "Personal data erased at user request" TO AuditDetailText
           END-READ
           CLOSE AnonCounterFile
           ADD 1 TO LastAnonIdValue
           MOVE "anon_counter.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN OUTPUT AnonCounterFile
           MOVE LastAnonIdValue TO LastAnonId IN AnonCounterRecord
           WRITE AnonCounterRecord
           CLOSE AnonCounterFile
           MOVE "anon_counter.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       BlankAnonProfileData.
           MOVE "profiles.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN I-O UserProfileRecordFile
           MOVE CurrentUsername TO Username-Profile IN UserProfileRecord
           READ UserProfileRecordFile
               MOVE 'M' TO VisResume IN UserProfileRecord
               REWRITE UserProfileRecord
           END-READ
           CLOSE UserProfileRecordFile
           MOVE "profiles.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       BlankAnonExperienceData.
           MOVE 'N' TO EOF-ExperienceFile

           IF SkillAlreadyCompleted = 'N' THEN
               PERFORM StampCreatedDate
               MOVE "skills_completed.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND SkillsCompletedFile
               MOVE CurrentUsername TO SkillUsername IN SkillCompletionRecord
               MOVE CurrentSkillName TO SkillName IN SkillCompletionRecord
               MOVE CurrentCreatedDate TO SkillCompletedDate IN SkillCompletionRecord
               WRITE SkillCompletionRecord
               CLOSE SkillsCompletedFile
               MOVE "skills_completed.dat" TO JournalMasterName
               PERFORM JournalAfterImage
               MOVE "Skill marked complete!" TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               END-PERFORM
               CLOSE UserProfileRecordFile

               IF FoundProfile = 'Y' THEN
                   MOVE SearchedUsername TO FerpaCheckTarget
                   PERFORM CheckFerpaSuppressed
                   IF FerpaSuppressed = 'Y' THEN
                       MOVE 'N' TO FoundProfile
                       MOVE "FindSomeone" TO FerpaExclusionPoint
                       MOVE CurrentUsername TO FerpaExclusionViewer
                       PERFORM RecordFerpaExclusion
                   END-IF
               END-IF

               IF FoundProfile = 'Y' AND UniversityScopeAll = 'N' AND
                  FUNCTION TRIM(FoundUniversity) NOT = FUNCTION TRIM(MyUniversity)
               THEN
                       MOVE "(hidden by owner)" TO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
                   MOVE "Certifications:" TO CurrentMessage
                   PERFORM DisplayAndLog
                   MOVE SearchedUsername TO CertDisplayUsername
                   PERFORM DisplayUserCertifications
                   MOVE SearchedUsername TO EndorsementCheckUsername
                   PERFORM DisplayEndorsementCount
                   MOVE "Recommendations:" TO CurrentMessage
           CLOSE ConnectionRequestFile
           CLOSE TempConnectionFile

           MOVE "connections.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "connections.dat"
           CALL "CBL_RENAME_FILE" USING "connections_temp.dat"
               "connections.dat"
           PERFORM JournalAfterImage

           MOVE "CONNECTION_ACCEPT" TO AuditActionName
           MOVE SearchedUsername TO AuditDetailText
           MOVE SPACE TO PriorAlumniFlag
           MOVE SPACE TO PriorResumeBrokenFlag
           MOVE SPACES TO PriorResumeFilePath
           MOVE "profiles.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN I-O UserProfileRecordFile
           MOVE CurrentUsername TO Username-Profile IN UserProfileRecord
           READ UserProfileRecordFile
               REWRITE UserProfileRecord
           END-WRITE
           CLOSE UserProfileRecordFile
           MOVE "profiles.dat" TO JournalMasterName
           PERFORM JournalAfterImage
           PERFORM SaveUserExperience
           PERFORM SaveUserEducation

               NOT AT END
                   IF ExpUsername IN ExperienceRecord NOT = CurrentUsername
                       WRITE TempExperienceRecord FROM ExperienceRecord
                   ELSE
                       PERFORM CheckExperienceKept
                       IF RecycleMatchFound = 'N'
                           MOVE ExperienceRecord TO RecycleImage
                           MOVE SPACES TO RecycleSummary
                           STRING FUNCTION TRIM(ExpTitle IN ExperienceRecord)
                               DELIMITED BY SIZE
                               " at " DELIMITED BY SIZE
                               FUNCTION TRIM(ExpCompany IN ExperienceRecord)
                               DELIMITED BY SIZE
                               INTO RecycleSummary
                           MOVE "EXP" TO RecycleKind
                           PERFORM StashInRecycleBin
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE ExperienceFile

           PERFORM SWAP-EXPERIENCE-FILES.

      *> An entry the edit did not carry over, by title and company, has
      *> been deleted and goes to Recently Deleted.
       CheckExperienceKept.
           MOVE 'N' TO RecycleMatchFound
           IF ExpEntryCount >= 1 AND
              ExpTitle IN ExperienceRecord = ExpTitle1 AND
              ExpCompany IN ExperienceRecord = ExpCompany1
               MOVE 'Y' TO RecycleMatchFound
           END-IF
           IF ExpEntryCount >= 2 AND
              ExpTitle IN ExperienceRecord = ExpTitle2 AND
              ExpCompany IN ExperienceRecord = ExpCompany2
               MOVE 'Y' TO RecycleMatchFound
           END-IF
           IF ExpEntryCount >= 3 AND
              ExpTitle IN ExperienceRecord = ExpTitle3 AND
              ExpCompany IN ExperienceRecord = ExpCompany3
               MOVE 'Y' TO RecycleMatchFound
           END-IF.

       SWAP-EXPERIENCE-FILES.
           MOVE "experience.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "experience.dat"
           CALL "CBL_RENAME_FILE" USING "experience_temp.dat"
               "experience.dat"
           PERFORM JournalAfterImage.

       SaveUserEducation.
           MOVE 'N' TO EOF-EducationFile
               NOT AT END
                   IF EduUsername IN EducationRecord NOT = CurrentUsername
                       WRITE TempEducationRecord FROM EducationRecord
                   ELSE
                       PERFORM CheckEducationKept
                       IF RecycleMatchFound = 'N'
                           MOVE EducationRecord TO RecycleImage
                           MOVE SPACES TO RecycleSummary
                           STRING FUNCTION TRIM(EduDegree IN EducationRecord)
                               DELIMITED BY SIZE
                               ", " DELIMITED BY SIZE
                               FUNCTION TRIM(EduUniversity IN EducationRecord)
                               DELIMITED BY SIZE
                               INTO RecycleSummary
                           MOVE "EDU" TO RecycleKind
                           PERFORM StashInRecycleBin
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE EducationFile

           PERFORM SWAP-EDUCATION-FILES.

       CheckEducationKept.
           MOVE 'N' TO RecycleMatchFound
           IF EduEntryCount >= 1 AND
              EduDegree IN EducationRecord = EduDegree1 AND
              EduUniversity IN EducationRecord = EduUniversity1
               MOVE 'Y' TO RecycleMatchFound
           END-IF
           IF EduEntryCount >= 2 AND
              EduDegree IN EducationRecord = EduDegree2 AND
              EduUniversity IN EducationRecord = EduUniversity2
               MOVE 'Y' TO RecycleMatchFound
           END-IF
           IF EduEntryCount >= 3 AND
              EduDegree IN EducationRecord = EduDegree3 AND
              EduUniversity IN EducationRecord = EduUniversity3
               MOVE 'Y' TO RecycleMatchFound
           END-IF.

       SWAP-EDUCATION-FILES.
           MOVE "education.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "education.dat"
           CALL "CBL_RENAME_FILE" USING "education_temp.dat"
               "education.dat"
           PERFORM JournalAfterImage.

       SWAP-ENDORSEMENT-FILES.
           MOVE "endorsements.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "endorsements.dat"
           CALL "CBL_RENAME_FILE" USING "endorsements_temp.dat"
               "endorsements.dat"
           PERFORM JournalAfterImage.

       SWAP-RECENT-VIEWS-FILES.
           MOVE "recent_views.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "recent_views.dat"
           CALL "CBL_RENAME_FILE" USING "recent_views_temp.dat"
               "recent_views.dat"
           PERFORM JournalAfterImage.

       SWAP-SKILLS-COMPLETED-FILES.
           MOVE "skills_completed.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "skills_completed.dat"
           CALL "CBL_RENAME_FILE" USING "skills_completed_temp.dat"
               "skills_completed.dat"
           PERFORM JournalAfterImage.

       SWAP-APPLICATION-FILES.
           MOVE "applications.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_RENAME_FILE" USING "applications.dat"
               "applications_bak.dat"
           CALL "CBL_RENAME_FILE" USING "applications_temp.dat"
               "applications.dat"
           CALL "CBL_DELETE_FILE" USING "applications_bak.dat"
           PERFORM JournalAfterImage.

       DisplayUserEducation.
           MOVE 0 TO EduDisplayCount
                       PERFORM DisplayAndLog
                       MOVE Username-Profile IN UserProfileRecord TO EducationDisplayUsername
                       PERFORM DisplayUserEducation
                       MOVE "Certifications:" TO CurrentMessage
                       PERFORM DisplayAndLog
                       MOVE Username-Profile IN UserProfileRecord
                           TO CertDisplayUsername
                       PERFORM DisplayUserCertifications
                       MOVE Username-Profile IN UserProfileRecord TO EndorsementCheckUsername
                       PERFORM DisplayEndorsementCount
                       MOVE "Recommendations:" TO CurrentMessage

       COPY "ChainDigest.cob".

       COPY "OneTimeCode.cob".

       COPY "EmailCheck.cob".

       COPY "PostingCascade.cob".

       COPY "PostingQuestions.cob".

       COPY "WorkAuth.cob".

       COPY "Locations.cob".

       COPY "WorkStudy.cob".

       COPY "TermCalendar.cob".

       COPY "LearningAgreements.cob".

       COPY "MyReports.cob".

       COPY "ClassStanding.cob".

       COPY "Milestones.cob".

       COPY "MilestoneCheck.cob".

       COPY "MyMilestones.cob".

       COPY "ResumeReview.cob".

       COPY "ExternalApplications.cob".

       COPY "Certifications.cob".

       COPY "ProfileImport.cob".

       COPY "AtsForwarding.cob".

       COPY "Referrals.cob".

       COPY "PostingQa.cob".

       COPY "EmployerReviews.cob".

       COPY "PostingOwners.cob".

       COPY "FairLeads.cob".

       COPY "EventSeries.cob".

       COPY "Accommodations.cob".

       COPY "SelfIdentification.cob".

       COPY "SelfIdLabels.cob".

       COPY "ScheduledMessages.cob".

       COPY "ConnectionTags.cob".

       COPY "RecycleBin.cob".

       COPY "PostingOpenings.cob".

       COPY "EmployerFamily.cob".

       COPY "AlumniCareer.cob".

       COPY "VerificationLetters.cob".

       COPY "ReferenceChecks.cob".

       ReadMenuOption.
           READ InputFile INTO InputRecord
           AT END
                           MOVE FUNCTION TRIM(TempString) TO CurrentUsername
                           MOVE FUNCTION UPPER-CASE(CurrentUsername) TO CurrentUsername
                   END-PERFORM
           END-READ
           MOVE CurrentUsername TO JournalUserName.

       ReadPassword.
           READ InputFile INTO InputRecord
               MOVE 'Y' TO UsernameExists
           END-READ
           CLOSE UserDataFile.

       COPY "Ferpa.cob".

       COPY "LegalHold.cob".

       COPY "SigninCode.cob".

       COPY "Journal.cob".

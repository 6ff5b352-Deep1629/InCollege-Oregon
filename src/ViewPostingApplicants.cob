       ViewPostingApplicants.
           MOVE "--- My Job Postings ---" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM LoadManagedPostings
           MOVE 0 TO MyPostingCount
           MOVE 'N' TO EOF-JobFile
           OPEN INPUT JobFile
           PERFORM UNTIL EOF-JobFile = 'Y'
               READ JobFile NEXT INTO JobRecord
               AT END
                   MOVE 'Y' TO EOF-JobFile
               NOT AT END
                   PERFORM CheckCanManagePosting
                   IF CanManagePosting = 'Y' THEN
                       ADD 1 TO MyPostingCount
                       MOVE SPACES TO CurrentMessage
                       IF FUNCTION TRIM(JobStatus IN JobRecord) = SPACES
                           MOVE "Approved" TO JobStatus IN JobRecord
                       END-IF
                       PERFORM TagPostingOwner
                       MOVE SPACES TO OpeningsFilledTag
                       IF JobId IN JobRecord IS NUMERIC AND
                          JobId IN JobRecord > 0
                           MOVE JobId IN JobRecord TO OpeningsJobId
                           PERFORM DescribeOpeningsFilled
                       END-IF
                       STRING FUNCTION TRIM(MyPostingCount) DELIMITED BY SIZE
                           ". " DELIMITED BY SIZE
                           FUNCTION TRIM(JobTitle IN JobRecord) DELIMITED BY SIZE
                           FUNCTION TRIM(JobEmployer IN JobRecord) DELIMITED BY SIZE
                           " [" DELIMITED BY SIZE
                           FUNCTION TRIM(JobStatus IN JobRecord) DELIMITED BY SIZE
                           OpeningsFilledTag DELIMITED BY "  "
                           "]" DELIMITED BY SIZE
                           PostingOwnerTag DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
                   MOVE FUNCTION NUMVAL-C(MyPostingEntryCode) TO MenuOption
                   IF MenuOption > 0 AND MenuOption <= MyPostingCount THEN
                       PERFORM SelectMyPosting
                       MOVE "1. View Applicants  2. Remove Listing  3. Edit Listing  4. Funnel Report  5. Offer Interview  6. Message All Applicants" TO CurrentMessage
                       PERFORM DisplayAndLog
                       MOVE "7. Confirm Placement Hours  8. Applicant Notes/Shortlist  9. Shortlist View  10. Learning Agreements  11. ATS Forwarding  12. Questions and Answers  13. Owners and Co-owners" TO CurrentMessage
                       PERFORM DisplayAndLog
                       MOVE "14. Schedule a Message to All Applicants  15. Reference Checks" TO CurrentMessage
                       PERFORM DisplayAndLog
                       PERFORM ReadMenuOption
                       EVALUATE MenuOption
                               PERFORM ApplicantNotesMenu
                           WHEN 9
                               PERFORM ShortlistView
                           WHEN 10
                               PERFORM PosterLearningAgreements
                           WHEN 11
                               PERFORM PosterAtsForwarding
                           WHEN 12
                               PERFORM PosterPostingQa
                           WHEN 13
                               PERFORM PostingOwnersMenu
                           WHEN 14
                               MOVE 'Y' TO MsgScheduleMode
                               PERFORM MessageAllApplicants
                               MOVE 'N' TO MsgScheduleMode
                           WHEN 15
                               PERFORM PosterReferenceChecks
                           WHEN OTHER
                               MOVE "Invalid option. Please try again." TO CurrentMessage
                               PERFORM DisplayAndLog
           MOVE 'N' TO EOF-JobFile
           OPEN INPUT JobFile
           PERFORM UNTIL EOF-JobFile = 'Y' OR JobFound = 'Y'
               READ JobFile NEXT INTO JobRecord
               AT END
                   MOVE 'Y' TO EOF-JobFile
               NOT AT END
                   PERFORM CheckCanManagePosting
                   IF CanManagePosting = 'Y' THEN
                       ADD 1 TO MyPostingIndex
                       IF MyPostingIndex = MenuOption THEN
                           MOVE JobTitle IN JobRecord TO CurrentJobTitle
                           MOVE JobUsername IN JobRecord TO CurrentJobPoster
                           MOVE JobEmployer IN JobRecord TO CurrentJobEmployer
                           MOVE JobLocation IN JobRecord TO CurrentJobLocation
                           IF JobId IN JobRecord IS NUMERIC
                           ELSE
                               MOVE 0 TO CurrentJobId
                           END-IF
                           IF EmployerId IN JobRecord IS NUMERIC
                               MOVE EmployerId IN JobRecord
                                   TO PostingJobEmployerId
                           ELSE
                               MOVE 0 TO PostingJobEmployerId
                           END-IF
                           MOVE 'Y' TO JobFound
                       END-IF
                   END-IF
               INTO CurrentMessage
           PERFORM DisplayAndLog

           MOVE 0 TO PostingQuestionCount
           IF CurrentJobId > 0
               MOVE CurrentJobId TO PostingQuestionJobId
               PERFORM LoadPostingQuestions
           END-IF

           MOVE 0 TO PostingApplicantCount
           MOVE 'N' TO EOF-ApplicationFile
           OPEN INPUT ApplicationFile
                               INTO CurrentMessage
                           PERFORM DisplayAndLog
                       END-IF
                       IF CurrentJobId > 0
                           MOVE AppUsername IN ApplicationRecord
                               TO ReferralViewStudent
                           MOVE CurrentJobId TO ReferralViewJobId
                           PERFORM ShowApplicantReferrals
                       END-IF
                       MOVE AppUsername IN ApplicationRecord
                           TO InterviewTargetApplicant
                       PERFORM ShowApplicantPrivateNote
                       PERFORM ShowApplicantInterviewHistory
                       PERFORM ShowApplicantReferenceChecks
                       IF PostingQuestionCount > 0
                           PERFORM ShowApplicantPostingAnswers
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

       CheckJobMatchesSelected.
           MOVE 'N' TO JobRecMatchesSelected
           PERFORM CheckCanManagePosting
           IF CanManagePosting = 'Y' THEN
               IF CurrentJobId > 0 AND
                  JobId IN JobRecord IS NUMERIC THEN
                   IF JobId IN JobRecord = CurrentJobId
                   THEN
                       ADD 1 TO ApplicantScanIndex
                       IF ApplicantScanIndex = ApplicantUpdateIndex THEN
                           MOVE AppStatus IN ApplicationRecord
                               TO JshOldStatusValue
                           MOVE NewApplicantStatus TO AppStatus IN ApplicationRecord
                           MOVE AppUsername IN ApplicationRecord
                               TO OfferTargetUser

           PERFORM SWAP-APPLICATION-FILES

           IF OfferTargetUser NOT = SPACES
               MOVE CurrentJobId TO JshJobIdValue
               MOVE NewApplicantStatus TO JshNewStatusValue
               MOVE OfferTargetUser TO JshApplicantValue
               PERFORM WriteJobStatusHistory
           END-IF

           MOVE "APP_STATUS" TO AuditActionName
           MOVE SPACES TO AuditDetailText
           STRING FUNCTION TRIM(CurrentJobTitle) DELIMITED BY SIZE
           IF FUNCTION TRIM(NewApplicantStatus) = "Offer" AND
              FUNCTION TRIM(OfferTargetUser) NOT = SPACES THEN
               PERFORM ExtendJobOffer
           END-IF

           IF (FUNCTION TRIM(NewApplicantStatus) = "Hired" OR
               FUNCTION TRIM(NewApplicantStatus) = "FilledExt") AND
              FUNCTION TRIM(OfferTargetUser) NOT = SPACES THEN
               PERFORM FillMyPostingIfOpeningsTaken
           END-IF.

      *> A posting with several openings stays open until enough people
      *> are hired to fill them all.
       FillMyPostingIfOpeningsTaken.
           IF CurrentJobId = 0
               PERFORM MarkMyPostingFilled
           ELSE
               MOVE CurrentJobId TO OpeningsJobId
               PERFORM CheckOpeningsReached
               IF OpeningsReached = 'Y'
                   PERFORM MarkMyPostingFilled
               ELSE
                   MOVE OpeningsFilledCount TO OpeningsFilledDisplay
                   MOVE PostingOpeningsCount TO OpeningsCountDisplay
                   MOVE SPACES TO CurrentMessage
                   STRING FUNCTION TRIM(OpeningsFilledDisplay)
                       DELIMITED BY SIZE
                       " of " DELIMITED BY SIZE
                       FUNCTION TRIM(OpeningsCountDisplay) DELIMITED BY SIZE
                       " openings filled; the posting stays open."
                       DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM DisplayAndLog
               END-IF
           END-IF.

       ExtendJobOffer.
               MOVE DateCheckNormalized TO OfferRespondByEntry
               MOVE 0 TO CurrentSalaryMin
               MOVE 0 TO CurrentSalaryMax
               OPEN INPUT JobFile
               PERFORM ReadSelectedJob
               IF JobRecMatchesSelected = 'Y'
                   IF SalaryMin IN JobRecord IS NUMERIC
                       MOVE SalaryMin IN JobRecord TO CurrentSalaryMin
                   END-IF
                   IF SalaryMax IN JobRecord IS NUMERIC
                       MOVE SalaryMax IN JobRecord TO CurrentSalaryMax
                   END-IF
               END-IF
               CLOSE JobFile

               PERFORM StampCreatedDate
               MOVE "offers.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND JobOfferFile
               MOVE SPACES TO JobOfferRecord
               MOVE CurrentJobId TO OfferJobId IN JobOfferRecord
               MOVE CurrentCreatedDate TO OfferDate IN JobOfferRecord
               WRITE JobOfferRecord
               CLOSE JobOfferFile
               MOVE "offers.dat" TO JournalMasterName
               PERFORM JournalAfterImage

               MOVE "OFFER_EXTEND" TO AuditActionName
               MOVE SPACES TO AuditDetailText
           END-IF.

       RemoveMyPosting.
           MOVE 'N' TO RecycleMatchFound
           MOVE 0 TO CascadeJobId
           MOVE CurrentJobTitle TO CascadeJobTitle
           MOVE CurrentJobEmployer TO CascadeJobEmployer
           MOVE SPACES TO JshOldStatusValue
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN I-O JobFile
           PERFORM ReadSelectedJob
           IF JobRecMatchesSelected = 'Y'
               MOVE JobId IN JobRecord TO CascadeJobId
               MOVE JobStatus IN JobRecord TO JshOldStatusValue
               MOVE 'Y' TO RecycleMatchFound
               MOVE JobRecord TO RecycleImage
               MOVE SPACES TO RecycleSummary
               STRING FUNCTION TRIM(JobTitle IN JobRecord)
                   DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(JobEmployer IN JobRecord)
                   DELIMITED BY SIZE
                   INTO RecycleSummary
               DELETE JobFile RECORD
           END-IF
           CLOSE JobFile
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalAfterImage
           IF RecycleMatchFound = 'Y'
               MOVE "JOB" TO RecycleKind
               PERFORM StashInRecycleBin
           END-IF

           MOVE CascadeJobId TO JshJobIdValue
           MOVE "Removed" TO JshNewStatusValue
           PERFORM WriteJobStatusHistory
           MOVE "Removed" TO CascadeNewStatus
           PERFORM CloseMyPostingDependents

           MOVE "Listing removed. It can be restored from Recently Deleted."
               TO CurrentMessage
           PERFORM DisplayAndLog.

      *> Hiring someone, or marking the role filled elsewhere, fills the
      *> posting: it stops taking applications and the rest of the pool
      *> is closed out.
       MarkMyPostingFilled.
           MOVE 0 TO CascadeJobId
           MOVE CurrentJobTitle TO CascadeJobTitle
           MOVE CurrentJobEmployer TO CascadeJobEmployer
           MOVE SPACES TO JshOldStatusValue
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN I-O JobFile
           PERFORM ReadSelectedJob
           IF JobRecMatchesSelected = 'Y' AND
              FUNCTION TRIM(JobStatus IN JobRecord) NOT = "Filled"
               MOVE JobId IN JobRecord TO CascadeJobId
               MOVE JobStatus IN JobRecord TO JshOldStatusValue
               MOVE "Filled" TO JobStatus IN JobRecord
               REWRITE JobRecord
           END-IF
           CLOSE JobFile
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           IF FUNCTION TRIM(JshOldStatusValue) NOT = SPACES
               MOVE CascadeJobId TO JshJobIdValue
               MOVE "Filled" TO JshNewStatusValue
               PERFORM WriteJobStatusHistory
               MOVE "Filled" TO CascadeNewStatus
               PERFORM CloseMyPostingDependents
               MOVE "The posting is now marked Filled." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       CloseMyPostingDependents.
           MOVE CurrentUsername TO CascadeActor
           MOVE FormattedMessageTimestamp TO CascadeStamp
           PERFORM CascadePostingClose
           IF CascadeAppsClosed > 0
               MOVE SPACES TO CurrentMessage
               STRING "Open applications closed: " DELIMITED BY SIZE
                   CascadeAppsClosed DELIMITED BY SIZE
                   "  interviews cancelled: " DELIMITED BY SIZE
                   CascadeInterviewsCancelled DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

      *> Postings are keyed on JobId, so the selected one is read directly.
      *> With jobs.dat open I-O the caller may REWRITE or DELETE it when
      *> JobRecMatchesSelected comes back 'Y'.
       ReadSelectedJob.
           MOVE 'N' TO JobRecMatchesSelected
           MOVE CurrentJobId TO JobId IN JobRecord
           READ JobFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               PERFORM CheckJobMatchesSelected
           END-READ.

       EditMyPosting.
           MOVE "Enter new Description (blank to keep unchanged): " TO CurrentMessage
               PERFORM IncrementInputCheckpoint
               MOVE FUNCTION TRIM(InputRecord(1:50)) TO EditJobNewLocation
           END-READ
           IF FUNCTION TRIM(EditJobNewLocation) NOT = SPACES
               PERFORM LoadLocationTable
               IF LocTableCount > 0
                   MOVE EditJobNewLocation TO LocLookupText
                   PERFORM ResolveLocationText
                   IF LocResolvedIndex > 0 THEN
                       MOVE LocResolvedName TO EditJobNewLocation
                   ELSE
                       MOVE "That location is not on the location list; location left unchanged."
                           TO CurrentMessage
                       PERFORM DisplayAndLog
                       MOVE SPACES TO EditJobNewLocation
                   END-IF
               END-IF
           END-IF

           MOVE "Enter new Salary (blank to keep unchanged, 'NONE' for N/A): " TO CurrentMessage
           PERFORM DisplayAndLog
               END-IF
           END-READ

           MOVE "Work authorization - 1=US-authorized only, 2=CPT/OPT accepted, 3=Sponsorship available, 4=Not stated, blank to keep:"
               TO CurrentMessage
           PERFORM DisplayAndLog
           READ InputFile INTO InputRecord
           AT END
               PERFORM CountUnansweredPrompt
               MOVE 'Y' TO EOF-InputFile
               MOVE SPACES TO EditJobNewWorkAuth
           NOT AT END
               PERFORM IncrementInputCheckpoint
               EVALUATE InputRecord(1:1)
                   WHEN "1"
                       MOVE "US" TO EditJobNewWorkAuth
                   WHEN "2"
                       MOVE "CPT" TO EditJobNewWorkAuth
                   WHEN "3"
                       MOVE "SPON" TO EditJobNewWorkAuth
                   WHEN "4"
                       MOVE "NONE" TO EditJobNewWorkAuth
                   WHEN OTHER
                       MOVE SPACES TO EditJobNewWorkAuth
               END-EVALUATE
           END-READ

           MOVE "Work type - 1=On-site, 2=Hybrid, 3=Remote, blank to keep:"
               TO CurrentMessage
           PERFORM DisplayAndLog
           READ InputFile INTO InputRecord
           AT END
               PERFORM CountUnansweredPrompt
               MOVE 'Y' TO EOF-InputFile
               MOVE SPACES TO EditJobNewWorkType
           NOT AT END
               PERFORM IncrementInputCheckpoint
               EVALUATE InputRecord(1:1)
                   WHEN "1"
                       MOVE 'O' TO EditJobNewWorkType
                   WHEN "2"
                       MOVE 'H' TO EditJobNewWorkType
                   WHEN "3"
                       MOVE 'R' TO EditJobNewWorkType
                   WHEN OTHER
                       MOVE SPACES TO EditJobNewWorkType
               END-EVALUATE
           END-READ

           PERFORM REWRITE-JOB-POSTING

           IF CurrentJobId > 0
               MOVE CurrentJobId TO OpeningsJobId
               PERFORM LoadPostingOpenings
               MOVE PostingOpeningsCount TO OpeningsCountDisplay
               MOVE SPACES TO CurrentMessage
               STRING "Number of openings (now " DELIMITED BY SIZE
                   FUNCTION TRIM(OpeningsCountDisplay) DELIMITED BY SIZE
                   ", blank to keep unchanged):" DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadOpeningsEntry
               IF OpeningsEntryValue > 0 AND
                  OpeningsEntryValue NOT = PostingOpeningsCount
                   PERFORM SavePostingOpenings
                   PERFORM CheckOpeningsReached
                   IF OpeningsReached = 'Y'
                       PERFORM MarkMyPostingFilled
                   END-IF
               END-IF
           END-IF

           IF CurrentJobId > 0
               MOVE "Replace the screening questions on this listing? (Y/N):"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadPostingQuestionLine
               IF PostingQuestionLine(1:1) = "Y" OR
                  PostingQuestionLine(1:1) = "y"
                   MOVE CurrentJobId TO PostingQuestionJobId
                   PERFORM EnterPostingQuestions
               END-IF
           END-IF

           MOVE "JOB_EDIT" TO AuditActionName
           MOVE CurrentJobTitle TO AuditDetailText
           PERFORM WriteAuditLog
           PERFORM DisplayAndLog.

       REWRITE-JOB-POSTING.
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN I-O JobFile
           PERFORM ReadSelectedJob
           IF JobRecMatchesSelected = 'Y'
               IF FUNCTION TRIM(EditJobNewDescription) NOT = SPACES
                   STRING "     " DELIMITED BY SIZE
                       FUNCTION TRIM(EditJobNewDescription) DELIMITED BY SIZE
                       INTO JobDescription IN JobRecord
               END-IF
               IF FUNCTION TRIM(EditJobNewLocation) NOT = SPACES
                   MOVE EditJobNewLocation TO JobLocation IN JobRecord
               END-IF
               IF FUNCTION TRIM(EditJobNewSalary) NOT = SPACES
                   MOVE EditJobNewSalary TO JobSalary IN JobRecord
               END-IF
               IF EditJobNewWorkAuth = "NONE"
                   MOVE SPACES TO JobWorkAuth IN JobRecord
               ELSE
                   IF EditJobNewWorkAuth NOT = SPACES
                       MOVE EditJobNewWorkAuth
                           TO JobWorkAuth IN JobRecord
                   END-IF
               END-IF
               IF EditJobNewWorkType NOT = SPACES
                   MOVE EditJobNewWorkType TO JobWorkType IN JobRecord
               END-IF
               REWRITE JobRecord
           END-IF
           CLOSE JobFile
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       PostingFunnelReport.
           MOVE 0 TO JobViewTotal
           OPEN INPUT JobFile
           PERFORM ReadSelectedJob
           IF JobRecMatchesSelected = 'Y' AND
              JobViewCount IN JobRecord IS NUMERIC
               MOVE JobViewCount IN JobRecord TO JobViewTotal
           END-IF
           CLOSE JobFile

           MOVE 0 TO FunnelApplicationCount
           MOVE 0 TO FunnelWithdrawnCount
           MOVE 0 TO FunnelReferredCount
           MOVE 'N' TO EOF-ApplicationFile
           OPEN INPUT ApplicationFile
           PERFORM UNTIL EOF-ApplicationFile = 'Y'
                       IF FUNCTION TRIM(AppStatus IN ApplicationRecord) = "Withdrawn"
                           ADD 1 TO FunnelWithdrawnCount
                       END-IF
                       IF CurrentJobId > 0
                           MOVE AppUsername IN ApplicationRecord
                               TO ReferralViewStudent
                           MOVE CurrentJobId TO ReferralViewJobId
                           MOVE 'N' TO ReferralViewShow
                           PERFORM ShowApplicantReferrals
                           IF ReferralViewCount > 0
                               ADD 1 TO FunnelReferredCount
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           STRING "  Applications withdrawn: " DELIMITED BY SIZE
               FunnelWithdrawnCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           MOVE SPACES TO CurrentMessage
           STRING "  Referred applicants:    " DELIMITED BY SIZE
               FunnelReferredCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog.

       OfferInterviewSlot.
                               PERFORM DisplayAndLog
                           ELSE
                           PERFORM StampCreatedDate
                           MOVE "interviews.dat" TO JournalMasterName
                           PERFORM JournalBeforeImage
                           OPEN EXTEND InterviewFile
                           MOVE SPACES TO InterviewRecord
                           MOVE CurrentJobId TO IntvJobId IN InterviewRecord
                               TO IntvOfferedDate IN InterviewRecord
                           WRITE InterviewRecord
                           CLOSE InterviewFile
                           MOVE "interviews.dat" TO JournalMasterName
                           PERFORM JournalAfterImage

                           MOVE InterviewTargetApplicant TO NotifTargetUsername
                           MOVE SPACES TO NotifMessageText
               END-IF
           END-READ

           MOVE 'Y' TO ScheduleValid
           IF FUNCTION TRIM(BulkMessageText) NOT = SPACES AND
              MsgScheduleMode = 'Y'
               PERFORM CaptureScheduleRelease
               PERFORM NextOutboxId
               MOVE "B" TO ScheduleKind
               MOVE CurrentJobTitle TO ScheduleContext
           END-IF

           IF FUNCTION TRIM(BulkMessageText) = SPACES THEN
               MOVE "Message cannot be blank; nothing sent." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE IF ScheduleValid = 'N' THEN
               CONTINUE
           ELSE
               MOVE 0 TO BulkDeliveredCount
               MOVE 0 TO BulkSkippedCount
               CLOSE ApplicationFile

               MOVE SPACES TO CurrentMessage
               IF MsgScheduleMode = 'Y'
                   STRING "Message scheduled for " DELIMITED BY SIZE
                       FUNCTION TRIM(BulkDeliveredCount) DELIMITED BY SIZE
                       " applicant(s), release " DELIMITED BY SIZE
                       ScheduleReleaseDate DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ScheduleReleaseTime DELIMITED BY SIZE
                       "; " DELIMITED BY SIZE
                       FUNCTION TRIM(BulkSkippedCount) DELIMITED BY SIZE
                       " skipped (blocked)." DELIMITED BY SIZE
                       INTO CurrentMessage
                   MOVE "MSG_SCHEDULE" TO AuditActionName
               ELSE
                   STRING "Message sent to " DELIMITED BY SIZE
                       FUNCTION TRIM(BulkDeliveredCount) DELIMITED BY SIZE
                       " applicant(s); " DELIMITED BY SIZE
                       FUNCTION TRIM(BulkSkippedCount) DELIMITED BY SIZE
                       " skipped (blocked)." DELIMITED BY SIZE
                       INTO CurrentMessage
                   MOVE "BULK_MESSAGE" TO AuditActionName
               END-IF
               PERFORM DisplayAndLog

               MOVE CurrentJobTitle TO AuditDetailText
               PERFORM WriteAuditLog
           END-IF
           END-IF.

       SendBulkMessageToApplicant.
           PERFORM CheckBlocked
           IF IsBlocked = 'Y' THEN
               ADD 1 TO BulkSkippedCount
           ELSE IF MsgScheduleMode = 'Y' THEN
               MOVE BulkMessageTarget TO ScheduleTarget
               MOVE BulkMessageText TO ScheduleText
               PERFORM QueueOutboxRow
               ADD 1 TO BulkDeliveredCount
           ELSE
               PERFORM StampCreatedDate
               MOVE "messages.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND MessageFile
               MOVE SPACES TO MessageRecord
               MOVE CurrentUsername TO MsgSender IN MessageRecord
               MOVE CurrentCreatedDate TO MsgTimestamp IN MessageRecord
               WRITE MessageRecord
               CLOSE MessageFile
               MOVE "messages.dat" TO JournalMasterName
               PERFORM JournalAfterImage
               ADD 1 TO BulkDeliveredCount
           END-IF
           END-IF.

       SelectInterviewApplicant.
               AT END
                   MOVE 'Y' TO EOF-InterviewFile
               NOT AT END
                   MOVE IntvJobId IN InterviewRecord TO ManagedJobCheckId
                   PERFORM CheckManagedJob
                   IF IntvPoster IN InterviewRecord = CurrentUsername OR
                      ManagedJobFound = 'Y'
                       ADD 1 TO InterviewListCount
                       MOVE SPACES TO PostingOwnerTag
                       IF IntvPoster IN InterviewRecord NOT = CurrentUsername
                           STRING " - offered by " DELIMITED BY SIZE
                               FUNCTION TRIM(IntvPoster IN InterviewRecord)
                               DELIMITED BY SIZE
                               INTO PostingOwnerTag
                       END-IF
                       MOVE "I" TO AccomTagType
                       MOVE IntvJobId IN InterviewRecord TO AccomTagRef
                       MOVE IntvApplicant IN InterviewRecord TO AccomTagUser
                       PERFORM LookupAccommodationTag
                       MOVE SPACES TO CurrentMessage
                       IF FUNCTION TRIM(IntvOutcome IN InterviewRecord)
                          NOT = SPACES
                               FUNCTION TRIM(IntvOutcome IN InterviewRecord)
                               DELIMITED BY SIZE
                               "]" DELIMITED BY SIZE
                               AccomTagText DELIMITED BY "  "
                               PostingOwnerTag DELIMITED BY SIZE
                               INTO CurrentMessage
                       ELSE
                           STRING FUNCTION TRIM(InterviewListCount) DELIMITED BY SIZE
                               FUNCTION TRIM(IntvStatus IN InterviewRecord)
                               DELIMITED BY SIZE
                               "]" DELIMITED BY SIZE
                               AccomTagText DELIMITED BY "  "
                               PostingOwnerTag DELIMITED BY SIZE
                               INTO CurrentMessage
                       END-IF
                       PERFORM DisplayAndLog
                   AT END
                       MOVE 'Y' TO EOF-InterviewFile
                   NOT AT END
                       MOVE IntvJobId IN InterviewRecord
                           TO ManagedJobCheckId
                       PERFORM CheckManagedJob
                       IF IntvPoster IN InterviewRecord = CurrentUsername OR
                          ManagedJobFound = 'Y'
                           ADD 1 TO InterviewScanIndex
                           IF InterviewScanIndex = InterviewSelectIndex THEN
                               MOVE IntvOutcomeEntry
               CLOSE InterviewFile
               CLOSE TempInterviewFile

               MOVE "interviews.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "interviews.dat"
               CALL "CBL_RENAME_FILE" USING "interviews_temp.dat"
                   "interviews.dat"
               PERFORM JournalAfterImage

               MOVE "INTV_OUTCOME" TO AuditActionName
               MOVE IntvOutcomeEntry TO AuditDetailText
                   MOVE 'Y' TO EOF-ApplicantNoteFile
               NOT AT END
                   IF AnoteJobId IN ApplicantNoteRecord = CurrentJobId AND
                      AnoteApplicant IN ApplicantNoteRecord =
                      InterviewTargetApplicant
                       MOVE SPACES TO PostingOwnerTag
                       IF AnotePoster IN ApplicantNoteRecord = CurrentUsername
                           MOVE "Your note" TO PostingOwnerTag
                       ELSE
                           STRING "Note by " DELIMITED BY SIZE
                               FUNCTION TRIM(AnotePoster IN ApplicantNoteRecord)
                               DELIMITED BY SIZE
                               INTO PostingOwnerTag
                       END-IF
                       MOVE SPACES TO CurrentMessage
                       IF AnoteShortlist IN ApplicantNoteRecord = 'Y'
                           STRING "   " DELIMITED BY SIZE
                               FUNCTION TRIM(PostingOwnerTag) DELIMITED BY SIZE
                               " (rating " DELIMITED BY SIZE
                               AnoteRating IN ApplicantNoteRecord
                               DELIMITED BY SIZE
                               "/5, SHORTLISTED): " DELIMITED BY SIZE
                               DELIMITED BY SIZE
                               INTO CurrentMessage
                       ELSE
                           STRING "   " DELIMITED BY SIZE
                               FUNCTION TRIM(PostingOwnerTag) DELIMITED BY SIZE
                               " (rating " DELIMITED BY SIZE
                               AnoteRating IN ApplicantNoteRecord
                               DELIMITED BY SIZE
                               "/5): " DELIMITED BY SIZE
                   MOVE 'Y' TO EOF-ApplicantNoteFile
               NOT AT END
                   IF AnoteJobId IN ApplicantNoteRecord = CurrentJobId AND
                      AnoteShortlist IN ApplicantNoteRecord = 'Y'
                       ADD 1 TO ShortlistCount
                       MOVE SPACES TO PostingOwnerTag
                       IF AnotePoster IN ApplicantNoteRecord
                          NOT = CurrentUsername
                           STRING " - shortlisted by " DELIMITED BY SIZE
                               FUNCTION TRIM(AnotePoster IN ApplicantNoteRecord)
                               DELIMITED BY SIZE
                               INTO PostingOwnerTag
                       END-IF
                       MOVE SPACES TO CurrentMessage
                       STRING FUNCTION TRIM(ShortlistCount)
                           DELIMITED BY SIZE
                           "/5) " DELIMITED BY SIZE
                           FUNCTION TRIM(AnoteText IN ApplicantNoteRecord)
                           DELIMITED BY SIZE
                           PostingOwnerTag DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                       MOVE CurrentMessage TO ShortlistExtractRecord
                       WRITE ShortlistExtractRecord
                       MOVE AnoteApplicant IN ApplicantNoteRecord
                           TO ReferralViewStudent
                       MOVE CurrentJobId TO ReferralViewJobId
                       MOVE 'Y' TO ReferralViewToShortlist
                       PERFORM ShowApplicantReferrals
                   END-IF
               END-READ
           END-PERFORM
               AT END
                   MOVE 'Y' TO EOF-InterviewFile
               NOT AT END
                   MOVE IntvJobId IN InterviewRecord TO ManagedJobCheckId
                   PERFORM CheckManagedJob
                   IF IntvPoster IN InterviewRecord = CurrentUsername OR
                      ManagedJobFound = 'Y'
                       ADD 1 TO InterviewScanIndex
                       IF InterviewScanIndex = InterviewSelectIndex AND
                          FUNCTION TRIM(IntvStatus IN InterviewRecord)
           CLOSE InterviewFile
           CLOSE TempInterviewFile

           MOVE "interviews.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "interviews.dat"
           CALL "CBL_RENAME_FILE" USING "interviews_temp.dat"
               "interviews.dat"
           PERFORM JournalAfterImage

           IF FUNCTION TRIM(InterviewTargetApplicant) = SPACES THEN
               MOVE "That interview has no counter-proposed slot awaiting you."

      *> Closes out everything that hangs off a posting once it has been
      *> removed, expired or filled. The caller sets CascadeJobId,
      *> CascadeJobTitle, CascadeJobEmployer, CascadeNewStatus, CascadeActor
      *> and CascadeStamp; the posting's own status change is recorded in
      *> job_status_history.dat by the caller.
      *> Open applications become Closed and the applicant is told why,
      *> open interviews are Cancelled, extended offers are Withdrawn, and
      *> the posting is dropped from saved jobs and recommendations. Each
      *> application, interview and offer touched gets its own audit entry.
      *> Postings saved before job IDs existed are matched on title and
      *> employer. The applicants' notices all go into one journal entry
      *> for notifications.dat rather than one per applicant.
       CascadePostingClose.
           MOVE 0 TO CascadeAppsClosed
           MOVE 0 TO CascadeInterviewsCancelled
           MOVE 0 TO CascadeOffersWithdrawn
           MOVE 0 TO CascadeSavedDropped
           MOVE 0 TO CascadeRecsDropped
           MOVE "notifications.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           PERFORM CascadeCloseApplications
           MOVE "notifications.dat" TO JournalMasterName
           PERFORM JournalAfterImage
           PERFORM CascadeCancelInterviews
           PERFORM CascadeWithdrawOffers
           PERFORM CascadeDropSavedJobs
           PERFORM CascadeDropRecommendations

           MOVE "POSTING_CLOSED" TO CascadeAuditAction
           MOVE SPACES TO CascadeAuditDetail
           STRING "Job " DELIMITED BY SIZE
               CascadeJobId DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CascadeNewStatus) DELIMITED BY SIZE
               ": apps closed " DELIMITED BY SIZE
               CascadeAppsClosed DELIMITED BY SIZE
               " intv " DELIMITED BY SIZE
               CascadeInterviewsCancelled DELIMITED BY SIZE
               " offers " DELIMITED BY SIZE
               CascadeOffersWithdrawn DELIMITED BY SIZE
               " saved " DELIMITED BY SIZE
               CascadeSavedDropped DELIMITED BY SIZE
               " recs " DELIMITED BY SIZE
               CascadeRecsDropped DELIMITED BY SIZE
               INTO CascadeAuditDetail
           PERFORM CascadeWriteAudit.

       CascadeCloseApplications.
           MOVE 'N' TO EOF-CascadeFile
           OPEN INPUT ApplicationFile
           OPEN OUTPUT TempApplicationFile
           PERFORM UNTIL EOF-CascadeFile = 'Y'
               READ ApplicationFile INTO ApplicationRecord
               AT END
                   MOVE 'Y' TO EOF-CascadeFile
               NOT AT END
                   MOVE 'N' TO CascadeRecordMatches
                   IF AppJobId IN ApplicationRecord IS NUMERIC AND
                      AppJobId IN ApplicationRecord > 0
                       IF AppJobId IN ApplicationRecord = CascadeJobId
                           MOVE 'Y' TO CascadeRecordMatches
                       END-IF
                   ELSE
                       IF FUNCTION TRIM(AppJobTitle IN ApplicationRecord) =
                          FUNCTION TRIM(CascadeJobTitle) AND
                          FUNCTION TRIM(AppJobEmployer IN ApplicationRecord) =
                          FUNCTION TRIM(CascadeJobEmployer)
                           MOVE 'Y' TO CascadeRecordMatches
                       END-IF
                   END-IF
                   IF CascadeRecordMatches = 'Y' AND
                      (FUNCTION TRIM(AppStatus IN ApplicationRecord) = SPACES
                       OR FUNCTION TRIM(AppStatus IN ApplicationRecord)
                          = "Submitted"
                       OR FUNCTION TRIM(AppStatus IN ApplicationRecord)
                          = "Reviewed"
                       OR FUNCTION TRIM(AppStatus IN ApplicationRecord)
                          = "Interview"
                       OR FUNCTION TRIM(AppStatus IN ApplicationRecord)
                          = "Offer")
                       MOVE AppStatus IN ApplicationRecord TO CascadeOldStatus
                       MOVE "Closed" TO AppStatus IN ApplicationRecord
                       ADD 1 TO CascadeAppsClosed
                       MOVE AppUsername IN ApplicationRecord
                           TO CascadeNoticeUser
                       PERFORM CascadeNotifyApplicant
                       MOVE "APP_CLOSED" TO CascadeAuditAction
                       MOVE SPACES TO CascadeAuditDetail
                       STRING "Job " DELIMITED BY SIZE
                           CascadeJobId DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(CascadeNoticeUser) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(CascadeOldStatus) DELIMITED BY SIZE
                           " -> Closed (posting " DELIMITED BY SIZE
                           FUNCTION TRIM(CascadeNewStatus) DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO CascadeAuditDetail
                       PERFORM CascadeWriteAudit
                   END-IF
                   WRITE TempApplicationRecord FROM ApplicationRecord
               END-READ
           END-PERFORM
           CLOSE ApplicationFile
           CLOSE TempApplicationFile
           MOVE "applications.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "applications.dat"
           CALL "CBL_RENAME_FILE" USING "applications_temp.dat"
               "applications.dat"
           PERFORM JournalAfterImage.

       CascadeCancelInterviews.
           MOVE 'N' TO EOF-CascadeFile
           OPEN INPUT InterviewFile
           OPEN OUTPUT TempInterviewFile
           PERFORM UNTIL EOF-CascadeFile = 'Y'
               READ InterviewFile INTO InterviewRecord
               AT END
                   MOVE 'Y' TO EOF-CascadeFile
               NOT AT END
                   MOVE 'N' TO CascadeRecordMatches
                   IF IntvJobId IN InterviewRecord IS NUMERIC AND
                      IntvJobId IN InterviewRecord > 0
                       IF IntvJobId IN InterviewRecord = CascadeJobId
                           MOVE 'Y' TO CascadeRecordMatches
                       END-IF
                   ELSE
                       IF FUNCTION TRIM(IntvJobTitle IN InterviewRecord) =
                          FUNCTION TRIM(CascadeJobTitle)
                           MOVE 'Y' TO CascadeRecordMatches
                       END-IF
                   END-IF
                   IF CascadeRecordMatches = 'Y' AND
                      (FUNCTION TRIM(IntvStatus IN InterviewRecord)
                          = "Offered"
                       OR FUNCTION TRIM(IntvStatus IN InterviewRecord)
                          = "Counter"
                       OR FUNCTION TRIM(IntvStatus IN InterviewRecord)
                          = "Confirmed")
                       MOVE IntvStatus IN InterviewRecord TO CascadeOldStatus
                       MOVE "Cancelled" TO IntvStatus IN InterviewRecord
                       ADD 1 TO CascadeInterviewsCancelled
                       MOVE "INTV_CANCELLED" TO CascadeAuditAction
                       MOVE SPACES TO CascadeAuditDetail
                       STRING "Job " DELIMITED BY SIZE
                           CascadeJobId DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(IntvApplicant IN InterviewRecord)
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(IntvSlot IN InterviewRecord)
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(CascadeOldStatus) DELIMITED BY SIZE
                           " -> Cancelled" DELIMITED BY SIZE
                           INTO CascadeAuditDetail
                       PERFORM CascadeWriteAudit
                   END-IF
                   WRITE TempInterviewRecord FROM InterviewRecord
               END-READ
           END-PERFORM
           CLOSE InterviewFile
           CLOSE TempInterviewFile
           MOVE "interviews.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "interviews.dat"
           CALL "CBL_RENAME_FILE" USING "interviews_temp.dat"
               "interviews.dat"
           PERFORM JournalAfterImage.

      *> An offer the applicant already accepted stands; only offers still
      *> awaiting an answer are withdrawn.
       CascadeWithdrawOffers.
           MOVE 'N' TO EOF-CascadeFile
           OPEN INPUT JobOfferFile
           OPEN OUTPUT TempJobOfferFile
           PERFORM UNTIL EOF-CascadeFile = 'Y'
               READ JobOfferFile INTO JobOfferRecord
               AT END
                   MOVE 'Y' TO EOF-CascadeFile
               NOT AT END
                   MOVE 'N' TO CascadeRecordMatches
                   IF OfferJobId IN JobOfferRecord IS NUMERIC AND
                      OfferJobId IN JobOfferRecord > 0
                       IF OfferJobId IN JobOfferRecord = CascadeJobId
                           MOVE 'Y' TO CascadeRecordMatches
                       END-IF
                   ELSE
                       IF FUNCTION TRIM(OfferJobTitle IN JobOfferRecord) =
                          FUNCTION TRIM(CascadeJobTitle)
                           MOVE 'Y' TO CascadeRecordMatches
                       END-IF
                   END-IF
                   IF CascadeRecordMatches = 'Y' AND
                      FUNCTION TRIM(OfferStatus IN JobOfferRecord)
                          = "Extended"
                       MOVE "Withdrawn" TO OfferStatus IN JobOfferRecord
                       ADD 1 TO CascadeOffersWithdrawn
                       MOVE "OFFER_WITHDRAWN" TO CascadeAuditAction
                       MOVE SPACES TO CascadeAuditDetail
                       STRING "Job " DELIMITED BY SIZE
                           CascadeJobId DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(OfferApplicant IN JobOfferRecord)
                           DELIMITED BY SIZE
                           " Extended -> Withdrawn" DELIMITED BY SIZE
                           INTO CascadeAuditDetail
                       PERFORM CascadeWriteAudit
                   END-IF
                   WRITE TempJobOfferRecord FROM JobOfferRecord
               END-READ
           END-PERFORM
           CLOSE JobOfferFile
           CLOSE TempJobOfferFile
           MOVE "offers.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "offers.dat"
           CALL "CBL_RENAME_FILE" USING "offers_temp.dat"
               "offers.dat"
           PERFORM JournalAfterImage.

       CascadeDropSavedJobs.
           MOVE 'N' TO EOF-CascadeFile
           OPEN INPUT SavedJobFile
           OPEN OUTPUT TempSavedJobFile
           PERFORM UNTIL EOF-CascadeFile = 'Y'
               READ SavedJobFile INTO SavedJobRecord
               AT END
                   MOVE 'Y' TO EOF-CascadeFile
               NOT AT END
                   IF CascadeJobId > 0 AND
                      SavedJobId IN SavedJobRecord IS NUMERIC AND
                      SavedJobId IN SavedJobRecord = CascadeJobId
                       ADD 1 TO CascadeSavedDropped
                   ELSE
                       WRITE TempSavedJobRecord FROM SavedJobRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SavedJobFile
           CLOSE TempSavedJobFile
           MOVE "saved_jobs.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "saved_jobs.dat"
           CALL "CBL_RENAME_FILE" USING "saved_jobs_temp.dat"
               "saved_jobs.dat"
           PERFORM JournalAfterImage.

       CascadeDropRecommendations.
           MOVE 'N' TO EOF-CascadeFile
           OPEN INPUT RecommendationFile
           OPEN OUTPUT TempRecommendationFile
           PERFORM UNTIL EOF-CascadeFile = 'Y'
               READ RecommendationFile INTO RecommendationRecord
               AT END
                   MOVE 'Y' TO EOF-CascadeFile
               NOT AT END
                   MOVE 'N' TO CascadeRecordMatches
                   IF RecJobId IN RecommendationRecord IS NUMERIC AND
                      RecJobId IN RecommendationRecord > 0
                       IF RecJobId IN RecommendationRecord = CascadeJobId
                           MOVE 'Y' TO CascadeRecordMatches
                       END-IF
                   ELSE
                       IF FUNCTION TRIM(RecJobTitle IN RecommendationRecord)
                          = FUNCTION TRIM(CascadeJobTitle) AND
                          FUNCTION TRIM(RecJobEmployer IN RecommendationRecord)
                          = FUNCTION TRIM(CascadeJobEmployer)
                           MOVE 'Y' TO CascadeRecordMatches
                       END-IF
                   END-IF
                   IF CascadeRecordMatches = 'Y'
                       ADD 1 TO CascadeRecsDropped
                   ELSE
                       WRITE TempRecommendationRecord
                           FROM RecommendationRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RecommendationFile
           CLOSE TempRecommendationFile
           MOVE "recommendations.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "recommendations.dat"
           CALL "CBL_RENAME_FILE" USING "recommendations_temp.dat"
               "recommendations.dat"
           PERFORM JournalAfterImage.

      *> Sent whatever the applicant's JOBS preference says: like interview
      *> and offer notices, this reports a change to their own application.
       CascadeNotifyApplicant.
           MOVE SPACES TO CascadeNoticeText
           EVALUATE FUNCTION TRIM(CascadeNewStatus)
               WHEN "Filled"
                   STRING "Your application for " DELIMITED BY SIZE
                       FUNCTION TRIM(CascadeJobTitle) DELIMITED BY SIZE
                       " was closed: the position has been filled."
                       DELIMITED BY SIZE
                       INTO CascadeNoticeText
               WHEN "Expired"
                   STRING "Your application for " DELIMITED BY SIZE
                       FUNCTION TRIM(CascadeJobTitle) DELIMITED BY SIZE
                       " was closed: the posting has expired."
                       DELIMITED BY SIZE
                       INTO CascadeNoticeText
               WHEN OTHER
                   STRING "Your application for " DELIMITED BY SIZE
                       FUNCTION TRIM(CascadeJobTitle) DELIMITED BY SIZE
                       " was closed: the posting was withdrawn."
                       DELIMITED BY SIZE
                       INTO CascadeNoticeText
           END-EVALUATE
           OPEN EXTEND NotificationFile
           MOVE SPACES TO NotificationRecord
           MOVE CascadeNoticeUser TO NotifUsername IN NotificationRecord
           MOVE CascadeNoticeText TO NotifText IN NotificationRecord
           MOVE CascadeStamp(1:10) TO NotifDate IN NotificationRecord
           MOVE "New" TO NotifStatus IN NotificationRecord
           MOVE "JOBS" TO NotifCategoryCode IN NotificationRecord
           MOVE 'N' TO NotifRelayed IN NotificationRecord
           WRITE NotificationRecord
           CLOSE NotificationFile.

       CascadeWriteAudit.
           PERFORM GetLastAuditDigest
           OPEN EXTEND AuditFile
           MOVE CascadeActor TO AuditUsername IN AuditRecord
           MOVE CascadeStamp TO AuditTimestamp IN AuditRecord
           MOVE CascadeAuditAction TO AuditAction IN AuditRecord
           MOVE CascadeAuditDetail TO AuditDetail IN AuditRecord
           MOVE SPACES TO ChainDigestInput
           STRING PrevAuditDigest DELIMITED BY SIZE
               AuditUsername IN AuditRecord DELIMITED BY SIZE
               AuditTimestamp IN AuditRecord DELIMITED BY SIZE
               AuditAction IN AuditRecord DELIMITED BY SIZE
               AuditDetail IN AuditRecord DELIMITED BY SIZE
               INTO ChainDigestInput
           PERFORM ComputeChainDigest
           MOVE ChainDigestValue TO AuditChainDigest IN AuditRecord
           WRITE AuditRecord
           CLOSE AuditFile.

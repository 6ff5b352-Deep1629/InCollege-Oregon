           MOVE 'N' TO EOF-JobFile
           OPEN INPUT JobFile
           PERFORM UNTIL EOF-JobFile = 'Y' OR JobFound = 'Y'
               READ JobFile NEXT INTO JobRecord
               AT END
                   MOVE 'Y' TO EOF-JobFile
               NOT AT END
                           MOVE SalaryVisible IN JobRecord TO CurrentSalaryVisible
                           MOVE ApplicationDeadline IN JobRecord TO CurrentApplicationDeadline
                           MOVE JobCategory IN JobRecord TO CurrentJobCategory
                           MOVE JobWorkAuth IN JobRecord TO CurrentJobWorkAuth
                           IF JobId IN JobRecord IS NUMERIC
                               MOVE JobId IN JobRecord TO CurrentJobId
                           ELSE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
                   IF FUNCTION TRIM(CurrentJobWorkAuth) NOT = SPACES
                       MOVE CurrentJobWorkAuth TO WorkAuthJobRequirement
                       PERFORM DescribeJobWorkAuth
                       MOVE SPACES TO CurrentMessage
                       STRING "Work Authorization: " DELIMITED BY SIZE
                           FUNCTION TRIM(WorkAuthLabel) DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
                   MOVE "------------------" TO CurrentMessage
                   PERFORM DisplayAndLog
                   MOVE "1. Apply for this Job" TO CurrentMessage
                   PERFORM DisplayAndLog
                   MOVE "6. Save for Later" TO CurrentMessage
                   PERFORM DisplayAndLog
                   MOVE "7. Questions and Answers" TO CurrentMessage
                   PERFORM DisplayAndLog
                   MOVE "Enter your choice:" TO CurrentMessage
                   PERFORM DisplayAndLog

                       WHEN 6
                           PERFORM SaveJobForLater
                           MOVE 0 TO JobActionOption
                       WHEN 7
                           PERFORM PostingQaThread
                           MOVE 0 TO JobActionOption
                       WHEN OTHER
                           MOVE "Invalid option. Please try again." TO CurrentMessage
                           PERFORM DisplayAndLog
           END-PERFORM
           CLOSE ApplicationFile

           MOVE CurrentUsername TO WorkAuthTargetUsername
           PERFORM LookupWorkAuthStatus
           MOVE CurrentJobWorkAuth TO WorkAuthJobRequirement
           PERFORM CheckWorkAuthEligible

           PERFORM StampCreatedDate
           MOVE 'N' TO ApplicationDeadlinePassed
           IF FUNCTION TRIM(CurrentApplicationDeadline) NOT = SPACES
           ELSE IF ApplicationDeadlinePassed = 'Y' THEN
               MOVE "Applications for this position are closed." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE IF WorkAuthEligible = 'N' THEN
               PERFORM DescribeJobWorkAuth
               MOVE SPACES TO CurrentMessage
               STRING "This posting states: " DELIMITED BY SIZE
                   FUNCTION TRIM(WorkAuthLabel) DELIMITED BY SIZE
                   ". Your declared work authorization does not meet it."
                   DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE SPACES TO ApplicantResumePath
               OPEN INPUT UserProfileRecordFile
                   MOVE FUNCTION TRIM(InputRecord(1:200)) TO ApplicantCoverLetter
               END-READ

               MOVE 0 TO PostingQuestionCount
               MOVE 0 TO PostingKnockoutCount
               IF CurrentJobId > 0
                   MOVE CurrentJobId TO PostingQuestionJobId
                   PERFORM AskPostingQuestions
               END-IF

               MOVE "applications.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND ApplicationFile
               MOVE SPACES TO ApplicationRecord
               MOVE CurrentUsername TO AppUsername IN ApplicationRecord
               MOVE CurrentCreatedDate TO CreatedDate IN ApplicationRecord
               WRITE ApplicationRecord
               CLOSE ApplicationFile
               MOVE "applications.dat" TO JournalMasterName
               PERFORM JournalAfterImage
               IF PostingQuestionCount > 0
                   PERFORM SavePostingAnswers
               END-IF

      *> Forward the origin campus's own JobId, not the local one this
      *> campus assigned at import, so their AppFeedLoader matches it.
                  FUNCTION TRIM(CurrentJobOrigin) NOT =
                  FUNCTION TRIM(CampusCodeValue) AND
                  CurrentJobOriginId > 0
                   MOVE "application_forwards.dat" TO JournalMasterName
                   PERFORM JournalBeforeImage
                   OPEN EXTEND AppExchangeFile
                   MOVE SPACES TO AppExchangeRecord
                   MOVE CurrentUsername
                       TO ExchAppJobId IN AppExchangeRecord
                   WRITE AppExchangeRecord
                   CLOSE AppExchangeFile
                   MOVE "application_forwards.dat" TO JournalMasterName
                   PERFORM JournalAfterImage
                   MOVE "Your application will also be forwarded to the partner campus."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
                       INTO NotifMessageText
                   MOVE "JOBS" TO NotifCategory
                   PERFORM WriteNotification
                   PERFORM NotifyPostingCoOwners
               END-IF

               MOVE SPACES TO CurrentMessage
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-IF
           END-IF
           END-IF.

       ViewCompanyPage.
           PERFORM LookupEmployerByName
           MOVE CurrentEmployerId TO FamilyEmployerId
           PERFORM LoadEmployerFamily
           MOVE "--- Company Page ---" TO CurrentMessage
           PERFORM DisplayAndLog
           IF EmployerFound = 'Y' THEN
                       INTO CurrentMessage
                   PERFORM DisplayAndLog
               END-IF
               PERFORM ShowEmployerFamily
           ELSE
               MOVE SPACES TO CurrentMessage
               STRING "No company record on file for " DELIMITED BY SIZE
           MOVE 'N' TO EOF-JobFile
           OPEN INPUT JobFile
           PERFORM UNTIL EOF-JobFile = 'Y'
               READ JobFile NEXT INTO JobRecord
               AT END
                   MOVE 'Y' TO EOF-JobFile
               NOT AT END
                   MOVE 'N' TO FamilyIsDivision
                   IF EmployerId IN JobRecord IS NUMERIC
                       MOVE EmployerId IN JobRecord TO FamilyCheckId
                       PERFORM CheckFamilyDivision
                   END-IF
                   IF (FUNCTION UPPER-CASE(FUNCTION TRIM(JobEmployer IN JobRecord)) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(CurrentJobEmployer)) OR
                       FamilyIsDivision = 'Y') AND
                      (FUNCTION TRIM(JobStatus IN JobRecord) = SPACES OR
                       FUNCTION TRIM(JobStatus IN JobRecord) = "Approved")
                       ADD 1 TO CompanyPostingCount
               MOVE "None" TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF
           MOVE CurrentEmployerId TO ReviewViewEmployerId
           MOVE CurrentJobEmployer TO ReviewViewEmployerName
           PERFORM ShowEmployerReviewSummary
           IF EmployerFound = 'Y' AND
              (CurrentUserRole = 'A' OR CurrentUserRole = 'V')
               PERFORM ShowEmployerContactHistory
           END-IF
           MOVE "--------------------" TO CurrentMessage
           PERFORM DisplayAndLog.

      *> Career center staff only: the employer relations contact log that
      *> AdminConsole maintains.
       ShowEmployerContactHistory.
           MOVE "Employer relations contact history (staff only):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE 0 TO EmployerContactCount
           MOVE 'N' TO EOF-EmployerContactFile
           OPEN INPUT EmployerContactFile
           PERFORM UNTIL EOF-EmployerContactFile = 'Y'
               READ EmployerContactFile INTO EmployerContactRecord
               AT END
                   MOVE 'Y' TO EOF-EmployerContactFile
               NOT AT END
                   IF EcEmployerId IN EmployerContactRecord = CurrentEmployerId
                       ADD 1 TO EmployerContactCount
                       MOVE SPACES TO CurrentMessage
                       STRING "  " DELIMITED BY SIZE
                           EcContactDate IN EmployerContactRecord
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(EcType IN EmployerContactRecord)
                           DELIMITED BY SIZE
                           " by " DELIMITED BY SIZE
                           FUNCTION TRIM(EcStaff IN EmployerContactRecord)
                           DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           FUNCTION TRIM(EcNotes IN EmployerContactRecord)
                           DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                       IF EcOutcome IN EmployerContactRecord NOT = SPACES
                           MOVE SPACES TO CurrentMessage
                           STRING "    Outcome: " DELIMITED BY SIZE
                               FUNCTION TRIM(EcOutcome IN EmployerContactRecord)
                               DELIMITED BY SIZE
                               INTO CurrentMessage
                           PERFORM DisplayAndLog
                       END-IF
                       IF EcFollowUpDue IN EmployerContactRecord NOT = SPACES
                          AND EcFollowUpDone IN EmployerContactRecord NOT = 'Y'
                           MOVE SPACES TO CurrentMessage
                           STRING "    Follow-up due " DELIMITED BY SIZE
                               EcFollowUpDue IN EmployerContactRecord
                               DELIMITED BY SIZE
                               INTO CurrentMessage
                           PERFORM DisplayAndLog
                       END-IF
                       IF EcPromised IN EmployerContactRecord = 'Y'
                           MOVE SPACES TO CurrentMessage
                           IF EcLinkedJobId IN EmployerContactRecord > 0
                               STRING "    Promised posting filled by job "
                                   DELIMITED BY SIZE
                                   EcLinkedJobId IN EmployerContactRecord
                                   DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   FUNCTION TRIM(EcLinkedTitle
                                   IN EmployerContactRecord) DELIMITED BY SIZE
                                   INTO CurrentMessage
                           ELSE
                               MOVE "    Promised posting not yet on file"
                                   TO CurrentMessage
                           END-IF
                           PERFORM DisplayAndLog
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerContactFile
           IF EmployerContactCount = 0
               MOVE "  No contacts logged." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

      *> The view count is a statistic, not a change anyone asked for, so
      *> it is not journaled: a roll-forward brings it back as of the next
      *> journaled change to jobs.dat.
       IncrementJobViewCount.
           IF CurrentJobId > 0
               OPEN I-O JobFile
               MOVE CurrentJobId TO JobId IN JobRecord
               READ JobFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF JobViewCount IN JobRecord IS NUMERIC
                       ADD 1 TO JobViewCount IN JobRecord
                   ELSE
                       MOVE 1 TO JobViewCount IN JobRecord
                   END-IF
                   REWRITE JobRecord
               END-READ
               CLOSE JobFile
           END-IF.

       ShareJobWithConnection.
           IF CurrentJobId = 0 THEN
                       PERFORM DisplayAndLog
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

                       MOVE SPACES TO CurrentMessage
                       STRING "Job shared with " DELIMITED BY SIZE
                   PERFORM DisplayAndLog
               ELSE
                   PERFORM StampCreatedDate
                   MOVE "saved_jobs.dat" TO JournalMasterName
                   PERFORM JournalBeforeImage
                   OPEN EXTEND SavedJobFile
                   MOVE SPACES TO SavedJobRecord
                   MOVE CurrentUsername
                   MOVE SPACES TO SavedJobLastStatus IN SavedJobRecord
                   WRITE SavedJobRecord
                   CLOSE SavedJobFile
                   MOVE "saved_jobs.dat" TO JournalMasterName
                   PERFORM JournalAfterImage
                   MOVE "Posting saved; find it under My Saved Jobs."
                       TO CurrentMessage
                   PERFORM DisplayAndLog

      *> Shared posting ownership. Every recruiter account linked to the same
      *> EmployerId in employer_users.dat may act on that employer's postings.
      *> JobUsername stays the single owner of a posting; posting_owners.dat
      *> lists the co-owners, who are told about new applicants and questions
      *> just as the owner is. The employer's primary contact, kept by staff in
      *> primary_contacts.dat, may hand postings between recruiters.
       LoadManagedPostings.
           PERFORM LookupLinkedEmployer
           MOVE LinkedEmployerId TO PostingManagerEmployer
           MOVE LinkedEmployerId TO FamilyEmployerId
           PERFORM LoadEmployerFamily
           MOVE 0 TO ManagedJobCount
           MOVE 'N' TO EOF-JobFile
           OPEN INPUT JobFile
           PERFORM UNTIL EOF-JobFile = 'Y'
               READ JobFile NEXT INTO JobRecord
               AT END
                   MOVE 'Y' TO EOF-JobFile
               NOT AT END
                   PERFORM CheckCanManagePosting
                   IF CanManagePosting = 'Y' AND
                      JobId IN JobRecord IS NUMERIC AND
                      JobId IN JobRecord > 0 AND
                      ManagedJobCount < 500
                       ADD 1 TO ManagedJobCount
                       MOVE JobId IN JobRecord
                           TO ManagedJobId(ManagedJobCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE JobFile.

      *> Postings with no EmployerId on file stay with their owner alone.
      *> Recruiters at a parent employer also manage its divisions' postings.
       CheckCanManagePosting.
           MOVE 'N' TO CanManagePosting
           IF JobUsername IN JobRecord = CurrentUsername
               MOVE 'Y' TO CanManagePosting
           ELSE
               IF PostingManagerEmployer > 0 AND
                  EmployerId IN JobRecord IS NUMERIC AND
                  EmployerId IN JobRecord = PostingManagerEmployer
                   MOVE 'Y' TO CanManagePosting
               ELSE
                   IF PostingManagerEmployer > 0 AND
                      EmployerId IN JobRecord IS NUMERIC
                       MOVE EmployerId IN JobRecord TO FamilyCheckId
                       PERFORM CheckFamilyDivision
                       MOVE FamilyIsDivision TO CanManagePosting
                   END-IF
               END-IF
           END-IF.

       CheckManagedJob.
           MOVE 'N' TO ManagedJobFound
           IF ManagedJobCheckId > 0
               PERFORM VARYING ManagedJobIndex FROM 1 BY 1
                   UNTIL ManagedJobIndex > ManagedJobCount OR
                         ManagedJobFound = 'Y'
                   IF ManagedJobId(ManagedJobIndex) = ManagedJobCheckId
                       MOVE 'Y' TO ManagedJobFound
                   END-IF
               END-PERFORM
           END-IF.

       CheckPrimaryContact.
           MOVE 'N' TO PostingPrimaryContact
           IF PostingManagerEmployer > 0
               MOVE 'N' TO EOF-PrimaryContactFile
               OPEN INPUT PrimaryContactFile
               PERFORM UNTIL EOF-PrimaryContactFile = 'Y'
                   READ PrimaryContactFile INTO PrimaryContactRecord
                   AT END
                       MOVE 'Y' TO EOF-PrimaryContactFile
                   NOT AT END
                       IF PcEmployerId IN PrimaryContactRecord =
                          PostingManagerEmployer AND
                          PcUsername IN PrimaryContactRecord = CurrentUsername
                           MOVE 'Y' TO PostingPrimaryContact
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PrimaryContactFile
           END-IF.

      *> Is PostingLinkUser linked to PostingLinkEmployer?
       CheckRecruiterLinked.
           MOVE 'N' TO PostingLinkFound
           MOVE 'N' TO EOF-EmployerUserFile
           OPEN INPUT EmployerUserFile
           PERFORM UNTIL EOF-EmployerUserFile = 'Y'
               READ EmployerUserFile INTO EmployerUserRecord
               AT END
                   MOVE 'Y' TO EOF-EmployerUserFile
               NOT AT END
                   IF EmpUserUsername IN EmployerUserRecord = PostingLinkUser
                      AND EmpUserEmployerId IN EmployerUserRecord =
                      PostingLinkEmployer
                       MOVE 'Y' TO PostingLinkFound
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerUserFile.

      *> Builds the " - owner X" tag shown beside a posting someone else owns.
       TagPostingOwner.
           MOVE SPACES TO PostingOwnerTag
           IF JobUsername IN JobRecord NOT = CurrentUsername
               STRING " - owner " DELIMITED BY SIZE
                   FUNCTION TRIM(JobUsername IN JobRecord) DELIMITED BY SIZE
                   INTO PostingOwnerTag
           END-IF.

      *> Sends NotifMessageText to every co-owner of CurrentJobId other than
      *> the owner and the user acting.
       NotifyPostingCoOwners.
           IF CurrentJobId > 0
               MOVE 'N' TO EOF-PostingOwnerFile
               OPEN INPUT PostingOwnerFile
               PERFORM UNTIL EOF-PostingOwnerFile = 'Y'
                   READ PostingOwnerFile INTO PostingOwnerRecord
                   AT END
                       MOVE 'Y' TO EOF-PostingOwnerFile
                   NOT AT END
                       IF PoJobId IN PostingOwnerRecord = CurrentJobId AND
                          PoUsername IN PostingOwnerRecord NOT = CurrentUsername
                          AND PoUsername IN PostingOwnerRecord
                          NOT = CurrentJobPoster
                           MOVE PoUsername IN PostingOwnerRecord
                               TO NotifTargetUsername
                           MOVE "JOBS" TO NotifCategory
                           PERFORM WriteNotification
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PostingOwnerFile
           END-IF.

       ReadPostingOwnerLine.
           READ InputFile INTO InputRecord
           AT END
               PERFORM CountUnansweredPrompt
               MOVE 'Y' TO EOF-InputFile
               MOVE SPACES TO PostingOwnerEntry
           NOT AT END
               PERFORM IncrementInputCheckpoint
               MOVE FUNCTION TRIM(InputRecord(1:20)) TO PostingOwnerEntry
           END-READ.

      *> From My Postings, for the posting selected in CurrentJobId.
       PostingOwnersMenu.
           MOVE "--- Owners and Co-owners ---" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE SPACES TO CurrentMessage
           STRING "Owner: " DELIMITED BY SIZE
               FUNCTION TRIM(CurrentJobPoster) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ListPostingCoOwners
           IF CurrentJobId = 0 OR PostingJobEmployerId = 0
               MOVE "This posting is not tied to an employer record, so it cannot be shared."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               PERFORM CheckPrimaryContact
               IF CurrentJobPoster NOT = CurrentUsername AND
                  PostingPrimaryContact = 'N'
                   MOVE "Only the posting owner or your employer's primary contact can change owners."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   MOVE "1. Add a Co-owner  2. Remove a Co-owner  3. Change Owner  0. Back"
                       TO CurrentMessage
                   PERFORM DisplayAndLog
                   PERFORM ReadMenuOption
                   EVALUATE MenuOption
                       WHEN 1
                           PERFORM AddPostingCoOwner
                       WHEN 2
                           PERFORM RemovePostingCoOwner
                       WHEN 3
                           PERFORM ChangePostingOwner
                       WHEN 0
                           CONTINUE
                       WHEN OTHER
                           MOVE "Invalid option. Please try again."
                               TO CurrentMessage
                           PERFORM DisplayAndLog
                   END-EVALUATE
               END-IF
           END-IF.

       ListPostingCoOwners.
           MOVE 0 TO PostingOwnerCount
           MOVE 'N' TO EOF-PostingOwnerFile
           OPEN INPUT PostingOwnerFile
           PERFORM UNTIL EOF-PostingOwnerFile = 'Y'
               READ PostingOwnerFile INTO PostingOwnerRecord
               AT END
                   MOVE 'Y' TO EOF-PostingOwnerFile
               NOT AT END
                   IF CurrentJobId > 0 AND
                      PoJobId IN PostingOwnerRecord = CurrentJobId
                       ADD 1 TO PostingOwnerCount
                       MOVE SPACES TO CurrentMessage
                       STRING "Co-owner: " DELIMITED BY SIZE
                           FUNCTION TRIM(PoUsername IN PostingOwnerRecord)
                           DELIMITED BY SIZE
                           " (added by " DELIMITED BY SIZE
                           FUNCTION TRIM(PoAddedBy IN PostingOwnerRecord)
                           DELIMITED BY SIZE
                           " on " DELIMITED BY SIZE
                           PoAddedDate IN PostingOwnerRecord DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PostingOwnerFile
           IF PostingOwnerCount = 0
               MOVE "No co-owners." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       AddPostingCoOwner.
           MOVE "Enter the recruiter's username:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadPostingOwnerLine
           MOVE PostingOwnerEntry TO PostingLinkUser
           MOVE PostingJobEmployerId TO PostingLinkEmployer
           PERFORM CheckRecruiterLinked
           PERFORM FindPostingCoOwner
           IF PostingOwnerEntry = SPACES OR
              PostingOwnerEntry = CurrentJobPoster
               MOVE "That account already owns this posting." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
           IF PostingLinkFound = 'N'
               MOVE "That account is not linked to this posting's employer."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
           IF PostingOwnerFound = 'Y'
               MOVE "That recruiter is already a co-owner." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               PERFORM StampCreatedDate
               MOVE "posting_owners.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND PostingOwnerFile
               MOVE SPACES TO PostingOwnerRecord
               MOVE CurrentJobId TO PoJobId IN PostingOwnerRecord
               MOVE PostingOwnerEntry TO PoUsername IN PostingOwnerRecord
               MOVE CurrentUsername TO PoAddedBy IN PostingOwnerRecord
               MOVE CurrentCreatedDate TO PoAddedDate IN PostingOwnerRecord
               WRITE PostingOwnerRecord
               CLOSE PostingOwnerFile
               MOVE "posting_owners.dat" TO JournalMasterName
               PERFORM JournalAfterImage

               MOVE PostingOwnerEntry TO NotifTargetUsername
               MOVE SPACES TO NotifMessageText
               STRING "You are now a co-owner of the posting " DELIMITED BY SIZE
                   FUNCTION TRIM(CurrentJobTitle) DELIMITED BY SIZE
                   INTO NotifMessageText
               MOVE "JOBS" TO NotifCategory
               PERFORM WriteNotification

               MOVE "POSTING_COOWNER_ADD" TO AuditActionName
               MOVE SPACES TO AuditDetailText
               STRING "Job " DELIMITED BY SIZE
                   CurrentJobId DELIMITED BY SIZE
                   " co-owner " DELIMITED BY SIZE
                   FUNCTION TRIM(PostingOwnerEntry) DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAuditLog
               MOVE "Co-owner added." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF
           END-IF
           END-IF.

       FindPostingCoOwner.
           MOVE 'N' TO PostingOwnerFound
           MOVE 'N' TO EOF-PostingOwnerFile
           OPEN INPUT PostingOwnerFile
           PERFORM UNTIL EOF-PostingOwnerFile = 'Y' OR PostingOwnerFound = 'Y'
               READ PostingOwnerFile INTO PostingOwnerRecord
               AT END
                   MOVE 'Y' TO EOF-PostingOwnerFile
               NOT AT END
                   IF PoJobId IN PostingOwnerRecord = CurrentJobId AND
                      PoUsername IN PostingOwnerRecord = PostingOwnerEntry
                       MOVE 'Y' TO PostingOwnerFound
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PostingOwnerFile.

       RemovePostingCoOwner.
           MOVE "Enter the co-owner's username to remove:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadPostingOwnerLine
           PERFORM FindPostingCoOwner
           IF PostingOwnerFound = 'N'
               MOVE "That account is not a co-owner of this posting."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               PERFORM DropPostingCoOwner
               MOVE "POSTING_COOWNER_DROP" TO AuditActionName
               MOVE SPACES TO AuditDetailText
               STRING "Job " DELIMITED BY SIZE
                   CurrentJobId DELIMITED BY SIZE
                   " co-owner " DELIMITED BY SIZE
                   FUNCTION TRIM(PostingOwnerEntry) DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAuditLog
               MOVE "Co-owner removed." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

      *> Removes PostingOwnerEntry from the co-owners of CurrentJobId.
       DropPostingCoOwner.
           MOVE 'N' TO EOF-PostingOwnerFile
           OPEN INPUT PostingOwnerFile
           OPEN OUTPUT TempPostingOwnerFile
           PERFORM UNTIL EOF-PostingOwnerFile = 'Y'
               READ PostingOwnerFile INTO PostingOwnerRecord
               AT END
                   MOVE 'Y' TO EOF-PostingOwnerFile
               NOT AT END
                   IF PoJobId IN PostingOwnerRecord = CurrentJobId AND
                      PoUsername IN PostingOwnerRecord = PostingOwnerEntry
                       CONTINUE
                   ELSE
                       WRITE TempPostingOwnerRecord FROM PostingOwnerRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PostingOwnerFile
           CLOSE TempPostingOwnerFile
           PERFORM SWAP-POSTING-OWNER-FILES.

       SWAP-POSTING-OWNER-FILES.
           MOVE "posting_owners.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "posting_owners.dat"
           CALL "CBL_RENAME_FILE" USING "posting_owners_temp.dat"
               "posting_owners.dat"
           PERFORM JournalAfterImage.

      *> The new owner comes off the co-owner list; the old owner keeps
      *> access through the employer link.
       ChangePostingOwner.
           MOVE "Enter the new owner's username:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadPostingOwnerLine
           MOVE PostingOwnerEntry TO PostingLinkUser
           MOVE PostingJobEmployerId TO PostingLinkEmployer
           PERFORM CheckRecruiterLinked
           IF PostingOwnerEntry = SPACES OR
              PostingOwnerEntry = CurrentJobPoster
               MOVE "That account already owns this posting." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
           IF PostingLinkFound = 'N'
               MOVE "That account is not linked to this posting's employer."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "jobs.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN I-O JobFile
               MOVE CurrentJobId TO JobId IN JobRecord
               READ JobFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PostingOwnerEntry TO JobUsername IN JobRecord
                   REWRITE JobRecord
               END-READ
               CLOSE JobFile
               MOVE "jobs.dat" TO JournalMasterName
               PERFORM JournalAfterImage

               PERFORM FindPostingCoOwner
               IF PostingOwnerFound = 'Y'
                   PERFORM DropPostingCoOwner
               END-IF

               MOVE PostingOwnerEntry TO NotifTargetUsername
               MOVE SPACES TO NotifMessageText
               STRING "You are now the owner of the posting " DELIMITED BY SIZE
                   FUNCTION TRIM(CurrentJobTitle) DELIMITED BY SIZE
                   INTO NotifMessageText
               MOVE "JOBS" TO NotifCategory
               PERFORM WriteNotification

               MOVE "POSTING_OWNER" TO AuditActionName
               MOVE SPACES TO AuditDetailText
               STRING "Job " DELIMITED BY SIZE
                   CurrentJobId DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(CurrentJobPoster) DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   FUNCTION TRIM(PostingOwnerEntry) DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAuditLog
               MOVE PostingOwnerEntry TO CurrentJobPoster
               MOVE "Posting owner changed." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF
           END-IF.

      *> From the Employer Menu. The departing recruiter need not still be
      *> linked; only the employer's own postings are moved.
       TransferRecruiterPostings.
           PERFORM LookupLinkedEmployer
           MOVE LinkedEmployerId TO PostingManagerEmployer
           PERFORM CheckPrimaryContact
           IF PostingPrimaryContact = 'N'
               MOVE "Only your employer's primary contact can transfer postings."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter the departing recruiter's username:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadPostingOwnerLine
               MOVE PostingOwnerEntry TO PostingTransferFrom
               MOVE "Enter the username taking over the postings:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadPostingOwnerLine
               MOVE PostingOwnerEntry TO PostingTransferTo
               MOVE PostingTransferTo TO PostingLinkUser
               MOVE PostingManagerEmployer TO PostingLinkEmployer
               PERFORM CheckRecruiterLinked
               IF PostingTransferFrom = SPACES OR
                  PostingTransferTo = SPACES OR
                  PostingTransferFrom = PostingTransferTo
                   MOVE "Two different usernames are needed." TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
               IF PostingLinkFound = 'N'
                   MOVE "The receiving account is not linked to your employer."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   PERFORM TransferEmployerPostings
               END-IF
               END-IF
           END-IF.

      *> ManagedJobTable is reused here for every posting of the employer,
      *> so the co-owner and question files can be matched against it.
       TransferEmployerPostings.
           MOVE 0 TO PostingTransferCount
           MOVE 0 TO ManagedJobCount
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           MOVE 'N' TO EOF-JobFile
           OPEN I-O JobFile
           MOVE PostingManagerEmployer TO EmployerId IN JobRecord
           START JobFile KEY IS = EmployerId IN JobRecord
           INVALID KEY
               MOVE 'Y' TO EOF-JobFile
           END-START
           PERFORM UNTIL EOF-JobFile = 'Y'
               READ JobFile NEXT INTO JobRecord
               AT END
                   MOVE 'Y' TO EOF-JobFile
               NOT AT END
                   IF EmployerId IN JobRecord NOT = PostingManagerEmployer
                       MOVE 'Y' TO EOF-JobFile
                   ELSE
                       IF ManagedJobCount < 500
                           ADD 1 TO ManagedJobCount
                           MOVE JobId IN JobRecord
                               TO ManagedJobId(ManagedJobCount)
                       END-IF
                       IF JobUsername IN JobRecord = PostingTransferFrom
                           MOVE PostingTransferTo TO JobUsername IN JobRecord
                           REWRITE JobRecord
                           ADD 1 TO PostingTransferCount
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE JobFile
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           IF PostingTransferCount = 0
               MOVE "That recruiter owns none of your employer's postings."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE 'N' TO EOF-PostingOwnerFile
               OPEN INPUT PostingOwnerFile
               OPEN OUTPUT TempPostingOwnerFile
               PERFORM UNTIL EOF-PostingOwnerFile = 'Y'
                   READ PostingOwnerFile INTO PostingOwnerRecord
                   AT END
                       MOVE 'Y' TO EOF-PostingOwnerFile
                   NOT AT END
                       MOVE PoJobId IN PostingOwnerRecord TO ManagedJobCheckId
                       PERFORM CheckManagedJob
                       IF ManagedJobFound = 'Y' AND
                          PoUsername IN PostingOwnerRecord = PostingTransferFrom
                           CONTINUE
                       ELSE
                           WRITE TempPostingOwnerRecord
                               FROM PostingOwnerRecord
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PostingOwnerFile
               CLOSE TempPostingOwnerFile
               PERFORM SWAP-POSTING-OWNER-FILES

               MOVE 'N' TO EOF-PostingQaFile
               OPEN INPUT PostingQaFile
               OPEN OUTPUT TempPostingQaFile
               PERFORM UNTIL EOF-PostingQaFile = 'Y'
                   READ PostingQaFile INTO PostingQaRecord
                   AT END
                       MOVE 'Y' TO EOF-PostingQaFile
                   NOT AT END
                       MOVE QaJobId IN PostingQaRecord TO ManagedJobCheckId
                       PERFORM CheckManagedJob
                       IF ManagedJobFound = 'Y' AND
                          QaPoster IN PostingQaRecord = PostingTransferFrom
                          AND (FUNCTION TRIM(QaStatus IN PostingQaRecord)
                               = "Open" OR
                               FUNCTION TRIM(QaStatus IN PostingQaRecord)
                               = "Held")
                           MOVE PostingTransferTo TO QaPoster IN PostingQaRecord
                       END-IF
                       WRITE TempPostingQaRecord FROM PostingQaRecord
                   END-READ
               END-PERFORM
               CLOSE PostingQaFile
               CLOSE TempPostingQaFile
               MOVE "posting_qa.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "posting_qa.dat"
               CALL "CBL_RENAME_FILE" USING "posting_qa_temp.dat"
                   "posting_qa.dat"
               PERFORM JournalAfterImage

               MOVE PostingTransferTo TO NotifTargetUsername
               MOVE SPACES TO NotifMessageText
               STRING FUNCTION TRIM(PostingTransferCount) DELIMITED BY SIZE
                   " posting(s) from " DELIMITED BY SIZE
                   FUNCTION TRIM(PostingTransferFrom) DELIMITED BY SIZE
                   " are now yours; see My Postings." DELIMITED BY SIZE
                   INTO NotifMessageText
               MOVE "JOBS" TO NotifCategory
               PERFORM WriteNotification

               MOVE "POSTING_TRANSFER" TO AuditActionName
               MOVE SPACES TO AuditDetailText
               STRING FUNCTION TRIM(PostingTransferCount) DELIMITED BY SIZE
                   " posting(s) " DELIMITED BY SIZE
                   FUNCTION TRIM(PostingTransferFrom) DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   FUNCTION TRIM(PostingTransferTo) DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAuditLog

               MOVE SPACES TO CurrentMessage
               STRING "Postings transferred: " DELIMITED BY SIZE
                   FUNCTION TRIM(PostingTransferCount) DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

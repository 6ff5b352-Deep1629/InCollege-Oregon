      *> References a student keeps on their profile in references.dat,
      *> and the reference checks posters send to them. A check goes only
      *> to a reference the student has agreed may be contacted; the
      *> reference gets a request number and a one-time code by email and
      *> answers from the start menu. Answers are shown only to the poster
      *> who sent the check, on that applicant. A check not answered within
      *> RefChkDays days of being sent has expired.
       ReferencesMenu.
           MOVE "--- My References ---" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "1. Add a Reference  2. Remove a Reference  3. View My References  4. Change Contact Permission  0. Back"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           EVALUATE MenuOption
               WHEN 1
                   PERFORM AddReference
               WHEN 2
                   PERFORM RemoveReference
               WHEN 3
                   PERFORM ViewMyReferences
               WHEN 4
                   PERFORM ChangeReferencePermission
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid option. Please try again." TO CurrentMessage
                   PERFORM DisplayAndLog
           END-EVALUATE.

       ReadReferenceEntry.
           READ InputFile INTO InputRecord
           AT END
               PERFORM CountUnansweredPrompt
               MOVE 'Y' TO EOF-InputFile
               MOVE SPACES TO RefEntry
           NOT AT END
               PERFORM IncrementInputCheckpoint
               MOVE FUNCTION TRIM(InputRecord(1:100)) TO RefEntry
           END-READ.

      *> Lists RefOwnerShown's references, numbered, and sets RefListCount.
      *> With RefPermittedOnly = 'Y' only those who may be contacted count.
       ListReferences.
           MOVE 0 TO RefListCount
           MOVE 'N' TO EOF-ReferenceFile
           OPEN INPUT ReferenceFile
           PERFORM UNTIL EOF-ReferenceFile = 'Y'
               READ ReferenceFile INTO ReferenceRecord
               AT END
                   MOVE 'Y' TO EOF-ReferenceFile
               NOT AT END
                   IF RefOwner IN ReferenceRecord = RefOwnerShown
                       IF RefPermittedOnly = 'N' OR
                          RefPermission IN ReferenceRecord = 'Y'
                           ADD 1 TO RefListCount
                           PERFORM ShowReferenceLine
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ReferenceFile.

       ShowReferenceLine.
           MOVE SPACES TO CurrentMessage
           IF RefPermittedOnly = 'Y'
               STRING FUNCTION TRIM(RefListCount) DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM(RefName IN ReferenceRecord) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(RefRelation IN ReferenceRecord)
                   DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO CurrentMessage
           ELSE
               IF RefPermission IN ReferenceRecord = 'Y'
                   MOVE "may be contacted" TO RefChkStatusText
               ELSE
                   MOVE "do not contact" TO RefChkStatusText
               END-IF
               STRING FUNCTION TRIM(RefListCount) DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM(RefName IN ReferenceRecord) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(RefRelation IN ReferenceRecord)
                   DELIMITED BY SIZE
                   ") " DELIMITED BY SIZE
                   FUNCTION TRIM(RefEmail IN ReferenceRecord)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(RefPhone IN ReferenceRecord)
                   DELIMITED BY SIZE
                   " [" DELIMITED BY SIZE
                   FUNCTION TRIM(RefChkStatusText) DELIMITED BY SIZE
                   "]" DELIMITED BY SIZE
                   INTO CurrentMessage
           END-IF
           PERFORM DisplayAndLog.

       AddReference.
           MOVE CurrentUsername TO RefOwnerShown
           MOVE 'N' TO RefPermittedOnly
           MOVE 'N' TO EOF-ReferenceFile
           MOVE 0 TO RefListCount
           MOVE 0 TO RefNextSeq
           OPEN INPUT ReferenceFile
           PERFORM UNTIL EOF-ReferenceFile = 'Y'
               READ ReferenceFile INTO ReferenceRecord
               AT END
                   MOVE 'Y' TO EOF-ReferenceFile
               NOT AT END
                   IF RefOwner IN ReferenceRecord = CurrentUsername
                       ADD 1 TO RefListCount
                       IF RefSeq IN ReferenceRecord > RefNextSeq
                           MOVE RefSeq IN ReferenceRecord TO RefNextSeq
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ReferenceFile
           ADD 1 TO RefNextSeq

           IF RefListCount >= RefMaxPerStudent OR RefNextSeq > 99 THEN
               MOVE "You already have the most references allowed; remove one first."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Reference's full name:" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadReferenceEntry
               MOVE RefEntry(1:40) TO RefEntryName
               MOVE "How do they know you? (e.g. internship supervisor, professor):"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadReferenceEntry
               MOVE RefEntry(1:30) TO RefEntryRelation
               MOVE "Their email address:" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadReferenceEntry
               MOVE RefEntry(1:60) TO ContactEmailEntry
               PERFORM ValidateEmailFormat
               MOVE ContactEmailEntry TO RefEntryEmail
               MOVE "Their phone number (blank if none):" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadReferenceEntry
               MOVE RefEntry(1:20) TO RefEntryPhone
               MOVE "May employers you apply to contact this reference? (Y/N):"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadReferenceEntry
               MOVE FUNCTION UPPER-CASE(RefEntry(1:1)) TO RefEntryPermission
               IF RefEntryPermission NOT = 'Y'
                   MOVE 'N' TO RefEntryPermission
               END-IF

               IF RefEntryName = SPACES THEN
                   MOVE "A name is required; nothing saved." TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE IF ContactEmailValid = 'N' THEN
                   MOVE "That is not a valid email address; nothing saved."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   PERFORM SaveNewReference
               END-IF
               END-IF
           END-IF.

       SaveNewReference.
           PERFORM StampCreatedDate
           MOVE "references.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND ReferenceFile
           MOVE SPACES TO ReferenceRecord
           MOVE CurrentUsername TO RefOwner IN ReferenceRecord
           MOVE RefNextSeq TO RefSeq IN ReferenceRecord
           MOVE RefEntryName TO RefName IN ReferenceRecord
           MOVE RefEntryRelation TO RefRelation IN ReferenceRecord
           MOVE RefEntryEmail TO RefEmail IN ReferenceRecord
           MOVE RefEntryPhone TO RefPhone IN ReferenceRecord
           MOVE RefEntryPermission TO RefPermission IN ReferenceRecord
           MOVE CurrentCreatedDate TO RefAddedDate IN ReferenceRecord
           WRITE ReferenceRecord
           CLOSE ReferenceFile
           MOVE "references.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           MOVE "REFERENCE_ADD" TO AuditActionName
           MOVE SPACES TO AuditDetailText
           STRING "Added reference " DELIMITED BY SIZE
               FUNCTION TRIM(RefEntryName) DELIMITED BY SIZE
               INTO AuditDetailText
           PERFORM WriteAuditLog
           MOVE "Reference saved." TO CurrentMessage
           PERFORM DisplayAndLog.

       ViewMyReferences.
           MOVE "Your references:" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE CurrentUsername TO RefOwnerShown
           MOVE 'N' TO RefPermittedOnly
           PERFORM ListReferences
           IF RefListCount = 0 THEN
               MOVE "You have not added any references." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF

      *> The student sees that a check was asked for and whether it was
      *> answered, but not what the reference said.
           MOVE 0 TO RefChkShownCount
           PERFORM StampCreatedDate
           MOVE 'N' TO EOF-ReferenceCheckFile
           OPEN INPUT ReferenceCheckFile
           PERFORM UNTIL EOF-ReferenceCheckFile = 'Y'
               READ ReferenceCheckFile INTO ReferenceCheckRecord
               AT END
                   MOVE 'Y' TO EOF-ReferenceCheckFile
               NOT AT END
                   IF RchkApplicant IN ReferenceCheckRecord = CurrentUsername
                       IF RefChkShownCount = 0
                           MOVE "Reference checks employers have sent:"
                               TO CurrentMessage
                           PERFORM DisplayAndLog
                       END-IF
                       ADD 1 TO RefChkShownCount
                       PERFORM DescribeReferenceCheckStatus
                       MOVE SPACES TO CurrentMessage
                       STRING "- " DELIMITED BY SIZE
                           FUNCTION TRIM(RchkRefName IN ReferenceCheckRecord)
                           DELIMITED BY SIZE
                           " for " DELIMITED BY SIZE
                           FUNCTION TRIM(RchkJobTitle IN ReferenceCheckRecord)
                           DELIMITED BY SIZE
                           ", sent " DELIMITED BY SIZE
                           RchkSentDate IN ReferenceCheckRecord
                           DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           FUNCTION TRIM(RefChkStatusText) DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ReferenceCheckFile.

      *> Sets RefChkStatusText for the current ReferenceCheckRecord; an
      *> unanswered check past its expiry date reads as expired.
       DescribeReferenceCheckStatus.
           MOVE SPACES TO RefChkStatusText
           EVALUATE TRUE
               WHEN FUNCTION TRIM(RchkStatus IN ReferenceCheckRecord)
                    = "Answered"
                   STRING "responded " DELIMITED BY SIZE
                       RchkAnsweredDate IN ReferenceCheckRecord
                       DELIMITED BY SIZE
                       INTO RefChkStatusText
               WHEN FUNCTION TRIM(RchkStatus IN ReferenceCheckRecord)
                    = "Expired" OR
                    RchkExpiryDate IN ReferenceCheckRecord <
                    CurrentCreatedDate(1:10)
                   STRING "expired " DELIMITED BY SIZE
                       RchkExpiryDate IN ReferenceCheckRecord
                       DELIMITED BY SIZE
                       INTO RefChkStatusText
               WHEN OTHER
                   STRING "awaiting reply, expires " DELIMITED BY SIZE
                       RchkExpiryDate IN ReferenceCheckRecord
                       DELIMITED BY SIZE
                       INTO RefChkStatusText
           END-EVALUATE.

       RemoveReference.
           MOVE CurrentUsername TO RefOwnerShown
           MOVE 'N' TO RefPermittedOnly
           PERFORM ListReferences
           IF RefListCount = 0 THEN
               MOVE "You have not added any references." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter reference # to remove, or 0 to cancel:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               IF MenuOption > 0 AND MenuOption <= RefListCount THEN
                   MOVE MenuOption TO RefListPick
                   MOVE 'R' TO RefChangeAction
                   PERFORM RewriteMyReferences
                   IF RefListChanged = 'Y'
                       MOVE "REFERENCE_REMOVE" TO AuditActionName
                       MOVE SPACES TO AuditDetailText
                       STRING "Removed reference " DELIMITED BY SIZE
                           FUNCTION TRIM(RefEntryName) DELIMITED BY SIZE
                           INTO AuditDetailText
                       PERFORM WriteAuditLog
                       MOVE "Reference removed." TO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
               END-IF
           END-IF.

       ChangeReferencePermission.
           MOVE CurrentUsername TO RefOwnerShown
           MOVE 'N' TO RefPermittedOnly
           PERFORM ListReferences
           IF RefListCount = 0 THEN
               MOVE "You have not added any references." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter reference # to switch between may be contacted and do not contact, or 0 to cancel:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               IF MenuOption > 0 AND MenuOption <= RefListCount THEN
                   MOVE MenuOption TO RefListPick
                   MOVE 'P' TO RefChangeAction
                   PERFORM RewriteMyReferences
                   IF RefListChanged = 'Y'
                       MOVE "REFERENCE_PERMISSION" TO AuditActionName
                       MOVE SPACES TO AuditDetailText
                       STRING FUNCTION TRIM(RefEntryName) DELIMITED BY SIZE
                           " contact permission now " DELIMITED BY SIZE
                           RefEntryPermission DELIMITED BY SIZE
                           INTO AuditDetailText
                       PERFORM WriteAuditLog
                       IF RefEntryPermission = 'Y'
                           MOVE "Employers may now contact this reference."
                               TO CurrentMessage
                       ELSE
                           MOVE "Employers will no longer be able to contact this reference."
                               TO CurrentMessage
                       END-IF
                       PERFORM DisplayAndLog
                   END-IF
               END-IF
           END-IF.

      *> Drops (RefChangeAction R) or flips the permission on (P) the
      *> RefListPick-th reference of the current user.
       RewriteMyReferences.
           MOVE 'N' TO RefListChanged
           MOVE 0 TO RefListIndex
           MOVE 'N' TO EOF-ReferenceFile
           OPEN INPUT ReferenceFile
           OPEN OUTPUT TempReferenceFile
           PERFORM UNTIL EOF-ReferenceFile = 'Y'
               READ ReferenceFile INTO ReferenceRecord
               AT END
                   MOVE 'Y' TO EOF-ReferenceFile
               NOT AT END
                   IF RefOwner IN ReferenceRecord = CurrentUsername
                       ADD 1 TO RefListIndex
                   END-IF
                   IF RefOwner IN ReferenceRecord = CurrentUsername AND
                      RefListIndex = RefListPick AND RefListChanged = 'N'
                       MOVE 'Y' TO RefListChanged
                       MOVE RefName IN ReferenceRecord TO RefEntryName
                       IF RefChangeAction = 'P'
                           IF RefPermission IN ReferenceRecord = 'Y'
                               MOVE 'N' TO RefPermission IN ReferenceRecord
                           ELSE
                               MOVE 'Y' TO RefPermission IN ReferenceRecord
                           END-IF
                           MOVE RefPermission IN ReferenceRecord
                               TO RefEntryPermission
                           WRITE TempReferenceRecord FROM ReferenceRecord
                       END-IF
                   ELSE
                       WRITE TempReferenceRecord FROM ReferenceRecord
                   END-IF
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

      *> Poster side, from the posting menu.
       PosterReferenceChecks.
           MOVE "Applicants:" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE 0 TO PostingApplicantCount
           MOVE 'N' TO EOF-ApplicationFile
           OPEN INPUT ApplicationFile
           PERFORM UNTIL EOF-ApplicationFile = 'Y'
               READ ApplicationFile INTO ApplicationRecord
               AT END
                   MOVE 'Y' TO EOF-ApplicationFile
               NOT AT END
                   PERFORM CheckAppMatchesPosting
                   IF AppMatchesPosting = 'Y'
                       ADD 1 TO PostingApplicantCount
                       MOVE SPACES TO CurrentMessage
                       STRING FUNCTION TRIM(PostingApplicantCount)
                           DELIMITED BY SIZE
                           ". " DELIMITED BY SIZE
                           FUNCTION TRIM(AppUsername IN ApplicationRecord)
                           DELIMITED BY SIZE
                           " [" DELIMITED BY SIZE
                           FUNCTION TRIM(AppStatus IN ApplicationRecord)
                           DELIMITED BY SIZE
                           "]" DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ApplicationFile

           IF PostingApplicantCount = 0 THEN
               MOVE "No applicants yet." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter applicant # for reference checks, or 0 to skip:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               IF MenuOption > 0 AND MenuOption <= PostingApplicantCount
                   MOVE MenuOption TO InterviewSelectIndex
                   PERFORM SelectNoteApplicant
                   IF FUNCTION TRIM(InterviewTargetApplicant) NOT = SPACES
                       PERFORM ShowApplicantReferenceChecks
                       IF RefChkShownCount = 0
                           MOVE "   No reference checks sent yet."
                               TO CurrentMessage
                           PERFORM DisplayAndLog
                       END-IF
                       PERFORM PickReferenceToCheck
                   END-IF
               END-IF
           END-IF.

       PickReferenceToCheck.
           MOVE "References who agreed to be contacted:" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE InterviewTargetApplicant TO RefOwnerShown
           MOVE 'Y' TO RefPermittedOnly
           PERFORM ListReferences
           IF RefListCount = 0 THEN
               MOVE "This applicant has no references who agreed to be contacted."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter reference # to send a reference check, or 0 to skip:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               IF MenuOption > 0 AND MenuOption <= RefListCount
                   MOVE MenuOption TO RefListPick
                   PERFORM LoadPickedReference
                   PERFORM CheckReferenceCheckOpen
                   IF RefChkOpen = 'Y' THEN
                       MOVE "A reference check to that reference is already waiting for a reply."
                           TO CurrentMessage
                       PERFORM DisplayAndLog
                   ELSE
                       PERFORM SendReferenceCheck
                   END-IF
               END-IF
           END-IF.

       LoadPickedReference.
           MOVE 0 TO RefListIndex
           MOVE 'N' TO EOF-ReferenceFile
           OPEN INPUT ReferenceFile
           PERFORM UNTIL EOF-ReferenceFile = 'Y'
               READ ReferenceFile INTO ReferenceRecord
               AT END
                   MOVE 'Y' TO EOF-ReferenceFile
               NOT AT END
                   IF RefOwner IN ReferenceRecord = RefOwnerShown AND
                      RefPermission IN ReferenceRecord = 'Y'
                       ADD 1 TO RefListIndex
                       IF RefListIndex = RefListPick
                           MOVE RefSeq IN ReferenceRecord TO RefPickedSeq
                           MOVE RefName IN ReferenceRecord TO RefEntryName
                           MOVE RefEmail IN ReferenceRecord TO RefEntryEmail
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ReferenceFile.

      *> Also works out the next check id.
       CheckReferenceCheckOpen.
           MOVE 'N' TO RefChkOpen
           MOVE 0 TO RefChkNextId
           PERFORM StampCreatedDate
           MOVE 'N' TO EOF-ReferenceCheckFile
           OPEN INPUT ReferenceCheckFile
           PERFORM UNTIL EOF-ReferenceCheckFile = 'Y'
               READ ReferenceCheckFile INTO ReferenceCheckRecord
               AT END
                   MOVE 'Y' TO EOF-ReferenceCheckFile
               NOT AT END
                   IF RchkId IN ReferenceCheckRecord > RefChkNextId
                       MOVE RchkId IN ReferenceCheckRecord TO RefChkNextId
                   END-IF
                   IF RchkJobId IN ReferenceCheckRecord = CurrentJobId AND
                      RchkApplicant IN ReferenceCheckRecord =
                      InterviewTargetApplicant AND
                      RchkRefSeq IN ReferenceCheckRecord = RefPickedSeq AND
                      FUNCTION TRIM(RchkStatus IN ReferenceCheckRecord)
                          = "Sent" AND
                      RchkExpiryDate IN ReferenceCheckRecord >=
                      CurrentCreatedDate(1:10)
                       MOVE 'Y' TO RefChkOpen
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ReferenceCheckFile
           ADD 1 TO RefChkNextId.

       SendReferenceCheck.
           PERFORM StampCreatedDate
           MOVE SPACES TO RefChkExpiry
           IF CurrentCreatedDate(1:4) IS NUMERIC AND
              CurrentCreatedDate(6:2) IS NUMERIC AND
              CurrentCreatedDate(9:2) IS NUMERIC
               COMPUTE RefChkDateNum =
                   FUNCTION NUMVAL(CurrentCreatedDate(1:4)) * 10000 +
                   FUNCTION NUMVAL(CurrentCreatedDate(6:2)) * 100 +
                   FUNCTION NUMVAL(CurrentCreatedDate(9:2))
               COMPUTE RefChkDateNum = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(RefChkDateNum) + RefChkDays)
               MOVE RefChkDateNum TO RefChkDateText
               STRING RefChkDateText(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   RefChkDateText(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   RefChkDateText(7:2) DELIMITED BY SIZE
                   INTO RefChkExpiry
           END-IF

      *> Only the digest of the code is kept; the reference has the code
      *> itself from the email.
           PERFORM StampOtpNow
           MOVE SPACES TO ChainDigestInput
           STRING RefChkNextId DELIMITED BY SIZE
               InterviewTargetApplicant DELIMITED BY SIZE
               RefEntryEmail DELIMITED BY SIZE
               FormattedMessageTimestamp DELIMITED BY SIZE
               CurrentDateTime DELIMITED BY SIZE
               INTO ChainDigestInput
           PERFORM ComputeChainDigest
           MOVE ChainDigestValue(14:6) TO RefChkPlainCode
           MOVE SPACES TO PasswordDigestInput
           STRING RefChkPlainCode DELIMITED BY SIZE
               "R" DELIMITED BY SIZE
               RefChkNextId DELIMITED BY SIZE
               INTO PasswordDigestInput
           PERFORM ComputePasswordDigest

           MOVE "reference_checks.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND ReferenceCheckFile
           MOVE SPACES TO ReferenceCheckRecord
           MOVE RefChkNextId TO RchkId IN ReferenceCheckRecord
           MOVE CurrentJobId TO RchkJobId IN ReferenceCheckRecord
           MOVE CurrentJobTitle TO RchkJobTitle IN ReferenceCheckRecord
           MOVE CurrentUsername TO RchkPoster IN ReferenceCheckRecord
           MOVE InterviewTargetApplicant
               TO RchkApplicant IN ReferenceCheckRecord
           MOVE RefPickedSeq TO RchkRefSeq IN ReferenceCheckRecord
           MOVE RefEntryName TO RchkRefName IN ReferenceCheckRecord
           MOVE RefEntryEmail TO RchkRefEmail IN ReferenceCheckRecord
           MOVE PasswordDigestValue TO RchkCodeDigest IN ReferenceCheckRecord
           MOVE CurrentCreatedDate TO RchkSentDate IN ReferenceCheckRecord
           MOVE RefChkExpiry TO RchkExpiryDate IN ReferenceCheckRecord
           MOVE "Sent" TO RchkStatus IN ReferenceCheckRecord
           MOVE 0 TO RchkReliability IN ReferenceCheckRecord
           MOVE 0 TO RchkQuality IN ReferenceCheckRecord
           MOVE 0 TO RchkTeamwork IN ReferenceCheckRecord
           WRITE ReferenceCheckRecord
           CLOSE ReferenceCheckFile
           MOVE "reference_checks.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           OPEN EXTEND MailOutboxFile
           MOVE SPACES TO MailOutboxRecord
           MOVE InterviewTargetApplicant TO OutboxUsername
           MOVE RefEntryEmail TO OutboxAddress
           STRING "Reference request for " DELIMITED BY SIZE
               FUNCTION TRIM(InterviewTargetApplicant) DELIMITED BY SIZE
               INTO OutboxSubject
           STRING "Request " DELIMITED BY SIZE
               RefChkNextId DELIMITED BY SIZE
               ", code " DELIMITED BY SIZE
               RefChkPlainCode DELIMITED BY SIZE
               ". Answer from the InCollege start menu, option 4, by "
               DELIMITED BY SIZE
               RefChkExpiry DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO OutboxText
           MOVE FormattedMessageTimestamp(1:16) TO OutboxStamp
           WRITE MailOutboxRecord
           CLOSE MailOutboxFile
           MOVE SPACES TO RefChkPlainCode

           MOVE "REFCHECK_SEND" TO AuditActionName
           MOVE SPACES TO AuditDetailText
           STRING "Reference check " DELIMITED BY SIZE
               RefChkNextId DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               FUNCTION TRIM(InterviewTargetApplicant) DELIMITED BY SIZE
               " on job " DELIMITED BY SIZE
               CurrentJobId DELIMITED BY SIZE
               INTO AuditDetailText
           PERFORM WriteAuditLog

           MOVE InterviewTargetApplicant TO NotifTargetUsername
           MOVE SPACES TO NotifMessageText
           STRING "A reference check was sent to " DELIMITED BY SIZE
               FUNCTION TRIM(RefEntryName) DELIMITED BY SIZE
               " for your application to " DELIMITED BY SIZE
               FUNCTION TRIM(CurrentJobTitle) DELIMITED BY SIZE
               INTO NotifMessageText
           MOVE "JOBS" TO NotifCategory
           PERFORM WriteNotification

           MOVE SPACES TO CurrentMessage
           STRING "Reference check sent to " DELIMITED BY SIZE
               FUNCTION TRIM(RefEntryName) DELIMITED BY SIZE
               "; it expires on " DELIMITED BY SIZE
               RefChkExpiry DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog.

      *> Checks this poster sent on InterviewTargetApplicant for the
      *> selected posting, with the answers where the reference replied.
       ShowApplicantReferenceChecks.
           MOVE 0 TO RefChkShownCount
           PERFORM StampCreatedDate
           MOVE 'N' TO EOF-ReferenceCheckFile
           OPEN INPUT ReferenceCheckFile
           PERFORM UNTIL EOF-ReferenceCheckFile = 'Y'
               READ ReferenceCheckFile INTO ReferenceCheckRecord
               AT END
                   MOVE 'Y' TO EOF-ReferenceCheckFile
               NOT AT END
                   IF RchkJobId IN ReferenceCheckRecord = CurrentJobId AND
                      RchkApplicant IN ReferenceCheckRecord =
                      InterviewTargetApplicant AND
                      RchkPoster IN ReferenceCheckRecord = CurrentUsername
                       ADD 1 TO RefChkShownCount
                       PERFORM ShowReferenceCheckLines
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ReferenceCheckFile.

       ShowReferenceCheckLines.
           PERFORM DescribeReferenceCheckStatus
           MOVE SPACES TO CurrentMessage
           STRING "   Reference " DELIMITED BY SIZE
               FUNCTION TRIM(RchkRefName IN ReferenceCheckRecord)
               DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(RefChkStatusText) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           IF FUNCTION TRIM(RchkStatus IN ReferenceCheckRecord) = "Answered"
               IF RchkRecommend IN ReferenceCheckRecord = 'Y'
                   MOVE "yes" TO RefChkStatusText
               ELSE
                   MOVE "no" TO RefChkStatusText
               END-IF
               MOVE SPACES TO CurrentMessage
               STRING "     Reliability " DELIMITED BY SIZE
                   RchkReliability IN ReferenceCheckRecord DELIMITED BY SIZE
                   "/5, quality of work " DELIMITED BY SIZE
                   RchkQuality IN ReferenceCheckRecord DELIMITED BY SIZE
                   "/5, teamwork " DELIMITED BY SIZE
                   RchkTeamwork IN ReferenceCheckRecord DELIMITED BY SIZE
                   "/5, would recommend: " DELIMITED BY SIZE
                   FUNCTION TRIM(RefChkStatusText) DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
               MOVE SPACES TO CurrentMessage
               STRING "     Known as: " DELIMITED BY SIZE
                   FUNCTION TRIM(RchkKnownHow IN ReferenceCheckRecord)
                   DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
               IF RchkComments IN ReferenceCheckRecord NOT = SPACES
                   MOVE SPACES TO CurrentMessage
                   STRING "     Comments: " DELIMITED BY SIZE
                       FUNCTION TRIM(RchkComments IN ReferenceCheckRecord)
                       DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM DisplayAndLog
               END-IF
           END-IF.

      *> Start menu, no sign-in: the reference enters the request number
      *> and code from the email and answers the questionnaire.
       AnswerReferenceRequest.
           MOVE "Enter the reference request number from your email:"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadReferenceEntry
           MOVE 0 TO RefChkIdEntry
           IF RefEntry(1:5) NOT = SPACES
               MOVE FUNCTION NUMVAL(RefEntry(1:5)) TO RefChkIdEntry
           END-IF
           MOVE "Enter the code from your email:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadReferenceEntry
           MOVE RefEntry(1:6) TO RefChkCodeEntry
           MOVE SPACES TO PasswordDigestInput
           STRING RefChkCodeEntry DELIMITED BY SIZE
               "R" DELIMITED BY SIZE
               RefChkIdEntry DELIMITED BY SIZE
               INTO PasswordDigestInput
           PERFORM ComputePasswordDigest

           PERFORM StampCreatedDate
           MOVE 'N' TO RefChkFound
           MOVE 'N' TO RefChkExpired
           MOVE 'N' TO EOF-ReferenceCheckFile
           OPEN INPUT ReferenceCheckFile
           PERFORM UNTIL EOF-ReferenceCheckFile = 'Y'
               READ ReferenceCheckFile INTO ReferenceCheckRecord
               AT END
                   MOVE 'Y' TO EOF-ReferenceCheckFile
               NOT AT END
                   IF RchkId IN ReferenceCheckRecord = RefChkIdEntry AND
                      RefChkIdEntry > 0 AND
                      RchkCodeDigest IN ReferenceCheckRecord =
                      PasswordDigestValue AND
                      FUNCTION TRIM(RchkStatus IN ReferenceCheckRecord)
                          = "Sent"
                       IF RchkExpiryDate IN ReferenceCheckRecord <
                          CurrentCreatedDate(1:10)
                           MOVE 'Y' TO RefChkExpired
                       ELSE
                           MOVE 'Y' TO RefChkFound
                           MOVE RchkApplicant IN ReferenceCheckRecord
                               TO RefChkApplicant
                           MOVE RchkPoster IN ReferenceCheckRecord
                               TO RefChkPoster
                           MOVE RchkRefName IN ReferenceCheckRecord
                               TO RefChkRefName
                           MOVE RchkJobTitle IN ReferenceCheckRecord
                               TO RefChkJobTitle
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ReferenceCheckFile

           IF RefChkExpired = 'Y' THEN
               MOVE "Expired" TO RefChkNewStatus
               PERFORM SaveReferenceAnswer
               MOVE "That reference request has expired. Thank you for your time."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE IF RefChkFound = 'N' THEN
               MOVE "That request number and code do not match an open reference request."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               PERFORM AskReferenceQuestions
               MOVE "Answered" TO RefChkNewStatus
               PERFORM SaveReferenceAnswer
               PERFORM NotifyReferenceAnswered
               MOVE "Thank you - your reference has been sent to the employer."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF
           END-IF.

       AskReferenceQuestions.
           MOVE SPACES TO CurrentMessage
           STRING "Reference for " DELIMITED BY SIZE
               FUNCTION TRIM(RefChkApplicant) DELIMITED BY SIZE
               ", who has applied for " DELIMITED BY SIZE
               FUNCTION TRIM(RefChkJobTitle) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "How do you know the candidate, and for how long?"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadReferenceEntry
           MOVE RefEntry(1:60) TO RefChkKnown
           MOVE "Rate their reliability from 1 (poor) to 5 (excellent):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadReferenceRating
           MOVE RefChkRating TO RefChkReliability
           MOVE "Rate the quality of their work from 1 to 5:"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadReferenceRating
           MOVE RefChkRating TO RefChkQuality
           MOVE "Rate their teamwork and communication from 1 to 5:"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadReferenceRating
           MOVE RefChkRating TO RefChkTeamwork
           MOVE "Would you recommend them for this role? (Y/N):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadReferenceEntry
           MOVE FUNCTION UPPER-CASE(RefEntry(1:1)) TO RefChkRecommend
           IF RefChkRecommend NOT = 'Y'
               MOVE 'N' TO RefChkRecommend
           END-IF
           MOVE "Anything else the employer should know? (blank to finish):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadReferenceEntry
           MOVE RefEntry TO RefChkComments.

      *> A rating outside 1-5 is recorded as 0, no answer.
       ReadReferenceRating.
           PERFORM ReadReferenceEntry
           MOVE 0 TO RefChkRating
           IF RefEntry(1:1) >= "1" AND RefEntry(1:1) <= "5" AND
              RefEntry(2:1) = SPACE
               MOVE RefEntry(1:1) TO RefChkRating
           END-IF.

       SaveReferenceAnswer.
           MOVE 'N' TO EOF-ReferenceCheckFile
           OPEN INPUT ReferenceCheckFile
           OPEN OUTPUT TempReferenceCheckFile
           PERFORM UNTIL EOF-ReferenceCheckFile = 'Y'
               READ ReferenceCheckFile INTO ReferenceCheckRecord
               AT END
                   MOVE 'Y' TO EOF-ReferenceCheckFile
               NOT AT END
                   IF RchkId IN ReferenceCheckRecord = RefChkIdEntry AND
                      FUNCTION TRIM(RchkStatus IN ReferenceCheckRecord)
                          = "Sent"
                       MOVE RefChkNewStatus TO RchkStatus IN ReferenceCheckRecord
                       IF RefChkNewStatus = "Answered"
                           MOVE CurrentCreatedDate
                               TO RchkAnsweredDate IN ReferenceCheckRecord
                           MOVE RefChkKnown
                               TO RchkKnownHow IN ReferenceCheckRecord
                           MOVE RefChkReliability
                               TO RchkReliability IN ReferenceCheckRecord
                           MOVE RefChkQuality
                               TO RchkQuality IN ReferenceCheckRecord
                           MOVE RefChkTeamwork
                               TO RchkTeamwork IN ReferenceCheckRecord
                           MOVE RefChkRecommend
                               TO RchkRecommend IN ReferenceCheckRecord
                           MOVE RefChkComments
                               TO RchkComments IN ReferenceCheckRecord
                       END-IF
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

      *> The student learns that the reference replied, not what they said.
       NotifyReferenceAnswered.
           MOVE RefChkApplicant TO NotifTargetUsername
           MOVE SPACES TO NotifMessageText
           STRING "Your reference " DELIMITED BY SIZE
               FUNCTION TRIM(RefChkRefName) DELIMITED BY SIZE
               " has responded to the reference check for "
               DELIMITED BY SIZE
               FUNCTION TRIM(RefChkJobTitle) DELIMITED BY SIZE
               INTO NotifMessageText
           MOVE "JOBS" TO NotifCategory
           PERFORM WriteNotification

           MOVE RefChkPoster TO NotifTargetUsername
           MOVE SPACES TO NotifMessageText
           STRING "Reference " DELIMITED BY SIZE
               FUNCTION TRIM(RefChkRefName) DELIMITED BY SIZE
               " responded for " DELIMITED BY SIZE
               FUNCTION TRIM(RefChkApplicant) DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               FUNCTION TRIM(RefChkJobTitle) DELIMITED BY SIZE
               INTO NotifMessageText
           MOVE "JOBS" TO NotifCategory
           PERFORM WriteNotification.

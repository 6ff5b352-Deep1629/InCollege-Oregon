      *> Connection referrals. A student with an open application asks a
      *> first-degree connection to refer them for that JobId; the
      *> connection endorses it with a short note or declines. Requests
      *> live in referrals.dat as Requested, Endorsed or Declined. Only
      *> endorsed referrals are shown to the poster, in the applicant list,
      *> the shortlist and the funnel report; ReferralConversionReport
      *> follows them through to hire each term.
       ReferralsMenu.
           MOVE "--- Job Referrals ---" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "1. Ask a Connection to Refer Me  2. Referral Requests Sent to Me  3. My Referral Requests  0. Back"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           EVALUATE MenuOption
               WHEN 1
                   PERFORM AskForReferral
               WHEN 2
                   PERFORM ReviewReferralRequests
               WHEN 3
                   PERFORM ListMyReferralRequests
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid option. Please try again." TO CurrentMessage
                   PERFORM DisplayAndLog
           END-EVALUATE.

       AskForReferral.
           MOVE "Your open applications:" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE 0 TO ReferralListCount
           MOVE 0 TO ReferralPick
           PERFORM ScanReferralApplications
           IF ReferralListCount = 0
               MOVE "You have no open applications to be referred for."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter application # to be referred for, or 0 to go back:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               IF MenuOption > 0 AND MenuOption <= ReferralListCount
                   MOVE MenuOption TO ReferralPick
                   MOVE 0 TO ReferralListCount
                   PERFORM ScanReferralApplications
                   PERFORM ChooseReferralConnection
               END-IF
           END-IF.

      *> Lists the open applications when ReferralPick is 0; otherwise
      *> picks out application number ReferralPick.
       ScanReferralApplications.
           MOVE 'N' TO EOF-ApplicationFile
           OPEN INPUT ApplicationFile
           PERFORM UNTIL EOF-ApplicationFile = 'Y'
               READ ApplicationFile INTO ApplicationRecord
               AT END
                   MOVE 'Y' TO EOF-ApplicationFile
               NOT AT END
                   IF AppUsername IN ApplicationRecord = CurrentUsername
                      AND AppJobId IN ApplicationRecord IS NUMERIC
                      AND AppJobId IN ApplicationRecord > 0
                      AND (FUNCTION TRIM(AppStatus IN ApplicationRecord)
                           = SPACES OR
                           FUNCTION TRIM(AppStatus IN ApplicationRecord)
                           = "Submitted" OR
                           FUNCTION TRIM(AppStatus IN ApplicationRecord)
                           = "Reviewed" OR
                           FUNCTION TRIM(AppStatus IN ApplicationRecord)
                           = "Interview")
                       ADD 1 TO ReferralListCount
                       IF ReferralPick = 0
                           MOVE SPACES TO CurrentMessage
                           STRING "  " DELIMITED BY SIZE
                               FUNCTION TRIM(ReferralListCount)
                               DELIMITED BY SIZE
                               ". " DELIMITED BY SIZE
                               FUNCTION TRIM(AppJobTitle IN ApplicationRecord)
                               DELIMITED BY SIZE
                               " at " DELIMITED BY SIZE
                               FUNCTION TRIM(AppJobEmployer IN ApplicationRecord)
                               DELIMITED BY SIZE
                               INTO CurrentMessage
                           PERFORM DisplayAndLog
                       END-IF
                       IF ReferralListCount = ReferralPick
                           MOVE AppJobId IN ApplicationRecord
                               TO ReferralPickJobId
                           MOVE AppJobTitle IN ApplicationRecord
                               TO ReferralPickTitle
                           MOVE AppJobEmployer IN ApplicationRecord
                               TO ReferralPickEmployer
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ApplicationFile.

       ChooseReferralConnection.
           MOVE "Enter the username of the connection you want to ask:"
               TO CurrentMessage
           PERFORM DisplayAndLog
           READ InputFile INTO InputRecord
           AT END
               PERFORM CountUnansweredPrompt
               MOVE 'Y' TO EOF-InputFile
               MOVE SPACES TO ReferralTargetUser
           NOT AT END
               PERFORM IncrementInputCheckpoint
               MOVE FUNCTION TRIM(InputRecord(1:20)) TO ReferralTargetUser
               MOVE FUNCTION UPPER-CASE(ReferralTargetUser)
                   TO ReferralTargetUser
           END-READ

           MOVE ReferralTargetUser TO ViewerTargetUsername
           PERFORM CheckViewerConnected
           PERFORM CheckReferralAlreadyAsked
           EVALUATE TRUE
               WHEN ReferralTargetUser = SPACES
                  OR ReferralTargetUser = CurrentUsername
                   MOVE "Please name one of your connections."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               WHEN ViewerConnected = 'N'
                   MOVE "You can only ask users you are connected with for a referral."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               WHEN ReferralAlreadyAsked = 'Y'
                   MOVE "You have already asked that connection to refer you for this job."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               WHEN OTHER
                   PERFORM AddReferralRequest
           END-EVALUATE.

       CheckReferralAlreadyAsked.
           MOVE 'N' TO ReferralAlreadyAsked
           MOVE 'N' TO EOF-ReferralFile
           OPEN INPUT ReferralFile
           PERFORM UNTIL EOF-ReferralFile = 'Y'
               READ ReferralFile INTO ReferralRecord
               AT END
                   MOVE 'Y' TO EOF-ReferralFile
               NOT AT END
                   IF ReferralStudent IN ReferralRecord = CurrentUsername
                      AND ReferralReferrer IN ReferralRecord
                      = ReferralTargetUser
                      AND ReferralJobId IN ReferralRecord = ReferralPickJobId
                       MOVE 'Y' TO ReferralAlreadyAsked
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ReferralFile.

       AddReferralRequest.
           PERFORM StampCreatedDate
           MOVE "referrals.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND ReferralFile
           MOVE SPACES TO ReferralRecord
           MOVE CurrentUsername TO ReferralStudent IN ReferralRecord
           MOVE ReferralTargetUser TO ReferralReferrer IN ReferralRecord
           MOVE ReferralPickJobId TO ReferralJobId IN ReferralRecord
           MOVE ReferralPickTitle TO ReferralJobTitle IN ReferralRecord
           MOVE ReferralPickEmployer TO ReferralEmployer IN ReferralRecord
           MOVE "Requested" TO ReferralStatus IN ReferralRecord
           MOVE CurrentCreatedDate TO ReferralAskedDate IN ReferralRecord
           WRITE ReferralRecord
           CLOSE ReferralFile
           MOVE "referrals.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           MOVE ReferralTargetUser TO NotifTargetUsername
           MOVE SPACES TO NotifMessageText
           STRING FUNCTION TRIM(CurrentUsername) DELIMITED BY SIZE
               " asked you for a referral: " DELIMITED BY SIZE
               FUNCTION TRIM(ReferralPickTitle) DELIMITED BY SIZE
               " at " DELIMITED BY SIZE
               FUNCTION TRIM(ReferralPickEmployer) DELIMITED BY SIZE
               INTO NotifMessageText
           MOVE "JOBS" TO NotifCategory
           PERFORM WriteNotification

           MOVE "REFERRAL_ASK" TO AuditActionName
           MOVE SPACES TO AuditDetailText
           STRING "Job " DELIMITED BY SIZE
               ReferralPickJobId DELIMITED BY SIZE
               " asked " DELIMITED BY SIZE
               FUNCTION TRIM(ReferralTargetUser) DELIMITED BY SIZE
               INTO AuditDetailText
           PERFORM WriteAuditLog
           MOVE "Referral request sent." TO CurrentMessage
           PERFORM DisplayAndLog.

       ReviewReferralRequests.
           MOVE 0 TO ReferralListCount
           MOVE 'N' TO EOF-ReferralFile
           OPEN INPUT ReferralFile
           PERFORM UNTIL EOF-ReferralFile = 'Y'
               READ ReferralFile INTO ReferralRecord
               AT END
                   MOVE 'Y' TO EOF-ReferralFile
               NOT AT END
                   IF ReferralReferrer IN ReferralRecord = CurrentUsername
                      AND FUNCTION TRIM(ReferralStatus IN ReferralRecord)
                      = "Requested"
                       ADD 1 TO ReferralListCount
                       MOVE SPACES TO CurrentMessage
                       STRING "  " DELIMITED BY SIZE
                           FUNCTION TRIM(ReferralListCount) DELIMITED BY SIZE
                           ". " DELIMITED BY SIZE
                           FUNCTION TRIM(ReferralStudent IN ReferralRecord)
                           DELIMITED BY SIZE
                           " for " DELIMITED BY SIZE
                           FUNCTION TRIM(ReferralJobTitle IN ReferralRecord)
                           DELIMITED BY SIZE
                           " at " DELIMITED BY SIZE
                           FUNCTION TRIM(ReferralEmployer IN ReferralRecord)
                           DELIMITED BY SIZE
                           " (asked " DELIMITED BY SIZE
                           ReferralAskedDate IN ReferralRecord
                           DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ReferralFile
           IF ReferralListCount = 0
               MOVE "No one is waiting on a referral from you." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter request # to answer, or 0 to go back:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               IF MenuOption > 0 AND MenuOption <= ReferralListCount
                   MOVE MenuOption TO ReferralPick
                   PERFORM AnswerReferralRequest
               END-IF
           END-IF.

       AnswerReferralRequest.
           MOVE SPACES TO ReferralNewStatus
           MOVE SPACES TO ReferralNoteEntry
           MOVE "1. Endorse This Application  2. Decline  0. Back"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           EVALUATE MenuOption
               WHEN 1
                   MOVE "Enter a short note for the employer (up to 100 characters):"
                       TO CurrentMessage
                   PERFORM DisplayAndLog
                   PERFORM ReadReferralLine
                   IF ReferralLineEntry = SPACES
                       MOVE "An endorsement needs a note; nothing saved."
                           TO CurrentMessage
                       PERFORM DisplayAndLog
                   ELSE
                       MOVE ReferralLineEntry(1:100) TO ReferralNoteEntry
                       MOVE "Endorsed" TO ReferralNewStatus
                   END-IF
               WHEN 2
                   MOVE "Declined" TO ReferralNewStatus
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF ReferralNewStatus NOT = SPACES
               PERFORM SaveReferralAnswer
           END-IF.

       SaveReferralAnswer.
           PERFORM StampCreatedDate
           MOVE 0 TO ReferralScanIndex
           MOVE 'N' TO EOF-ReferralFile
           OPEN INPUT ReferralFile
           OPEN OUTPUT TempReferralFile
           PERFORM UNTIL EOF-ReferralFile = 'Y'
               READ ReferralFile INTO ReferralRecord
               AT END
                   MOVE 'Y' TO EOF-ReferralFile
               NOT AT END
                   IF ReferralReferrer IN ReferralRecord = CurrentUsername
                      AND FUNCTION TRIM(ReferralStatus IN ReferralRecord)
                      = "Requested"
                       ADD 1 TO ReferralScanIndex
                       IF ReferralScanIndex = ReferralPick
                           MOVE ReferralNewStatus
                               TO ReferralStatus IN ReferralRecord
                           MOVE ReferralNoteEntry
                               TO ReferralNote IN ReferralRecord
                           MOVE CurrentCreatedDate
                               TO ReferralDecidedDate IN ReferralRecord
                           MOVE ReferralStudent IN ReferralRecord
                               TO ReferralTargetUser
                           MOVE ReferralJobId IN ReferralRecord
                               TO ReferralPickJobId
                           MOVE ReferralJobTitle IN ReferralRecord
                               TO ReferralPickTitle
                       END-IF
                   END-IF
                   WRITE TempReferralRecord FROM ReferralRecord
               END-READ
           END-PERFORM
           CLOSE ReferralFile
           CLOSE TempReferralFile

           MOVE "referrals.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "referrals.dat"
           CALL "CBL_RENAME_FILE" USING "referrals_temp.dat" "referrals.dat"
           PERFORM JournalAfterImage

           MOVE ReferralTargetUser TO NotifTargetUsername
           MOVE SPACES TO NotifMessageText
           IF ReferralNewStatus = "Endorsed"
               STRING FUNCTION TRIM(CurrentUsername) DELIMITED BY SIZE
                   " referred you for " DELIMITED BY SIZE
                   FUNCTION TRIM(ReferralPickTitle) DELIMITED BY SIZE
                   INTO NotifMessageText
               MOVE "REFERRAL_ENDORSE" TO AuditActionName
               MOVE "Referral sent; the employer will see your note with the application."
                   TO CurrentMessage
           ELSE
               STRING FUNCTION TRIM(CurrentUsername) DELIMITED BY SIZE
                   " could not refer you for " DELIMITED BY SIZE
                   FUNCTION TRIM(ReferralPickTitle) DELIMITED BY SIZE
                   INTO NotifMessageText
               MOVE "REFERRAL_DECLINE" TO AuditActionName
               MOVE "Referral request declined." TO CurrentMessage
           END-IF
           PERFORM DisplayAndLog
           MOVE "JOBS" TO NotifCategory
           PERFORM WriteNotification
           MOVE SPACES TO AuditDetailText
           STRING "Job " DELIMITED BY SIZE
               ReferralPickJobId DELIMITED BY SIZE
               " student " DELIMITED BY SIZE
               FUNCTION TRIM(ReferralTargetUser) DELIMITED BY SIZE
               INTO AuditDetailText
           PERFORM WriteAuditLog.

       ListMyReferralRequests.
           MOVE 0 TO ReferralListCount
           MOVE 'N' TO EOF-ReferralFile
           OPEN INPUT ReferralFile
           PERFORM UNTIL EOF-ReferralFile = 'Y'
               READ ReferralFile INTO ReferralRecord
               AT END
                   MOVE 'Y' TO EOF-ReferralFile
               NOT AT END
                   IF ReferralStudent IN ReferralRecord = CurrentUsername
                       ADD 1 TO ReferralListCount
                       MOVE SPACES TO CurrentMessage
                       STRING "  " DELIMITED BY SIZE
                           FUNCTION TRIM(ReferralListCount) DELIMITED BY SIZE
                           ". " DELIMITED BY SIZE
                           FUNCTION TRIM(ReferralJobTitle IN ReferralRecord)
                           DELIMITED BY SIZE
                           " at " DELIMITED BY SIZE
                           FUNCTION TRIM(ReferralEmployer IN ReferralRecord)
                           DELIMITED BY SIZE
                           " - asked " DELIMITED BY SIZE
                           FUNCTION TRIM(ReferralReferrer IN ReferralRecord)
                           DELIMITED BY SIZE
                           " [" DELIMITED BY SIZE
                           FUNCTION TRIM(ReferralStatus IN ReferralRecord)
                           DELIMITED BY SIZE
                           "]" DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                       IF FUNCTION TRIM(ReferralStatus IN ReferralRecord)
                          = "Endorsed"
                           MOVE SPACES TO CurrentMessage
                           STRING "     Note: " DELIMITED BY SIZE
                               FUNCTION TRIM(ReferralNote IN ReferralRecord)
                               DELIMITED BY SIZE
                               INTO CurrentMessage
                           PERFORM DisplayAndLog
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ReferralFile
           IF ReferralListCount = 0
               MOVE "You have not asked anyone for a referral." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

      *> Poster side: the endorsed referrals for ReferralViewStudent on
      *> ReferralViewJobId. ReferralViewCount comes back with how many;
      *> lines are shown only when ReferralViewShow is 'Y', and also go to
      *> the shortlist extract when ReferralViewToShortlist is 'Y'.
       ShowApplicantReferrals.
           MOVE 0 TO ReferralViewCount
           MOVE 'N' TO EOF-ReferralFile
           OPEN INPUT ReferralFile
           PERFORM UNTIL EOF-ReferralFile = 'Y'
               READ ReferralFile INTO ReferralRecord
               AT END
                   MOVE 'Y' TO EOF-ReferralFile
               NOT AT END
                   IF ReferralStudent IN ReferralRecord = ReferralViewStudent
                      AND ReferralJobId IN ReferralRecord = ReferralViewJobId
                      AND FUNCTION TRIM(ReferralStatus IN ReferralRecord)
                      = "Endorsed"
                       ADD 1 TO ReferralViewCount
                       IF ReferralViewShow = 'Y'
                           MOVE SPACES TO CurrentMessage
                           STRING "   Referred by " DELIMITED BY SIZE
                               FUNCTION TRIM(ReferralReferrer IN ReferralRecord)
                               DELIMITED BY SIZE
                               ": " DELIMITED BY SIZE
                               FUNCTION TRIM(ReferralNote IN ReferralRecord)
                               DELIMITED BY SIZE
                               INTO CurrentMessage
                           PERFORM DisplayAndLog
                           IF ReferralViewToShortlist = 'Y'
                               MOVE CurrentMessage TO ShortlistExtractRecord
                               WRITE ShortlistExtractRecord
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ReferralFile
           MOVE 'Y' TO ReferralViewShow
           MOVE 'N' TO ReferralViewToShortlist.

       ReadReferralLine.
           READ InputFile INTO InputRecord
           AT END
               PERFORM CountUnansweredPrompt
               MOVE 'Y' TO EOF-InputFile
               MOVE SPACES TO ReferralLineEntry
           NOT AT END
               PERFORM IncrementInputCheckpoint
               MOVE FUNCTION TRIM(InputRecord(1:200)) TO ReferralLineEntry
           END-READ.

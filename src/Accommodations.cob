      *> Accommodation requests are confidential: the need and the student's
      *> description are shown only to disability services accounts (role
      *> D). Hosts, posters and coordinators see pending or arranged.
       AccommodationMenu.
           MOVE "--- Accommodation Requests ---" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "1. Request for an Event  2. Request for an Interview  3. Request for a Career Fair"
               TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "4. My Requests" TO CurrentMessage
           PERFORM DisplayAndLog
           IF CurrentUserRole = 'D' THEN
               MOVE "5. Review Requests (disability services)" TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF
           MOVE "0. Back" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           EVALUATE MenuOption
               WHEN 1
                   MOVE "E" TO AccomNewType
                   PERFORM ListAccomEvents
                   PERFORM RequestAccommodation
               WHEN 2
                   MOVE "I" TO AccomNewType
                   PERFORM ListAccomInterviews
                   PERFORM RequestAccommodation
               WHEN 3
                   MOVE "F" TO AccomNewType
                   PERFORM ListAccomFairs
                   PERFORM RequestAccommodation
               WHEN 4
                   PERFORM ListMyAccommodations
               WHEN 5
                   IF CurrentUserRole = 'D' THEN
                       PERFORM ReviewAccommodations
                   ELSE
                       MOVE "Invalid option. Please try again." TO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid option. Please try again." TO CurrentMessage
                   PERFORM DisplayAndLog
           END-EVALUATE.

       ReadAccomLine.
           READ InputFile INTO InputRecord
           AT END
               PERFORM CountUnansweredPrompt
               MOVE 'Y' TO EOF-InputFile
               MOVE SPACES TO AccomEntry
           NOT AT END
               PERFORM IncrementInputCheckpoint
               MOVE FUNCTION TRIM(InputRecord) TO AccomEntry
           END-READ.

       AddAccomPick.
           IF AccomPickCount < 50 THEN
               ADD 1 TO AccomPickCount
               MOVE SPACES TO CurrentMessage
               IF AptDate(AccomPickCount) = SPACES
                   STRING FUNCTION TRIM(AccomPickCount) DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       FUNCTION TRIM(AptTitle(AccomPickCount)) DELIMITED BY SIZE
                       " (date not yet set)" DELIMITED BY SIZE
                       INTO CurrentMessage
               ELSE
                   STRING FUNCTION TRIM(AccomPickCount) DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       FUNCTION TRIM(AptTitle(AccomPickCount)) DELIMITED BY SIZE
                       " on " DELIMITED BY SIZE
                       AptDate(AccomPickCount) DELIMITED BY SIZE
                       INTO CurrentMessage
               END-IF
               PERFORM DisplayAndLog
           END-IF.

      *> Events the student holds a place (or a waitlist spot) for and
      *> that have not yet happened.
       ListAccomEvents.
           PERFORM StampCreatedDate
           MOVE 0 TO AccomPickCount
           MOVE "Your upcoming events:" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE 'N' TO EOF-EventRsvpFile
           OPEN INPUT EventRsvpFile
           PERFORM UNTIL EOF-EventRsvpFile = 'Y'
               READ EventRsvpFile INTO EventRsvpRecord
               AT END
                   MOVE 'Y' TO EOF-EventRsvpFile
               NOT AT END
                   IF RsvpUsername IN EventRsvpRecord = CurrentUsername AND
                      FUNCTION TRIM(RsvpStatus IN EventRsvpRecord)
                      NOT = "NoShow" AND
                      FUNCTION TRIM(RsvpStatus IN EventRsvpRecord)
                      NOT = "Attended" AND AccomPickCount < 50
                       MOVE RsvpEventId IN EventRsvpRecord
                           TO CalLookupEventId
                       PERFORM LookupCalendarEvent
                       IF CalEventTitle NOT = SPACES AND
                          CalEventDate >= CurrentCreatedDate
                           MOVE CalLookupEventId
                               TO AptRefId(AccomPickCount + 1)
                           MOVE CalEventTitle TO AptTitle(AccomPickCount + 1)
                           MOVE CalEventDate TO AptDate(AccomPickCount + 1)
                           MOVE SPACES TO AptHost(AccomPickCount + 1)
                           PERFORM AddAccomPick
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EventRsvpFile

           MOVE 'N' TO EOF-EventFile
           OPEN INPUT EventFile
           PERFORM UNTIL EOF-EventFile = 'Y'
               READ EventFile INTO EventRecord
               AT END
                   MOVE 'Y' TO EOF-EventFile
               NOT AT END
                   PERFORM VARYING AccomPickIndex FROM 1 BY 1
                           UNTIL AccomPickIndex > AccomPickCount
                       IF AptRefId(AccomPickIndex) = EventId IN EventRecord
                           MOVE EventHost IN EventRecord
                               TO AptHost(AccomPickIndex)
                       END-IF
                   END-PERFORM
               END-READ
           END-PERFORM
           CLOSE EventFile.

       ListAccomInterviews.
           PERFORM StampCreatedDate
           MOVE 0 TO AccomPickCount
           MOVE "Your interviews:" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE 'N' TO EOF-InterviewFile
           OPEN INPUT InterviewFile
           PERFORM UNTIL EOF-InterviewFile = 'Y'
               READ InterviewFile INTO InterviewRecord
               AT END
                   MOVE 'Y' TO EOF-InterviewFile
               NOT AT END
                   IF IntvApplicant IN InterviewRecord = CurrentUsername AND
                      FUNCTION TRIM(IntvStatus IN InterviewRecord)
                      NOT = "Cancelled" AND
                      FUNCTION TRIM(IntvOutcome IN InterviewRecord) = SPACES
                       IF IntvSlot IN InterviewRecord(1:10) = SPACES OR
                          IntvSlot IN InterviewRecord(1:10)
                          >= CurrentCreatedDate
                           MOVE IntvJobId IN InterviewRecord
                               TO AptRefId(AccomPickCount + 1)
                           MOVE IntvJobTitle IN InterviewRecord
                               TO AptTitle(AccomPickCount + 1)
                           MOVE IntvSlot IN InterviewRecord(1:10)
                               TO AptDate(AccomPickCount + 1)
                           MOVE IntvPoster IN InterviewRecord
                               TO AptHost(AccomPickCount + 1)
                           PERFORM AddAccomPick
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE InterviewFile.

       ListAccomFairs.
           PERFORM StampCreatedDate
           MOVE 0 TO AccomPickCount
           MOVE "Upcoming career fairs:" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE 'N' TO EOF-CareerFairFile
           OPEN INPUT CareerFairFile
           PERFORM UNTIL EOF-CareerFairFile = 'Y'
               READ CareerFairFile INTO CareerFairRecord
               AT END
                   MOVE 'Y' TO EOF-CareerFairFile
               NOT AT END
                   IF FairDate IN CareerFairRecord >= CurrentCreatedDate
                       MOVE FairId IN CareerFairRecord
                           TO AptRefId(AccomPickCount + 1)
                       MOVE FairName IN CareerFairRecord
                           TO AptTitle(AccomPickCount + 1)
                       MOVE FairDate IN CareerFairRecord
                           TO AptDate(AccomPickCount + 1)
                       MOVE FairCoordinator IN CareerFairRecord
                           TO AptHost(AccomPickCount + 1)
                       PERFORM AddAccomPick
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CareerFairFile.

       RequestAccommodation.
           IF AccomPickCount = 0 THEN
               MOVE "Nothing upcoming to request an accommodation for."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter number to request an accommodation, or 0 to skip:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               IF MenuOption > 0 AND MenuOption <= AccomPickCount THEN
                   MOVE MenuOption TO AccomPickIndex
                   PERFORM CheckDuplicateAccommodation
                   IF AccomDuplicate = 'Y' THEN
                       MOVE "You already have an open request for that."
                           TO CurrentMessage
                       PERFORM DisplayAndLog
                   ELSE
                       PERFORM CaptureAccommodationNeed
                   END-IF
               END-IF
           END-IF.

       CheckDuplicateAccommodation.
           MOVE 'N' TO AccomDuplicate
           MOVE 'N' TO EOF-AccommodationFile
           OPEN INPUT AccommodationFile
           PERFORM UNTIL EOF-AccommodationFile = 'Y'
               READ AccommodationFile INTO AccommodationRecord
               AT END
                   MOVE 'Y' TO EOF-AccommodationFile
               NOT AT END
                   IF AccomUsername IN AccommodationRecord = CurrentUsername AND
                      AccomType IN AccommodationRecord = AccomNewType AND
                      AccomRefId IN AccommodationRecord = AptRefId(AccomPickIndex)
                      AND FUNCTION TRIM(AccomStatus IN AccommodationRecord)
                      NOT = "Withdrawn"
                       MOVE 'Y' TO AccomDuplicate
                   END-IF
               END-READ
           END-PERFORM
           CLOSE AccommodationFile.

       CaptureAccommodationNeed.
           MOVE "What do you need?" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "1. Sign language interpreter  2. Accessible room or venue  3. Extended time  4. Other"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           EVALUATE MenuOption
               WHEN 1
                   MOVE "Sign language interpreter" TO AccomNewNeed
               WHEN 2
                   MOVE "Accessible room or venue" TO AccomNewNeed
               WHEN 3
                   MOVE "Extended time" TO AccomNewNeed
               WHEN OTHER
                   MOVE "Other" TO AccomNewNeed
           END-EVALUATE
           MOVE "Describe what you need (seen only by disability services):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadAccomLine

           PERFORM StampCreatedDate
           MOVE 0 TO LastAccomIdValue
           MOVE 'N' TO EOF-AccommodationFile
           OPEN INPUT AccommodationFile
           PERFORM UNTIL EOF-AccommodationFile = 'Y'
               READ AccommodationFile INTO AccommodationRecord
               AT END
                   MOVE 'Y' TO EOF-AccommodationFile
               NOT AT END
                   IF AccomId IN AccommodationRecord > LastAccomIdValue
                       MOVE AccomId IN AccommodationRecord TO LastAccomIdValue
                   END-IF
               END-READ
           END-PERFORM
           CLOSE AccommodationFile
           ADD 1 TO LastAccomIdValue

           MOVE "accommodations.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND AccommodationFile
           MOVE SPACES TO AccommodationRecord
           MOVE LastAccomIdValue TO AccomId IN AccommodationRecord
           MOVE CurrentUsername TO AccomUsername IN AccommodationRecord
           MOVE AccomNewType TO AccomType IN AccommodationRecord
           MOVE AptRefId(AccomPickIndex) TO AccomRefId IN AccommodationRecord
           MOVE AptTitle(AccomPickIndex) TO AccomRefTitle IN AccommodationRecord
           MOVE AptDate(AccomPickIndex) TO AccomRefDate IN AccommodationRecord
           MOVE AptHost(AccomPickIndex) TO AccomHost IN AccommodationRecord
           MOVE AccomNewNeed TO AccomNeed IN AccommodationRecord
           MOVE AccomEntry TO AccomDetail IN AccommodationRecord
           MOVE "Pending" TO AccomStatus IN AccommodationRecord
           MOVE CurrentCreatedDate TO AccomRequestDate IN AccommodationRecord
           WRITE AccommodationRecord
           CLOSE AccommodationFile
           MOVE "accommodations.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           MOVE "ACCOM_REQUEST" TO AuditActionName
           MOVE SPACES TO AuditDetailText
           STRING "Request " DELIMITED BY SIZE
               LastAccomIdValue DELIMITED BY SIZE
               " type " DELIMITED BY SIZE
               AccomNewType DELIMITED BY SIZE
               " ref " DELIMITED BY SIZE
               AptRefId(AccomPickIndex) DELIMITED BY SIZE
               INTO AuditDetailText
           PERFORM WriteAuditLog

           PERFORM LoadAccomReviewers
           PERFORM VARYING AccomReviewerIndex FROM 1 BY 1
                   UNTIL AccomReviewerIndex > AccomReviewerCount
               MOVE AccomReviewerName(AccomReviewerIndex)
                   TO NotifTargetUsername
               MOVE SPACES TO NotifMessageText
               STRING "New accommodation request for " DELIMITED BY SIZE
                   FUNCTION TRIM(AptTitle(AccomPickIndex)) DELIMITED BY SIZE
                   INTO NotifMessageText
               MOVE "OTHER" TO NotifCategory
               PERFORM WriteNotification
           END-PERFORM

           MOVE "Request sent to disability services. The host will only see that an accommodation is pending."
               TO CurrentMessage
           PERFORM DisplayAndLog.

       LoadAccomReviewers.
           MOVE 0 TO AccomReviewerCount
           MOVE 'N' TO EOF-UserData
           OPEN INPUT UserDataFile
           PERFORM UNTIL EOF-UserData = 'Y'
               READ UserDataFile NEXT INTO UserRecord
               AT END
                   MOVE 'Y' TO EOF-UserData
               NOT AT END
                   IF UserRole IN UserRecord = 'D' AND AccomReviewerCount < 50
                       ADD 1 TO AccomReviewerCount
                       MOVE Username IN UserRecord
                           TO AccomReviewerName(AccomReviewerCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE UserDataFile.

       SetAccomTypeText.
           EVALUATE AccomType IN AccommodationRecord
               WHEN "E"
                   MOVE "Event" TO AccomTypeText
               WHEN "I"
                   MOVE "Interview" TO AccomTypeText
               WHEN OTHER
                   MOVE "Fair" TO AccomTypeText
           END-EVALUATE.

       ListMyAccommodations.
           MOVE "Your accommodation requests:" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE 0 TO AccomListCount
           MOVE 'N' TO EOF-AccommodationFile
           OPEN INPUT AccommodationFile
           PERFORM UNTIL EOF-AccommodationFile = 'Y'
               READ AccommodationFile INTO AccommodationRecord
               AT END
                   MOVE 'Y' TO EOF-AccommodationFile
               NOT AT END
                   IF AccomUsername IN AccommodationRecord = CurrentUsername
                       ADD 1 TO AccomListCount
                       PERFORM SetAccomTypeText
                       MOVE SPACES TO CurrentMessage
                       STRING FUNCTION TRIM(AccomListCount) DELIMITED BY SIZE
                           ". " DELIMITED BY SIZE
                           FUNCTION TRIM(AccomTypeText) DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           FUNCTION TRIM(AccomRefTitle IN AccommodationRecord)
                           DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           FUNCTION TRIM(AccomNeed IN AccommodationRecord)
                           DELIMITED BY SIZE
                           " [" DELIMITED BY SIZE
                           FUNCTION TRIM(AccomStatus IN AccommodationRecord)
                           DELIMITED BY SIZE
                           "]" DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                       IF AccomReviewNote IN AccommodationRecord NOT = SPACES
                           MOVE SPACES TO CurrentMessage
                           STRING "   Disability services: " DELIMITED BY SIZE
                               FUNCTION TRIM(AccomReviewNote IN AccommodationRecord)
                               DELIMITED BY SIZE
                               INTO CurrentMessage
                           PERFORM DisplayAndLog
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE AccommodationFile

           IF AccomListCount = 0 THEN
               MOVE "You have no accommodation requests." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter number to withdraw a pending request, or 0 to skip:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               IF MenuOption > 0 AND MenuOption <= AccomListCount THEN
                   MOVE "Withdrawn" TO AccomTargetStatus
                   MOVE SPACES TO AccomNoteEntry
                   PERFORM UpdateAccommodation
               END-IF
           END-IF.

      *> Shared by the student's withdraw and the reviewer's decision.
      *> MenuOption is the position among the caller's own requests for a
      *> student, or among the open requests for a reviewer.
       UpdateAccommodation.
           PERFORM StampCreatedDate
           MOVE 0 TO AccomScanIndex
           MOVE 'N' TO AccomFound
           MOVE 'N' TO EOF-AccommodationFile
           OPEN INPUT AccommodationFile
           OPEN OUTPUT TempAccommodationFile
           PERFORM UNTIL EOF-AccommodationFile = 'Y'
               READ AccommodationFile INTO AccommodationRecord
               AT END
                   MOVE 'Y' TO EOF-AccommodationFile
               NOT AT END
                   IF (AccomTargetStatus = "Withdrawn" AND
                       AccomUsername IN AccommodationRecord = CurrentUsername)
                      OR
                      (AccomTargetStatus NOT = "Withdrawn" AND
                       FUNCTION TRIM(AccomStatus IN AccommodationRecord)
                       = "Pending")
                       ADD 1 TO AccomScanIndex
                       IF AccomScanIndex = MenuOption AND
                          FUNCTION TRIM(AccomStatus IN AccommodationRecord)
                          = "Pending"
                           MOVE 'Y' TO AccomFound
                           MOVE AccomTargetStatus
                               TO AccomStatus IN AccommodationRecord
                           IF AccomTargetStatus NOT = "Withdrawn"
                               MOVE CurrentUsername
                                   TO AccomReviewer IN AccommodationRecord
                               MOVE CurrentCreatedDate
                                   TO AccomReviewDate IN AccommodationRecord
                               MOVE AccomNoteEntry
                                   TO AccomReviewNote IN AccommodationRecord
                           END-IF
                           MOVE AccomId IN AccommodationRecord
                               TO AccomSelectedId
                           MOVE AccomUsername IN AccommodationRecord
                               TO AccomTargetUser
                           MOVE AccomHost IN AccommodationRecord
                               TO AccomTargetHost
                           MOVE AccomRefTitle IN AccommodationRecord
                               TO AccomTargetTitle
                           MOVE AccomRefDate IN AccommodationRecord
                               TO AccomTargetDate
                       END-IF
                   END-IF
                   WRITE TempAccommodationRecord FROM AccommodationRecord
               END-READ
           END-PERFORM
           CLOSE AccommodationFile
           CLOSE TempAccommodationFile

           IF AccomFound = 'N' THEN
               MOVE "Only a pending request can be changed." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "accommodations.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "accommodations.dat"
               CALL "CBL_RENAME_FILE" USING "accommodations_temp.dat"
                   "accommodations.dat"
               PERFORM JournalAfterImage

               MOVE SPACES TO AuditDetailText
               STRING "Request " DELIMITED BY SIZE
                   AccomSelectedId DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(AccomTargetStatus) DELIMITED BY SIZE
                   INTO AuditDetailText
               IF AccomTargetStatus = "Withdrawn"
                   MOVE "ACCOM_WITHDRAW" TO AuditActionName
                   PERFORM WriteAuditLog
                   MOVE "Request withdrawn." TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   MOVE "ACCOM_ARRANGED" TO AuditActionName
                   PERFORM WriteAuditLog
                   MOVE AccomTargetUser TO NotifTargetUsername
                   MOVE SPACES TO NotifMessageText
                   STRING "Your accommodation for " DELIMITED BY SIZE
                       FUNCTION TRIM(AccomTargetTitle) DELIMITED BY SIZE
                       " has been arranged." DELIMITED BY SIZE
                       INTO NotifMessageText
                   MOVE "OTHER" TO NotifCategory
                   PERFORM WriteNotification
                   IF AccomTargetHost NOT = SPACES
                       MOVE AccomTargetHost TO NotifTargetUsername
                       MOVE SPACES TO NotifMessageText
                       STRING "An accommodation has been arranged for "
                           DELIMITED BY SIZE
                           FUNCTION TRIM(AccomTargetUser) DELIMITED BY SIZE
                           " at " DELIMITED BY SIZE
                           FUNCTION TRIM(AccomTargetTitle) DELIMITED BY SIZE
                           INTO NotifMessageText
                       MOVE "OTHER" TO NotifCategory
                       PERFORM WriteNotification
                   END-IF
                   MOVE "Request marked as arranged; the student and host were notified."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               END-IF
           END-IF.

      *> The work queue for disability services: every pending request
      *> with the student's own description.
       ReviewAccommodations.
           MOVE "Pending accommodation requests:" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE 0 TO AccomListCount
           MOVE 'N' TO EOF-AccommodationFile
           OPEN INPUT AccommodationFile
           PERFORM UNTIL EOF-AccommodationFile = 'Y'
               READ AccommodationFile INTO AccommodationRecord
               AT END
                   MOVE 'Y' TO EOF-AccommodationFile
               NOT AT END
                   IF FUNCTION TRIM(AccomStatus IN AccommodationRecord)
                      = "Pending"
                       ADD 1 TO AccomListCount
                       PERFORM SetAccomTypeText
                       MOVE SPACES TO CurrentMessage
                       STRING FUNCTION TRIM(AccomListCount) DELIMITED BY SIZE
                           ". " DELIMITED BY SIZE
                           FUNCTION TRIM(AccomUsername IN AccommodationRecord)
                           DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           FUNCTION TRIM(AccomTypeText) DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           FUNCTION TRIM(AccomRefTitle IN AccommodationRecord)
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AccomRefDate IN AccommodationRecord DELIMITED BY SIZE
                           " (host " DELIMITED BY SIZE
                           FUNCTION TRIM(AccomHost IN AccommodationRecord)
                           DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                       MOVE SPACES TO CurrentMessage
                       STRING "   Need: " DELIMITED BY SIZE
                           FUNCTION TRIM(AccomNeed IN AccommodationRecord)
                           DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           FUNCTION TRIM(AccomDetail IN AccommodationRecord)
                           DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
               END-READ
           END-PERFORM
           CLOSE AccommodationFile

           IF AccomListCount = 0 THEN
               MOVE "No pending requests." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter number to mark as arranged, or 0 to skip:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               IF MenuOption > 0 AND MenuOption <= AccomListCount THEN
                   MOVE MenuOption TO AccomPickIndex
                   MOVE "Note for the student (what was arranged):"
                       TO CurrentMessage
                   PERFORM DisplayAndLog
                   PERFORM ReadAccomLine
                   MOVE AccomEntry(1:100) TO AccomNoteEntry
                   MOVE AccomPickIndex TO MenuOption
                   MOVE "Arranged" TO AccomTargetStatus
                   PERFORM UpdateAccommodation
               END-IF
           END-IF.

      *> What a host, poster or coordinator may see about one attendee:
      *> blank, " [accommodation pending]" or " [accommodation arranged]".
       LookupAccommodationTag.
           MOVE SPACES TO AccomTagText
           MOVE 'N' TO EOF-AccommodationFile
           OPEN INPUT AccommodationFile
           PERFORM UNTIL EOF-AccommodationFile = 'Y'
               READ AccommodationFile INTO AccommodationRecord
               AT END
                   MOVE 'Y' TO EOF-AccommodationFile
               NOT AT END
                   IF AccomType IN AccommodationRecord = AccomTagType AND
                      AccomRefId IN AccommodationRecord = AccomTagRef AND
                      AccomUsername IN AccommodationRecord = AccomTagUser
                       EVALUATE FUNCTION TRIM(AccomStatus IN AccommodationRecord)
                           WHEN "Pending"
                               MOVE " [accommodation pending]" TO AccomTagText
                           WHEN "Arranged"
                               MOVE " [accommodation arranged]" TO AccomTagText
                       END-EVALUATE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE AccommodationFile.

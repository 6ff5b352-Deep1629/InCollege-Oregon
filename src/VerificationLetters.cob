      *> Official verification letters. A student picks a placement they
      *> were hired into, the confirmed hours on a placement, or an offer
      *> they accepted, says what the letter is for, and the request waits
      *> in verification_letters.dat as Requested until staff issue or
      *> decline it from the admin console. Only hours the employer has
      *> confirmed count towards an hours letter.
       VerificationLettersMenu.
           MOVE "--- Verification Letters ---" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "1. Request a Letter  2. View My Letter Requests  0. Back"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           EVALUATE MenuOption
               WHEN 1
                   PERFORM RequestVerificationLetter
               WHEN 2
                   PERFORM ViewMyLetterRequests
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid option. Please try again." TO CurrentMessage
                   PERFORM DisplayAndLog
           END-EVALUATE.

       RequestVerificationLetter.
           MOVE "What should the letter verify?" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "1. A placement I was hired into  2. My confirmed placement hours  3. A job offer I accepted"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           MOVE SPACE TO LetterType
           MOVE 0 TO LetterPickCount
           EVALUATE MenuOption
               WHEN 1
                   MOVE 'P' TO LetterType
                   PERFORM LoadLetterPlacements
               WHEN 2
                   MOVE 'H' TO LetterType
                   PERFORM LoadLetterHours
               WHEN 3
                   MOVE 'O' TO LetterType
                   PERFORM LoadLetterOffers
               WHEN OTHER
                   MOVE "Invalid option. Please try again." TO CurrentMessage
                   PERFORM DisplayAndLog
           END-EVALUATE

           IF LetterType NOT = SPACE
               IF LetterPickCount = 0 THEN
                   MOVE "You have nothing of that kind on file to verify."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   PERFORM PickVerificationLetter
               END-IF
           END-IF.

       PickVerificationLetter.
           PERFORM VARYING LetterPickIndex FROM 1 BY 1
                   UNTIL LetterPickIndex > LetterPickCount
               MOVE SPACES TO CurrentMessage
               IF LetterType = 'H'
                   MOVE LetterPickHours(LetterPickIndex) TO LetterHoursDisplay
                   STRING LetterPickIndex DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       FUNCTION TRIM(LetterPickTitle(LetterPickIndex))
                       DELIMITED BY SIZE
                       " at " DELIMITED BY SIZE
                       FUNCTION TRIM(LetterPickEmployer(LetterPickIndex))
                       DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FUNCTION TRIM(LetterHoursDisplay) DELIMITED BY SIZE
                       " confirmed hours" DELIMITED BY SIZE
                       INTO CurrentMessage
               ELSE
                   STRING LetterPickIndex DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       FUNCTION TRIM(LetterPickTitle(LetterPickIndex))
                       DELIMITED BY SIZE
                       " at " DELIMITED BY SIZE
                       FUNCTION TRIM(LetterPickEmployer(LetterPickIndex))
                       DELIMITED BY SIZE
                       INTO CurrentMessage
               END-IF
               PERFORM DisplayAndLog
           END-PERFORM
           MOVE "Enter # for the letter, or 0 to cancel:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           IF MenuOption < 1 OR MenuOption > LetterPickCount THEN
               MOVE "No letter requested." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE MenuOption TO LetterPick
               PERFORM CheckLetterAlreadyPending
               IF LetterAlreadyPending = 'Y' THEN
                   MOVE "You already have a request waiting for that letter."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   PERFORM EnterLetterPurpose
                   PERFORM SaveLetterRequest
               END-IF
           END-IF.

       EnterLetterPurpose.
           MOVE "What is the letter for? (e.g. visa application, scholarship, landlord):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           READ InputFile INTO InputRecord
           AT END
               PERFORM CountUnansweredPrompt
               MOVE 'Y' TO EOF-InputFile
               MOVE SPACES TO LetterPurpose
           NOT AT END
               PERFORM IncrementInputCheckpoint
               MOVE FUNCTION TRIM(InputRecord(1:50)) TO LetterPurpose
           END-READ
           IF LetterPurpose = SPACES
               MOVE "General verification" TO LetterPurpose
           END-IF.

      *> Applications the student was hired on.
       LoadLetterPlacements.
           MOVE 'N' TO EOF-ApplicationFile
           OPEN INPUT ApplicationFile
           PERFORM UNTIL EOF-ApplicationFile = 'Y'
               READ ApplicationFile INTO ApplicationRecord
               AT END
                   MOVE 'Y' TO EOF-ApplicationFile
               NOT AT END
                   IF AppUsername IN ApplicationRecord = CurrentUsername AND
                      FUNCTION TRIM(AppStatus IN ApplicationRecord) = "Hired"
                      AND AppJobId IN ApplicationRecord IS NUMERIC AND
                      LetterPickCount < 20
                       ADD 1 TO LetterPickCount
                       MOVE AppJobId IN ApplicationRecord
                           TO LetterPickJobId(LetterPickCount)
                       MOVE AppJobTitle IN ApplicationRecord
                           TO LetterPickTitle(LetterPickCount)
                       MOVE AppJobEmployer IN ApplicationRecord
                           TO LetterPickEmployer(LetterPickCount)
                       MOVE 0 TO LetterPickHours(LetterPickCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ApplicationFile.

      *> Confirmed hours, one line per placement with the hours totalled.
       LoadLetterHours.
           MOVE 'N' TO EOF-PlacementHoursFile
           OPEN INPUT PlacementHoursFile
           PERFORM UNTIL EOF-PlacementHoursFile = 'Y'
               READ PlacementHoursFile INTO PlacementHoursRecord
               AT END
                   MOVE 'Y' TO EOF-PlacementHoursFile
               NOT AT END
                   IF HoursUsername IN PlacementHoursRecord = CurrentUsername
                      AND FUNCTION TRIM(HoursStatus IN PlacementHoursRecord)
                          = "Confirmed"
                      AND HoursWorked IN PlacementHoursRecord IS NUMERIC
                       PERFORM AddLetterHoursLine
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PlacementHoursFile

           OPEN INPUT JobFile
           PERFORM VARYING LetterPickIndex FROM 1 BY 1
                   UNTIL LetterPickIndex > LetterPickCount
               MOVE LetterPickJobId(LetterPickIndex) TO JobId IN JobRecord
               READ JobFile
               INVALID KEY
                   MOVE "Placement" TO LetterPickTitle(LetterPickIndex)
                   MOVE "an employer no longer listed"
                       TO LetterPickEmployer(LetterPickIndex)
               NOT INVALID KEY
                   MOVE JobTitle IN JobRecord TO LetterPickTitle(LetterPickIndex)
                   MOVE JobEmployer IN JobRecord
                       TO LetterPickEmployer(LetterPickIndex)
               END-READ
           END-PERFORM
           CLOSE JobFile.

       AddLetterHoursLine.
           MOVE 0 TO LetterPick
           PERFORM VARYING LetterPickIndex FROM 1 BY 1
                   UNTIL LetterPickIndex > LetterPickCount
               IF LetterPickJobId(LetterPickIndex) =
                  HoursJobId IN PlacementHoursRecord
                   MOVE LetterPickIndex TO LetterPick
               END-IF
           END-PERFORM
           IF LetterPick = 0 AND LetterPickCount < 20
               ADD 1 TO LetterPickCount
               MOVE LetterPickCount TO LetterPick
               MOVE HoursJobId IN PlacementHoursRecord
                   TO LetterPickJobId(LetterPick)
               MOVE SPACES TO LetterPickTitle(LetterPick)
               MOVE SPACES TO LetterPickEmployer(LetterPick)
               MOVE 0 TO LetterPickHours(LetterPick)
           END-IF
           IF LetterPick > 0
               ADD HoursWorked IN PlacementHoursRecord
                   TO LetterPickHours(LetterPick)
           END-IF.

      *> Formal offers the student accepted.
       LoadLetterOffers.
           MOVE 'N' TO EOF-JobOfferFile
           OPEN INPUT JobOfferFile
           PERFORM UNTIL EOF-JobOfferFile = 'Y'
               READ JobOfferFile INTO JobOfferRecord
               AT END
                   MOVE 'Y' TO EOF-JobOfferFile
               NOT AT END
                   IF OfferApplicant IN JobOfferRecord = CurrentUsername AND
                      FUNCTION TRIM(OfferStatus IN JobOfferRecord) = "Accepted"
                      AND LetterPickCount < 20
                       ADD 1 TO LetterPickCount
                       MOVE OfferJobId IN JobOfferRecord
                           TO LetterPickJobId(LetterPickCount)
                       MOVE OfferJobTitle IN JobOfferRecord
                           TO LetterPickTitle(LetterPickCount)
                       MOVE "an employer no longer listed"
                           TO LetterPickEmployer(LetterPickCount)
                       MOVE 0 TO LetterPickHours(LetterPickCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE JobOfferFile

           OPEN INPUT JobFile
           PERFORM VARYING LetterPickIndex FROM 1 BY 1
                   UNTIL LetterPickIndex > LetterPickCount
               MOVE LetterPickJobId(LetterPickIndex) TO JobId IN JobRecord
               READ JobFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE JobEmployer IN JobRecord
                       TO LetterPickEmployer(LetterPickIndex)
               END-READ
           END-PERFORM
           CLOSE JobFile.

      *> Also works out the next register id.
       CheckLetterAlreadyPending.
           MOVE 'N' TO LetterAlreadyPending
           MOVE 0 TO LetterNextId
           MOVE 'N' TO EOF-VerificationLetterFile
           OPEN INPUT VerificationLetterFile
           PERFORM UNTIL EOF-VerificationLetterFile = 'Y'
               READ VerificationLetterFile INTO VerificationLetterRecord
               AT END
                   MOVE 'Y' TO EOF-VerificationLetterFile
               NOT AT END
                   IF VlId IN VerificationLetterRecord > LetterNextId
                       MOVE VlId IN VerificationLetterRecord TO LetterNextId
                   END-IF
                   IF VlUsername IN VerificationLetterRecord = CurrentUsername
                      AND VlType IN VerificationLetterRecord = LetterType
                      AND VlJobId IN VerificationLetterRecord =
                          LetterPickJobId(LetterPick)
                      AND FUNCTION TRIM(VlStatus IN VerificationLetterRecord)
                          = "Requested"
                       MOVE 'Y' TO LetterAlreadyPending
                   END-IF
               END-READ
           END-PERFORM
           CLOSE VerificationLetterFile
           ADD 1 TO LetterNextId.

       SaveLetterRequest.
           PERFORM StampCreatedDate
           MOVE "verification_letters.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND VerificationLetterFile
           MOVE SPACES TO VerificationLetterRecord
           MOVE LetterNextId TO VlId IN VerificationLetterRecord
           MOVE CurrentUsername TO VlUsername IN VerificationLetterRecord
           MOVE LetterType TO VlType IN VerificationLetterRecord
           MOVE LetterPickJobId(LetterPick) TO VlJobId IN VerificationLetterRecord
           MOVE LetterPickTitle(LetterPick)
               TO VlJobTitle IN VerificationLetterRecord
           MOVE LetterPickEmployer(LetterPick)
               TO VlEmployer IN VerificationLetterRecord
           MOVE LetterPurpose TO VlPurpose IN VerificationLetterRecord
           MOVE CurrentCreatedDate TO VlRequestDate IN VerificationLetterRecord
           MOVE "Requested" TO VlStatus IN VerificationLetterRecord
           WRITE VerificationLetterRecord
           CLOSE VerificationLetterFile
           MOVE "verification_letters.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           PERFORM DescribeLetterType
           MOVE "LETTER_REQUEST" TO AuditActionName
           MOVE SPACES TO AuditDetailText
           STRING "Requested " DELIMITED BY SIZE
               FUNCTION TRIM(LetterTypeText) DELIMITED BY SIZE
               " letter for job " DELIMITED BY SIZE
               LetterPickJobId(LetterPick) DELIMITED BY SIZE
               INTO AuditDetailText
           PERFORM WriteAuditLog

           MOVE "Your request has been sent to Career Services. You will be notified when the letter is issued."
               TO CurrentMessage
           PERFORM DisplayAndLog.

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

       ViewMyLetterRequests.
           MOVE "Your verification letter requests:" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE 0 TO LetterRequestCount
           MOVE 'N' TO EOF-VerificationLetterFile
           OPEN INPUT VerificationLetterFile
           PERFORM UNTIL EOF-VerificationLetterFile = 'Y'
               READ VerificationLetterFile INTO VerificationLetterRecord
               AT END
                   MOVE 'Y' TO EOF-VerificationLetterFile
               NOT AT END
                   IF VlUsername IN VerificationLetterRecord = CurrentUsername
                       ADD 1 TO LetterRequestCount
                       MOVE VlType IN VerificationLetterRecord TO LetterType
                       PERFORM DescribeLetterType
                       MOVE SPACES TO CurrentMessage
                       STRING "- " DELIMITED BY SIZE
                           FUNCTION TRIM(LetterTypeText) DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           FUNCTION TRIM(VlJobTitle IN VerificationLetterRecord)
                           DELIMITED BY SIZE
                           " at " DELIMITED BY SIZE
                           FUNCTION TRIM(VlEmployer IN VerificationLetterRecord)
                           DELIMITED BY SIZE
                           " (requested " DELIMITED BY SIZE
                           VlRequestDate IN VerificationLetterRecord
                           DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                       MOVE SPACES TO CurrentMessage
                       EVALUATE FUNCTION TRIM(VlStatus IN VerificationLetterRecord)
                           WHEN "Issued"
                               STRING "  Issued " DELIMITED BY SIZE
                                   VlDecidedDate IN VerificationLetterRecord
                                   DELIMITED BY SIZE
                                   ", verification number " DELIMITED BY SIZE
                                   FUNCTION TRIM(VlNumber
                                       IN VerificationLetterRecord)
                                   DELIMITED BY SIZE
                                   INTO CurrentMessage
                           WHEN "Declined"
                               STRING "  Declined " DELIMITED BY SIZE
                                   VlDecidedDate IN VerificationLetterRecord
                                   DELIMITED BY SIZE
                                   ": " DELIMITED BY SIZE
                                   FUNCTION TRIM(VlNote
                                       IN VerificationLetterRecord)
                                   DELIMITED BY SIZE
                                   INTO CurrentMessage
                           WHEN OTHER
                               MOVE "  Waiting for Career Services"
                                   TO CurrentMessage
                       END-EVALUATE
                       PERFORM DisplayAndLog
                   END-IF
               END-READ
           END-PERFORM
           CLOSE VerificationLetterFile
           IF LetterRequestCount = 0 THEN
               MOVE "You have not requested any verification letters."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

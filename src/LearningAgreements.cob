      *> Internship-for-credit learning agreements (learning_agreements.dat).
      *> Status runs Pending -> Active once both the faculty sponsor and
      *> the poster approve (Declined if either refuses) -> Evaluated when
      *> the poster files the supervisor evaluation -> Passed or Failed
      *> when the sponsor records the grade in the advisor dashboard.
       MyLearningAgreements.
           MOVE "--- My Learning Agreements ---" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "1. Propose a Learning Agreement  2. View My Agreements  0. Back"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           EVALUATE MenuOption
               WHEN 1
                   PERFORM ProposeLearningAgreement
               WHEN 2
                   MOVE 'S' TO LaFilterMode
                   PERFORM ListLearningAgreements
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid option. Please try again." TO CurrentMessage
                   PERFORM DisplayAndLog
           END-EVALUATE.

       ProposeLearningAgreement.
           PERFORM ListActivePlacements
           IF PlacementListCount = 0 THEN
               MOVE "A learning agreement needs an accepted placement."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter placement # for the agreement, or 0 to skip:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               IF MenuOption > 0 AND MenuOption <= PlacementListCount THEN
                   PERFORM SelectPlacementByIndex
                   IF PlacementJobId > 0 THEN
                       PERFORM EnterLearningAgreement
                   END-IF
               END-IF
           END-IF.

       EnterLearningAgreement.
           MOVE 'N' TO LaDuplicateFound
           MOVE 'N' TO EOF-LearningAgreementFile
           OPEN INPUT LearningAgreementFile
           PERFORM UNTIL EOF-LearningAgreementFile = 'Y'
               READ LearningAgreementFile INTO LearningAgreementRecord
               AT END
                   MOVE 'Y' TO EOF-LearningAgreementFile
               NOT AT END
                   IF LaStudent IN LearningAgreementRecord = CurrentUsername
                      AND LaJobId IN LearningAgreementRecord = PlacementJobId
                      AND FUNCTION TRIM(LaStatus IN LearningAgreementRecord)
                          NOT = "Declined"
                      AND FUNCTION TRIM(LaStatus IN LearningAgreementRecord)
                          NOT = "Failed"
                       MOVE 'Y' TO LaDuplicateFound
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LearningAgreementFile

           IF LaDuplicateFound = 'Y' THEN
               MOVE "You already have a learning agreement for this placement."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter your faculty sponsor's username:" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadLearningAgreementLine
               MOVE FUNCTION UPPER-CASE(LaLineEntry(1:20)) TO LaSponsorEntry
               MOVE 'N' TO LaSponsorValid
               OPEN INPUT UserDataFile
               MOVE LaSponsorEntry TO Username IN UserRecord
               READ UserDataFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF UserRole IN UserRecord = 'V'
                       MOVE 'Y' TO LaSponsorValid
                   END-IF
               END-READ
               CLOSE UserDataFile

               IF LaSponsorValid = 'N' THEN
                   MOVE "That user is not a faculty advisor; no agreement created."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   PERFORM EnterLearningAgreementTerms
               END-IF
           END-IF.

       EnterLearningAgreementTerms.
           MOVE "Enter the credit hours (1-12):" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           MOVE MenuOption TO LaCreditEntry
           MOVE "Enter the total placement hours required (1-2000):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadLearningAgreementLine
           MOVE 0 TO LaRequiredEntry
           IF FUNCTION TRIM(LaLineEntry(1:4)) IS NUMERIC
               MOVE FUNCTION NUMVAL(LaLineEntry(1:4)) TO LaRequiredEntry
           END-IF

           IF LaCreditEntry = 0 OR LaCreditEntry > 12 OR
              LaRequiredEntry = 0 OR LaRequiredEntry > 2000 THEN
               MOVE "Credit or hours out of range; no agreement created."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter the learning objectives (one line):"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadLearningAgreementLine
               MOVE LaLineEntry TO LaObjectivesEntry

               PERFORM StampCreatedDate
               MOVE CurrentCreatedDate TO TermAsOfDate
               PERFORM DetermineTermContext
               MOVE SPACES TO CurrentMessage
               STRING "Enter the term code for the credit, or blank for "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(TermCurrentCode) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadLearningAgreementLine
               IF FUNCTION TRIM(LaLineEntry) = SPACES
                   MOVE TermCurrentCode TO LaTermEntry
               ELSE
                   MOVE FUNCTION UPPER-CASE(LaLineEntry(1:6))
                       TO LaTermEntry
               END-IF

               MOVE "learning_agreements.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND LearningAgreementFile
               MOVE SPACES TO LearningAgreementRecord
               MOVE CurrentUsername TO LaStudent IN LearningAgreementRecord
               MOVE PlacementJobId TO LaJobId IN LearningAgreementRecord
               MOVE PlacementTitle TO LaJobTitle IN LearningAgreementRecord
               MOVE PlacementPoster TO LaPoster IN LearningAgreementRecord
               MOVE LaSponsorEntry TO LaSponsor IN LearningAgreementRecord
               MOVE LaTermEntry TO LaTermCode IN LearningAgreementRecord
               MOVE LaCreditEntry TO LaCreditHours IN LearningAgreementRecord
               MOVE LaRequiredEntry
                   TO LaRequiredHours IN LearningAgreementRecord
               MOVE LaObjectivesEntry
                   TO LaObjectives IN LearningAgreementRecord
               MOVE "Pending" TO LaStatus IN LearningAgreementRecord
               MOVE 0 TO LaEvalRating IN LearningAgreementRecord
               MOVE CurrentCreatedDate
                   TO LaCreatedDate IN LearningAgreementRecord
               WRITE LearningAgreementRecord
               CLOSE LearningAgreementFile
               MOVE "learning_agreements.dat" TO JournalMasterName
               PERFORM JournalAfterImage

               MOVE "LA_PROPOSED" TO AuditActionName
               MOVE SPACES TO AuditDetailText
               STRING "Job ID " DELIMITED BY SIZE
                   PlacementJobId DELIMITED BY SIZE
                   " sponsor " DELIMITED BY SIZE
                   FUNCTION TRIM(LaSponsorEntry) DELIMITED BY SIZE
                   " term " DELIMITED BY SIZE
                   FUNCTION TRIM(LaTermEntry) DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAuditLog

               MOVE LaSponsorEntry TO NotifTargetUsername
               MOVE SPACES TO NotifMessageText
               STRING FUNCTION TRIM(CurrentUsername) DELIMITED BY SIZE
                   " asks you to sponsor a learning agreement for "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(PlacementTitle) DELIMITED BY SIZE
                   INTO NotifMessageText
               MOVE "JOBS" TO NotifCategory
               PERFORM WriteNotification
               MOVE PlacementPoster TO NotifTargetUsername
               MOVE SPACES TO NotifMessageText
               STRING FUNCTION TRIM(CurrentUsername) DELIMITED BY SIZE
                   " submitted a learning agreement for " DELIMITED BY SIZE
                   FUNCTION TRIM(PlacementTitle) DELIMITED BY SIZE
                   "; please review it" DELIMITED BY SIZE
                   INTO NotifMessageText
               MOVE "JOBS" TO NotifCategory
               PERFORM WriteNotification

               MOVE "Agreement submitted to your sponsor and the poster for approval."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       ReadLearningAgreementLine.
           READ InputFile INTO InputRecord
           AT END
               PERFORM CountUnansweredPrompt
               MOVE 'Y' TO EOF-InputFile
               MOVE SPACES TO LaLineEntry
           NOT AT END
               PERFORM IncrementInputCheckpoint
               MOVE FUNCTION TRIM(InputRecord(1:200)) TO LaLineEntry
           END-READ.

      *> LaFilterMode S lists the signed-in student's agreements, J the
      *> agreements on the posting being managed (CurrentJobId).
       CheckLearningAgreementFilter.
           MOVE 'N' TO LaFilterMatch
           IF LaFilterMode = 'S' AND
              LaStudent IN LearningAgreementRecord = CurrentUsername
               MOVE 'Y' TO LaFilterMatch
           END-IF
           IF LaFilterMode = 'J' AND
              LaJobId IN LearningAgreementRecord = CurrentJobId
               MOVE 'Y' TO LaFilterMatch
           END-IF.

       ListLearningAgreements.
           MOVE 0 TO LaListCount
           MOVE 'N' TO EOF-LearningAgreementFile
           OPEN INPUT LearningAgreementFile
           PERFORM UNTIL EOF-LearningAgreementFile = 'Y'
               READ LearningAgreementFile INTO LearningAgreementRecord
               AT END
                   MOVE 'Y' TO EOF-LearningAgreementFile
               NOT AT END
                   PERFORM CheckLearningAgreementFilter
                   IF LaFilterMatch = 'Y'
                       ADD 1 TO LaListCount
                       MOVE LearningAgreementRecord TO LaHeldRecord
                       PERFORM ShowLearningAgreement
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LearningAgreementFile
           IF LaListCount = 0 THEN
               MOVE "No learning agreements on file." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       ShowLearningAgreement.
           PERFORM SumLearningAgreementHours
           MOVE SPACES TO CurrentMessage
           STRING FUNCTION TRIM(LaListCount) DELIMITED BY SIZE
               ". " DELIMITED BY SIZE
               FUNCTION TRIM(LaHeldJobTitle) DELIMITED BY SIZE
               " - student " DELIMITED BY SIZE
               FUNCTION TRIM(LaHeldStudent) DELIMITED BY SIZE
               ", sponsor " DELIMITED BY SIZE
               FUNCTION TRIM(LaHeldSponsor) DELIMITED BY SIZE
               ", term " DELIMITED BY SIZE
               FUNCTION TRIM(LaHeldTermCode) DELIMITED BY SIZE
               " [" DELIMITED BY SIZE
               FUNCTION TRIM(LaHeldStatus) DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           MOVE SPACES TO CurrentMessage
           STRING "   " DELIMITED BY SIZE
               LaHeldCreditHours DELIMITED BY SIZE
               " credit(s); hours confirmed " DELIMITED BY SIZE
               LaHoursLogged DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               LaHeldRequiredHours DELIMITED BY SIZE
               " required; approvals: sponsor " DELIMITED BY SIZE
               LaHeldSponsorApproval DELIMITED BY SIZE
               " poster " DELIMITED BY SIZE
               LaHeldPosterApproval DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           MOVE SPACES TO CurrentMessage
           STRING "   Objectives: " DELIMITED BY SIZE
               FUNCTION TRIM(LaHeldObjectives) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           IF LaHeldEvalRating > 0
               MOVE SPACES TO CurrentMessage
               STRING "   Supervisor evaluation " DELIMITED BY SIZE
                   LaHeldEvalRating DELIMITED BY SIZE
                   "/5: " DELIMITED BY SIZE
                   FUNCTION TRIM(LaHeldEvalComment) DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       SumLearningAgreementHours.
           MOVE 0 TO LaHoursLogged
           MOVE 'N' TO EOF-PlacementHoursFile
           OPEN INPUT PlacementHoursFile
           PERFORM UNTIL EOF-PlacementHoursFile = 'Y'
               READ PlacementHoursFile INTO PlacementHoursRecord
               AT END
                   MOVE 'Y' TO EOF-PlacementHoursFile
               NOT AT END
                   IF HoursUsername IN PlacementHoursRecord = LaHeldStudent
                      AND HoursJobId IN PlacementHoursRecord = LaHeldJobId
                      AND FUNCTION TRIM(HoursStatus IN PlacementHoursRecord)
                      = "Confirmed"
                       ADD HoursWorked IN PlacementHoursRecord
                           TO LaHoursLogged
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PlacementHoursFile.

      *> Holds the MenuOption'th agreement under the current filter and
      *> remembers where it sits in the file for the rewrite.
       SelectLearningAgreement.
           MOVE 0 TO LaScanIndex
           MOVE 0 TO LaFilePosition
           MOVE 0 TO LaHeldPosition
           MOVE 'N' TO EOF-LearningAgreementFile
           OPEN INPUT LearningAgreementFile
           PERFORM UNTIL EOF-LearningAgreementFile = 'Y'
               READ LearningAgreementFile INTO LearningAgreementRecord
               AT END
                   MOVE 'Y' TO EOF-LearningAgreementFile
               NOT AT END
                   ADD 1 TO LaFilePosition
                   PERFORM CheckLearningAgreementFilter
                   IF LaFilterMatch = 'Y'
                       ADD 1 TO LaScanIndex
                       IF LaScanIndex = MenuOption
                           MOVE LearningAgreementRecord TO LaHeldRecord
                           MOVE LaFilePosition TO LaHeldPosition
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LearningAgreementFile.

       RewriteLearningAgreement.
           MOVE 0 TO LaFilePosition
           MOVE 'N' TO EOF-LearningAgreementFile
           OPEN INPUT LearningAgreementFile
           OPEN OUTPUT TempLearningAgreementFile
           PERFORM UNTIL EOF-LearningAgreementFile = 'Y'
               READ LearningAgreementFile INTO LearningAgreementRecord
               AT END
                   MOVE 'Y' TO EOF-LearningAgreementFile
               NOT AT END
                   ADD 1 TO LaFilePosition
                   IF LaFilePosition = LaHeldPosition
                       WRITE TempLearningAgreementRecord FROM LaHeldRecord
                   ELSE
                       WRITE TempLearningAgreementRecord
                           FROM LearningAgreementRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LearningAgreementFile
           CLOSE TempLearningAgreementFile
           MOVE "learning_agreements.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "learning_agreements.dat"
           CALL "CBL_RENAME_FILE" USING "learning_agreements_temp.dat"
               "learning_agreements.dat"
           PERFORM JournalAfterImage.

      *> Poster side, reached from the posting's manage menu.
       PosterLearningAgreements.
           MOVE "Learning agreements on this posting:" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE 'J' TO LaFilterMode
           PERFORM ListLearningAgreements
           IF LaListCount > 0 THEN
               MOVE "Enter agreement # to approve or evaluate, or 0 to skip:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               IF MenuOption > 0 AND MenuOption <= LaListCount THEN
                   PERFORM SelectLearningAgreement
                   IF LaHeldPosition > 0
                       PERFORM ActOnLearningAgreement
                   END-IF
               END-IF
           END-IF.

       ActOnLearningAgreement.
           IF FUNCTION TRIM(LaHeldStatus) = "Pending" AND
              LaHeldPosterApproval = SPACE THEN
               MOVE "Approve this learning agreement? (Y/N)" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadLearningAgreementLine
               IF LaLineEntry(1:1) = "Y" OR LaLineEntry(1:1) = "y"
                   MOVE 'Y' TO LaHeldPosterApproval
               ELSE
                   MOVE 'N' TO LaHeldPosterApproval
               END-IF
               PERFORM SettleLearningAgreement
               PERFORM RewriteLearningAgreement
               MOVE "LA_POSTER_REVIEW" TO AuditActionName
               MOVE SPACES TO AuditDetailText
               STRING "Job ID " DELIMITED BY SIZE
                   LaHeldJobId DELIMITED BY SIZE
                   " student " DELIMITED BY SIZE
                   FUNCTION TRIM(LaHeldStudent) DELIMITED BY SIZE
                   " now " DELIMITED BY SIZE
                   FUNCTION TRIM(LaHeldStatus) DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAuditLog
               MOVE SPACES TO CurrentMessage
               STRING "Agreement is now " DELIMITED BY SIZE
                   FUNCTION TRIM(LaHeldStatus) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               IF FUNCTION TRIM(LaHeldStatus) = "Active" THEN
                   PERFORM EnterSupervisorEvaluation
               ELSE
                   MOVE "Nothing is waiting on you for this agreement."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               END-IF
           END-IF.

      *> Both approvals make the agreement Active; either refusal ends it.
       SettleLearningAgreement.
           IF LaHeldSponsorApproval = 'N' OR LaHeldPosterApproval = 'N'
               MOVE "Declined" TO LaHeldStatus
           ELSE
               IF LaHeldSponsorApproval = 'Y' AND LaHeldPosterApproval = 'Y'
                   MOVE "Active" TO LaHeldStatus
               END-IF
           END-IF
           IF FUNCTION TRIM(LaHeldStatus) NOT = "Pending"
               MOVE LaHeldStudent TO NotifTargetUsername
               MOVE SPACES TO NotifMessageText
               STRING "Your learning agreement for " DELIMITED BY SIZE
                   FUNCTION TRIM(LaHeldJobTitle) DELIMITED BY SIZE
                   " is now " DELIMITED BY SIZE
                   FUNCTION TRIM(LaHeldStatus) DELIMITED BY SIZE
                   INTO NotifMessageText
               MOVE "JOBS" TO NotifCategory
               PERFORM WriteNotification
           END-IF.

      *> The evaluation opens at the end of the agreement's term, or
      *> earlier once the required hours have all been confirmed.
       EnterSupervisorEvaluation.
           PERFORM SumLearningAgreementHours
           PERFORM StampCreatedDate
           MOVE 'Y' TO LaEvalOpen
           MOVE SPACES TO LaTermEndDate
           IF LaHoursLogged < LaHeldRequiredHours
               MOVE 'N' TO EOF-TermCalendarFile
               OPEN INPUT TermCalendarFile
               PERFORM UNTIL EOF-TermCalendarFile = 'Y'
                   READ TermCalendarFile INTO TermCalendarRecord
                   AT END
                       MOVE 'Y' TO EOF-TermCalendarFile
                   NOT AT END
                       IF TermCode IN TermCalendarRecord = LaHeldTermCode
                           MOVE TermEndDate IN TermCalendarRecord
                               TO LaTermEndDate
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TermCalendarFile
               IF LaTermEndDate NOT = SPACES AND
                  LaTermEndDate > CurrentCreatedDate
                   MOVE 'N' TO LaEvalOpen
               END-IF
           END-IF

           IF LaEvalOpen = 'N' THEN
               MOVE SPACES TO CurrentMessage
               STRING "The supervisor evaluation opens when term "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(LaHeldTermCode) DELIMITED BY SIZE
                   " ends on " DELIMITED BY SIZE
                   LaTermEndDate DELIMITED BY SIZE
                   " or the required hours are confirmed." DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Rate the student's performance (1 = poor, 5 = excellent):"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               IF MenuOption < 1 OR MenuOption > 5 THEN
                   MOVE "Rating must be 1 to 5; evaluation not saved."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   MOVE MenuOption TO LaHeldEvalRating
                   MOVE "Enter your evaluation comments (one line):"
                       TO CurrentMessage
                   PERFORM DisplayAndLog
                   PERFORM ReadLearningAgreementLine
                   MOVE LaLineEntry TO LaHeldEvalComment
                   MOVE CurrentCreatedDate TO LaHeldEvalDate
                   MOVE "Evaluated" TO LaHeldStatus
                   PERFORM RewriteLearningAgreement

                   MOVE "LA_EVALUATED" TO AuditActionName
                   MOVE SPACES TO AuditDetailText
                   STRING "Job ID " DELIMITED BY SIZE
                       LaHeldJobId DELIMITED BY SIZE
                       " student " DELIMITED BY SIZE
                       FUNCTION TRIM(LaHeldStudent) DELIMITED BY SIZE
                       " rating " DELIMITED BY SIZE
                       LaHeldEvalRating DELIMITED BY SIZE
                       INTO AuditDetailText
                   PERFORM WriteAuditLog

                   MOVE LaHeldSponsor TO NotifTargetUsername
                   MOVE SPACES TO NotifMessageText
                   STRING "Supervisor evaluation filed for "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(LaHeldStudent) DELIMITED BY SIZE
                       "; please record pass/fail" DELIMITED BY SIZE
                       INTO NotifMessageText
                   MOVE "JOBS" TO NotifCategory
                   PERFORM WriteNotification
                   MOVE "Evaluation saved and sent to the faculty sponsor."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               END-IF
           END-IF.

       LogPlacementHours.
           MOVE "--- Log Placement Hours ---" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ListActivePlacements

           IF PlacementListCount = 0 THEN
               MOVE "You have no active placement on file." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter placement # to log hours for, or 0 to skip:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               IF MenuOption > 0 AND MenuOption <= PlacementListCount THEN
                   PERFORM SelectPlacementByIndex
                   IF PlacementJobId > 0 THEN
                       PERFORM EnterWeeklyHours
                   END-IF
               END-IF
           END-IF.

       ListActivePlacements.
           MOVE "Your active placements (accepted offers):" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE 0 TO PlacementListCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE JobOfferFile.

       SelectPlacementByIndex.
           MOVE 0 TO PlacementJobId
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   MOVE "placement_hours.dat" TO JournalMasterName
                   PERFORM JournalBeforeImage
                   OPEN EXTEND PlacementHoursFile
                   MOVE SPACES TO PlacementHoursRecord
                   MOVE CurrentUsername
                   MOVE "Submitted" TO HoursStatus IN PlacementHoursRecord
                   WRITE PlacementHoursRecord
                   CLOSE PlacementHoursFile
                   MOVE "placement_hours.dat" TO JournalMasterName
                   PERFORM JournalAfterImage

                   MOVE PlacementPoster TO NotifTargetUsername
                   MOVE SPACES TO NotifMessageText
               END-IF
           END-IF.

      *> Hours on a work-study placement may not be confirmed beyond
      *> what is left of the student's award.
       ConfirmOneHoursEntry.
           PERFORM FindPendingHoursEntry
           MOVE 'N' TO WorkStudyAwardFound
           MOVE 'N' TO WorkStudyBlocked
           IF FUNCTION TRIM(WorkStudyUser) NOT = SPACES
               PERFORM FindWorkStudyAward
           END-IF
           IF WorkStudyAwardFound = 'Y'
               PERFORM SumWorkStudyDrawn
               MOVE WorkStudyPercentUsed TO WorkStudyPriorPercent
               COMPUTE WorkStudyProposedAmount = WorkStudyDrawnAmount +
                   WorkStudyNewHours * WorkStudyHourlyRate
               IF WorkStudyProposedAmount > WorkStudyAwardAmount
                   MOVE 'Y' TO WorkStudyBlocked
                   MOVE WorkStudyRemaining TO WorkStudyAmountDisplay
                   MOVE SPACES TO CurrentMessage
                   STRING "These hours would exceed "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WorkStudyUser) DELIMITED BY SIZE
                       "'s work-study award (remaining $" DELIMITED BY SIZE
                       FUNCTION TRIM(WorkStudyAmountDisplay)
                       DELIMITED BY SIZE
                       "); hours not confirmed." DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM DisplayAndLog
               END-IF
           END-IF
           IF WorkStudyBlocked = 'N'
               PERFORM ConfirmChosenHoursEntry
               IF WorkStudyAwardFound = 'Y'
                   PERFORM SumWorkStudyDrawn
                   PERFORM NotifyWorkStudyThreshold
               END-IF
           END-IF.

       FindPendingHoursEntry.
           MOVE 0 TO PlacementScanIndex
           MOVE SPACES TO WorkStudyUser
           MOVE 0 TO WorkStudyJobId
           MOVE SPACES TO WorkStudyDate
           MOVE 0 TO WorkStudyNewHours
           MOVE 'N' TO EOF-PlacementHoursFile
           OPEN INPUT PlacementHoursFile
           PERFORM UNTIL EOF-PlacementHoursFile = 'Y'
               READ PlacementHoursFile INTO PlacementHoursRecord
               AT END
                   MOVE 'Y' TO EOF-PlacementHoursFile
               NOT AT END
                   IF HoursJobId IN PlacementHoursRecord = CurrentJobId AND
                      FUNCTION TRIM(HoursStatus IN PlacementHoursRecord)
                      = "Submitted"
                       ADD 1 TO PlacementScanIndex
                       IF PlacementScanIndex = MenuOption THEN
                           MOVE HoursUsername IN PlacementHoursRecord
                               TO WorkStudyUser
                           MOVE HoursJobId IN PlacementHoursRecord
                               TO WorkStudyJobId
                           MOVE HoursWeekEnding IN PlacementHoursRecord
                               TO WorkStudyDate
                           MOVE HoursWorked IN PlacementHoursRecord
                               TO WorkStudyNewHours
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PlacementHoursFile.

      *> The student and the poster hear once as the award passes 80%
      *> and again when it is used up.
       NotifyWorkStudyThreshold.
           MOVE SPACES TO WorkStudyNoticeLevel
           IF WorkStudyPercentUsed >= 100 AND WorkStudyPriorPercent < 100
               MOVE "100%" TO WorkStudyNoticeLevel
           ELSE
               IF WorkStudyPercentUsed >= 80 AND WorkStudyPriorPercent < 80
                   MOVE "80%" TO WorkStudyNoticeLevel
               END-IF
           END-IF
           IF WorkStudyNoticeLevel NOT = SPACES
               MOVE WorkStudyRemaining TO WorkStudyAmountDisplay
               MOVE WorkStudyUser TO NotifTargetUsername
               MOVE SPACES TO NotifMessageText
               STRING "You have used " DELIMITED BY SIZE
                   FUNCTION TRIM(WorkStudyNoticeLevel) DELIMITED BY SIZE
                   " of your work-study award (remaining $"
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WorkStudyAmountDisplay) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO NotifMessageText
               MOVE "JOBS" TO NotifCategory
               PERFORM WriteNotification
               MOVE CurrentUsername TO NotifTargetUsername
               MOVE SPACES TO NotifMessageText
               STRING FUNCTION TRIM(WorkStudyUser) DELIMITED BY SIZE
                   " has used " DELIMITED BY SIZE
                   FUNCTION TRIM(WorkStudyNoticeLevel) DELIMITED BY SIZE
                   " of their work-study award for " DELIMITED BY SIZE
                   FUNCTION TRIM(CurrentJobTitle) DELIMITED BY SIZE
                   INTO NotifMessageText
               MOVE "JOBS" TO NotifCategory
               PERFORM WriteNotification
               MOVE SPACES TO CurrentMessage
               STRING "Work-study award now " DELIMITED BY SIZE
                   FUNCTION TRIM(WorkStudyNoticeLevel) DELIMITED BY SIZE
                   " used; the student has been notified." DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       ConfirmChosenHoursEntry.
           MOVE 0 TO PlacementScanIndex
           MOVE SPACES TO OfferTargetUser
           MOVE 'N' TO EOF-PlacementHoursFile

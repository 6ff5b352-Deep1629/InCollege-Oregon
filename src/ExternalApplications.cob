      *> Personal tracker for applications made outside InCollege - jobs
      *> found elsewhere and graduate or professional programs. Entries live
      *> in external_applications.dat and are the student's own account of
      *> what happened: status moves Applied -> Interviewing -> Offer, and
      *> once an outcome is recorded the entry is Closed. Accepted outcomes
      *> are picked up by PlacementsReport and FirstDestinationExtract as
      *> self-reported placements.
       ExternalApplicationsMenu.
           MOVE "--- Applications Outside InCollege ---" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "1. Log an Application  2. Update an Application  3. View My External Applications  0. Back"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           EVALUATE MenuOption
               WHEN 1
                   PERFORM LogExternalApplication
               WHEN 2
                   PERFORM UpdateExternalApplication
               WHEN 3
                   PERFORM ListExternalApplications
                   IF ExternalAppCount = 0 THEN
                       MOVE "You have not logged any applications made outside InCollege."
                           TO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid option. Please try again." TO CurrentMessage
                   PERFORM DisplayAndLog
           END-EVALUATE.

       LogExternalApplication.
           MOVE SPACE TO ExternalAppKind
           MOVE "Is this 1. A job or internship  2. A graduate or professional program"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           EVALUATE MenuOption
               WHEN 1
                   MOVE 'J' TO ExternalAppKind
                   PERFORM EnterExternalAppDetails
               WHEN 2
                   MOVE 'G' TO ExternalAppKind
                   PERFORM EnterExternalAppDetails
               WHEN OTHER
                   MOVE "No application logged." TO CurrentMessage
                   PERFORM DisplayAndLog
           END-EVALUATE.

       EnterExternalAppDetails.
           IF ExternalAppKind = 'J'
               MOVE "Enter the employer:" TO CurrentMessage
           ELSE
               MOVE "Enter the school or institution:" TO CurrentMessage
           END-IF
           PERFORM DisplayAndLog
           PERFORM ReadExternalAppLine
           MOVE ExternalAppLineEntry(1:50) TO ExternalAppOrg
           IF ExternalAppKind = 'J'
               MOVE "Enter the role:" TO CurrentMessage
           ELSE
               MOVE "Enter the program (e.g. MS Computer Science):"
                   TO CurrentMessage
           END-IF
           PERFORM DisplayAndLog
           PERFORM ReadExternalAppLine
           MOVE ExternalAppLineEntry(1:50) TO ExternalAppRole
           IF ExternalAppOrg = SPACES OR ExternalAppRole = SPACES
               MOVE "Both the organization and the role or program are required; nothing logged."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               PERFORM EnterExternalAppDate
           END-IF.

       EnterExternalAppDate.
           PERFORM StampCreatedDate
           MOVE "Enter the date you applied (YYYY-MM-DD), or leave blank for today:"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadExternalAppLine
           IF ExternalAppLineEntry = SPACES
               MOVE CurrentCreatedDate TO ExternalAppDate
               PERFORM AddExternalApplication
           ELSE
               MOVE ExternalAppLineEntry(1:10) TO DateCheckInput
               PERFORM ValidateDateField
               IF DateCheckValid = 'N' THEN
                   MOVE "That is not a valid date; nothing logged."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   MOVE DateCheckNormalized TO ExternalAppDate
                   PERFORM AddExternalApplication
               END-IF
           END-IF.

       AddExternalApplication.
           MOVE "external_applications.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND ExternalAppFile
           MOVE SPACES TO ExternalAppRecord
           MOVE CurrentUsername TO ExtUsername IN ExternalAppRecord
           MOVE ExternalAppKind TO ExtKind IN ExternalAppRecord
           MOVE ExternalAppOrg TO ExtOrganization IN ExternalAppRecord
           MOVE ExternalAppRole TO ExtRole IN ExternalAppRecord
           MOVE ExternalAppDate TO ExtAppliedDate IN ExternalAppRecord
           MOVE "Applied" TO ExtStatus IN ExternalAppRecord
           MOVE 0 TO ExtSalary IN ExternalAppRecord
           MOVE CurrentCreatedDate TO ExtUpdatedDate IN ExternalAppRecord
           WRITE ExternalAppRecord
           CLOSE ExternalAppFile
           MOVE "external_applications.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           MOVE "EXTERNAL_APP_ADD" TO AuditActionName
           MOVE SPACES TO AuditDetailText
           STRING FUNCTION TRIM(ExternalAppRole) DELIMITED BY SIZE
               " at " DELIMITED BY SIZE
               FUNCTION TRIM(ExternalAppOrg) DELIMITED BY SIZE
               INTO AuditDetailText
           PERFORM WriteAuditLog
           MOVE "Application logged; it will show under My Applications."
               TO CurrentMessage
           PERFORM DisplayAndLog.

      *> Lists the current user's entries numbered in file order; the same
      *> numbering is what UpdateExternalApplication picks by.
       ListExternalApplications.
           MOVE 0 TO ExternalAppCount
           MOVE 'N' TO EOF-ExternalAppFile
           OPEN INPUT ExternalAppFile
           PERFORM UNTIL EOF-ExternalAppFile = 'Y'
               READ ExternalAppFile INTO ExternalAppRecord
               AT END
                   MOVE 'Y' TO EOF-ExternalAppFile
               NOT AT END
                   IF ExtUsername IN ExternalAppRecord = CurrentUsername
                       ADD 1 TO ExternalAppCount
                       IF ExternalAppCount = 1
                           MOVE "Applications outside InCollege (self-reported):"
                               TO CurrentMessage
                           PERFORM DisplayAndLog
                       END-IF
                       PERFORM ShowExternalApplication
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ExternalAppFile.

       ShowExternalApplication.
           MOVE SPACES TO CurrentMessage
           IF FUNCTION TRIM(ExtOutcome IN ExternalAppRecord) = SPACES
               MOVE ExtStatus IN ExternalAppRecord TO ExternalAppShownStatus
           ELSE
               MOVE ExtOutcome IN ExternalAppRecord TO ExternalAppShownStatus
           END-IF
           STRING FUNCTION TRIM(ExternalAppCount) DELIMITED BY SIZE
               ". " DELIMITED BY SIZE
               FUNCTION TRIM(ExtRole IN ExternalAppRecord) DELIMITED BY SIZE
               " at " DELIMITED BY SIZE
               FUNCTION TRIM(ExtOrganization IN ExternalAppRecord)
               DELIMITED BY SIZE
               " (applied " DELIMITED BY SIZE
               ExtAppliedDate IN ExternalAppRecord DELIMITED BY SIZE
               ") [" DELIMITED BY SIZE
               FUNCTION TRIM(ExternalAppShownStatus) DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           IF ExtSalary IN ExternalAppRecord IS NUMERIC AND
              ExtSalary IN ExternalAppRecord > 0
               MOVE ExtSalary IN ExternalAppRecord TO ExternalAppSalaryDisplay
               MOVE SPACES TO CurrentMessage
               STRING "   Salary offered: " DELIMITED BY SIZE
                   FUNCTION TRIM(ExternalAppSalaryDisplay) DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-IF
           IF FUNCTION TRIM(ExtOutcome IN ExternalAppRecord) = SPACES AND
              ExtNextDate IN ExternalAppRecord NOT = SPACES
               MOVE SPACES TO CurrentMessage
               STRING "   Next: " DELIMITED BY SIZE
                   FUNCTION TRIM(ExtNextStep IN ExternalAppRecord)
                   DELIMITED BY SIZE
                   " on " DELIMITED BY SIZE
                   ExtNextDate IN ExternalAppRecord DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       UpdateExternalApplication.
           PERFORM ListExternalApplications
           IF ExternalAppCount = 0 THEN
               MOVE "You have not logged any applications made outside InCollege."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter application # to update, or 0 to go back:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               IF MenuOption > 0 AND MenuOption <= ExternalAppCount THEN
                   MOVE MenuOption TO ExternalAppPick
                   PERFORM ChooseExternalAppStatus
               END-IF
           END-IF.

       ChooseExternalAppStatus.
           MOVE SPACES TO ExternalAppNewStatus
           MOVE SPACES TO ExternalAppNewOutcome
           MOVE "New status: 1. Interviewing  2. Offer received  3. Accepted  4. Declined  5. Rejected  6. Withdrawn"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           EVALUATE MenuOption
               WHEN 1
                   MOVE "Interviewing" TO ExternalAppNewStatus
               WHEN 2
                   MOVE "Offer" TO ExternalAppNewStatus
               WHEN 3
                   MOVE "Closed" TO ExternalAppNewStatus
                   MOVE "Accepted" TO ExternalAppNewOutcome
               WHEN 4
                   MOVE "Closed" TO ExternalAppNewStatus
                   MOVE "Declined" TO ExternalAppNewOutcome
               WHEN 5
                   MOVE "Closed" TO ExternalAppNewStatus
                   MOVE "Rejected" TO ExternalAppNewOutcome
               WHEN 6
                   MOVE "Closed" TO ExternalAppNewStatus
                   MOVE "Withdrawn" TO ExternalAppNewOutcome
               WHEN OTHER
                   MOVE "No change recorded." TO CurrentMessage
                   PERFORM DisplayAndLog
           END-EVALUATE
           IF ExternalAppNewStatus NOT = SPACES
               PERFORM EnterExternalAppProgress
               PERFORM RewriteExternalApplication
           END-IF.

      *> A zero salary leaves whatever was recorded before; a closed entry
      *> has no next step.
       EnterExternalAppProgress.
           MOVE 0 TO ExternalAppSalary
           IF MenuOption = 2 OR MenuOption = 3
               MOVE "Enter the salary or stipend offered (numeric, 0 if not disclosed):"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadExternalAppLine
               IF ExternalAppLineEntry(1:6) NOT = SPACES AND
                  FUNCTION TRIM(ExternalAppLineEntry(1:6)) IS NUMERIC
                   MOVE FUNCTION NUMVAL(ExternalAppLineEntry(1:6))
                       TO ExternalAppSalary
               ELSE
                   IF ExternalAppLineEntry NOT = SPACES
                       MOVE "Salary not numeric; not recorded." TO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO ExternalAppNextDate
           MOVE SPACES TO ExternalAppNextStep
           IF ExternalAppNewOutcome = SPACES
               MOVE "Enter the date of your next step or deadline (YYYY-MM-DD), or leave blank:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadExternalAppLine
               IF ExternalAppLineEntry NOT = SPACES
                   MOVE ExternalAppLineEntry(1:10) TO DateCheckInput
                   PERFORM ValidateDateField
                   IF DateCheckValid = 'N' THEN
                       MOVE "That is not a valid date; no next step recorded."
                           TO CurrentMessage
                       PERFORM DisplayAndLog
                   ELSE
                       MOVE DateCheckNormalized TO ExternalAppNextDate
                       MOVE "What is it (e.g. Second interview, Decision due)?"
                           TO CurrentMessage
                       PERFORM DisplayAndLog
                       PERFORM ReadExternalAppLine
                       MOVE ExternalAppLineEntry(1:30) TO ExternalAppNextStep
                       IF ExternalAppNextStep = SPACES
                           MOVE "Next step" TO ExternalAppNextStep
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RewriteExternalApplication.
           PERFORM StampCreatedDate
           MOVE 0 TO ExternalAppScan
           MOVE 'N' TO ExternalAppFound
           MOVE 'N' TO EOF-ExternalAppFile
           OPEN INPUT ExternalAppFile
           OPEN OUTPUT TempExternalAppFile
           PERFORM UNTIL EOF-ExternalAppFile = 'Y'
               READ ExternalAppFile INTO ExternalAppRecord
               AT END
                   MOVE 'Y' TO EOF-ExternalAppFile
               NOT AT END
                   IF ExtUsername IN ExternalAppRecord = CurrentUsername
                       ADD 1 TO ExternalAppScan
                       IF ExternalAppScan = ExternalAppPick
                           MOVE 'Y' TO ExternalAppFound
                           MOVE ExternalAppNewStatus
                               TO ExtStatus IN ExternalAppRecord
                           MOVE ExternalAppNewOutcome
                               TO ExtOutcome IN ExternalAppRecord
                           IF ExternalAppSalary > 0
                               MOVE ExternalAppSalary
                                   TO ExtSalary IN ExternalAppRecord
                           END-IF
                           MOVE ExternalAppNextDate
                               TO ExtNextDate IN ExternalAppRecord
                           MOVE ExternalAppNextStep
                               TO ExtNextStep IN ExternalAppRecord
                           MOVE CurrentCreatedDate
                               TO ExtUpdatedDate IN ExternalAppRecord
                           MOVE ExtRole IN ExternalAppRecord
                               TO ExternalAppRole
                           MOVE ExtOrganization IN ExternalAppRecord
                               TO ExternalAppOrg
                       END-IF
                   END-IF
                   WRITE TempExternalAppRecord FROM ExternalAppRecord
               END-READ
           END-PERFORM
           CLOSE ExternalAppFile
           CLOSE TempExternalAppFile

           MOVE "external_applications.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "external_applications.dat"
           CALL "CBL_RENAME_FILE" USING "external_applications_temp.dat"
               "external_applications.dat"
           PERFORM JournalAfterImage

           IF ExternalAppFound = 'Y'
               MOVE "EXTERNAL_APP_UPDATE" TO AuditActionName
               MOVE SPACES TO AuditDetailText
               IF ExternalAppNewOutcome = SPACES
                   MOVE ExternalAppNewStatus TO ExternalAppNewOutcome
               END-IF
               STRING FUNCTION TRIM(ExternalAppRole) DELIMITED BY SIZE
                   " at " DELIMITED BY SIZE
                   FUNCTION TRIM(ExternalAppOrg) DELIMITED BY SIZE
                   " now " DELIMITED BY SIZE
                   FUNCTION TRIM(ExternalAppNewOutcome) DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAuditLog
               MOVE "Application updated." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "That application could not be found." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       ReadExternalAppLine.
           READ InputFile INTO InputRecord
           AT END
               PERFORM CountUnansweredPrompt
               MOVE 'Y' TO EOF-InputFile
               MOVE SPACES TO ExternalAppLineEntry
           NOT AT END
               PERFORM IncrementInputCheckpoint
               MOVE FUNCTION TRIM(InputRecord(1:200)) TO ExternalAppLineEntry
           END-READ.

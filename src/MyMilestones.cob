      *> Career-readiness checklist for the signed-in student: the milestones
      *> for their class standing, each worked out from their records as
      *> they stand now (see MilestoneCheck.cob).
       ShowMyMilestones.
           MOVE "--- My Career Milestones ---" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE 'N' TO MilestoneProfileFound
           OPEN INPUT UserProfileRecordFile
           MOVE CurrentUsername TO Username-Profile IN UserProfileRecord
           READ UserProfileRecordFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO MilestoneProfileFound
           END-READ
           IF MilestoneProfileFound = 'N' THEN
               MOVE "Create your profile to see your career milestones."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE GraduationYear IN UserProfileRecord
                   TO ClassStandingGradYear
               PERFORM ComputeClassStanding
               EVALUATE TRUE
                   WHEN ClassStandingLabel = SPACES
                       MOVE "Add your graduation year to your profile to see your career milestones."
                           TO CurrentMessage
                       PERFORM DisplayAndLog
                   WHEN ClassStandingLabel = "Alumni"
                       MOVE "The career-readiness roadmap covers current students only."
                           TO CurrentMessage
                       PERFORM DisplayAndLog
                   WHEN OTHER
                       PERFORM ListMyMilestones
               END-EVALUATE
           END-IF
           CLOSE UserProfileRecordFile.

       ListMyMilestones.
           PERFORM LoadMilestoneTable
           MOVE 0 TO MilestoneDueCount
           MOVE 0 TO MilestoneMetCount
           MOVE CurrentUsername TO MilestoneCheckUsername
           MOVE SPACES TO CurrentMessage
           STRING "Class standing: " DELIMITED BY SIZE
               FUNCTION TRIM(ClassStandingLabel) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM VARYING MilestoneIndex FROM 1 BY 1
               UNTIL MilestoneIndex > MilestoneCount
               IF MsStanding(MilestoneIndex) = ClassStandingLabel
                   PERFORM ShowOneMyMilestone
               END-IF
           END-PERFORM
           IF MilestoneDueCount = 0 THEN
               MOVE "No milestones are set for your class standing."
                   TO CurrentMessage
           ELSE
               MOVE MilestoneMetCount TO MilestoneCountDisplay
               MOVE MilestoneDueCount TO MilestoneTargetDisplay
               MOVE SPACES TO CurrentMessage
               STRING "You have completed " DELIMITED BY SIZE
                   FUNCTION TRIM(MilestoneCountDisplay) DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   FUNCTION TRIM(MilestoneTargetDisplay) DELIMITED BY SIZE
                   " milestone(s) for this year." DELIMITED BY SIZE
                   INTO CurrentMessage
           END-IF
           PERFORM DisplayAndLog.

       ShowOneMyMilestone.
           ADD 1 TO MilestoneDueCount
           MOVE MsRule(MilestoneIndex) TO MilestoneCheckRule
           PERFORM CountMilestoneProgress
           IF MilestoneCheckCount >= MsTarget(MilestoneIndex) THEN
               ADD 1 TO MilestoneMetCount
               MOVE "[X]" TO MilestoneMark
           ELSE
               MOVE "[ ]" TO MilestoneMark
           END-IF
           MOVE MilestoneCheckCount TO MilestoneCountDisplay
           MOVE MsTarget(MilestoneIndex) TO MilestoneTargetDisplay
           MOVE SPACES TO CurrentMessage
           IF FUNCTION TRIM(MsRule(MilestoneIndex)) = "PROFILE" THEN
               STRING MilestoneMark DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(MsText(MilestoneIndex)) DELIMITED BY SIZE
                   " (profile " DELIMITED BY SIZE
                   FUNCTION TRIM(MilestoneCountDisplay) DELIMITED BY SIZE
                   "% complete)" DELIMITED BY SIZE
                   INTO CurrentMessage
           ELSE
               STRING MilestoneMark DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(MsText(MilestoneIndex)) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(MilestoneCountDisplay) DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   FUNCTION TRIM(MilestoneTargetDisplay) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO CurrentMessage
           END-IF
           PERFORM DisplayAndLog.

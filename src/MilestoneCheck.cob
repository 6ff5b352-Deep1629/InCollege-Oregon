      *> Counts how far MilestoneCheckUsername has got on milestone rule
      *> MilestoneCheckRule; the milestone is met once MilestoneCheckCount
      *> reaches its target. UserProfileRecord must hold the student's
      *> profile (PROFILE is its completeness percentage).
      *>   EVENTS  - event check-ins (RSVPs marked Attended)
      *>   MENTOR  - mentorships as mentee
      *>   SKILLS  - skills completed
      *>   RESUME  - resume reviews an advisor has finished
      *>   INTERN  - applications to Intern postings
      *>   INTERVW - interviews not cancelled
      *>   DEST    - a hire or an accepted offer
       CountMilestoneProgress.
           MOVE 0 TO MilestoneCheckCount
           EVALUATE FUNCTION TRIM(MilestoneCheckRule)
               WHEN "PROFILE"
                   PERFORM ComputeProfileCompleteness
                   MOVE ProfileScore TO MilestoneCheckCount
               WHEN "EVENTS"
                   PERFORM CountMilestoneCheckIns
               WHEN "MENTOR"
                   PERFORM CountMilestoneMentors
               WHEN "SKILLS"
                   PERFORM CountMilestoneSkills
               WHEN "RESUME"
                   PERFORM CountMilestoneResumeReviews
               WHEN "INTERN"
                   PERFORM CountMilestoneInternApps
               WHEN "INTERVW"
                   PERFORM CountMilestoneInterviews
               WHEN "DEST"
                   PERFORM CountMilestoneDestinations
           END-EVALUATE.

       CountMilestoneCheckIns.
           MOVE 'N' TO MilestoneScanEnd
           OPEN INPUT EventRsvpFile
           PERFORM UNTIL MilestoneScanEnd = 'Y'
               READ EventRsvpFile
               AT END
                   MOVE 'Y' TO MilestoneScanEnd
               NOT AT END
                   IF RsvpUsername IN EventRsvpRecord = MilestoneCheckUsername
                      AND FUNCTION TRIM(RsvpStatus IN EventRsvpRecord)
                      = "Attended"
                       ADD 1 TO MilestoneCheckCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EventRsvpFile.

       CountMilestoneMentors.
           MOVE 'N' TO MilestoneScanEnd
           OPEN INPUT MentorshipFile
           PERFORM UNTIL MilestoneScanEnd = 'Y'
               READ MentorshipFile
               AT END
                   MOVE 'Y' TO MilestoneScanEnd
               NOT AT END
                   IF MentorshipMentee IN MentorshipRecord =
                      MilestoneCheckUsername
                       ADD 1 TO MilestoneCheckCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MentorshipFile.

       CountMilestoneSkills.
           MOVE 'N' TO MilestoneScanEnd
           OPEN INPUT SkillsCompletedFile
           PERFORM UNTIL MilestoneScanEnd = 'Y'
               READ SkillsCompletedFile
               AT END
                   MOVE 'Y' TO MilestoneScanEnd
               NOT AT END
                   IF SkillUsername IN SkillCompletionRecord =
                      MilestoneCheckUsername
                       ADD 1 TO MilestoneCheckCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SkillsCompletedFile.

       CountMilestoneResumeReviews.
           MOVE 'N' TO MilestoneScanEnd
           OPEN INPUT ResumeReviewFile
           PERFORM UNTIL MilestoneScanEnd = 'Y'
               READ ResumeReviewFile
               AT END
                   MOVE 'Y' TO MilestoneScanEnd
               NOT AT END
                   IF RvStudent IN ResumeReviewRecord = MilestoneCheckUsername
                      AND FUNCTION TRIM(RvStatus IN ResumeReviewRecord)
                      NOT = "Pending"
                       ADD 1 TO MilestoneCheckCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ResumeReviewFile.

       CountMilestoneInternApps.
           MOVE 'N' TO MilestoneScanEnd
           OPEN INPUT ApplicationFile
           PERFORM UNTIL MilestoneScanEnd = 'Y'
               READ ApplicationFile
               AT END
                   MOVE 'Y' TO MilestoneScanEnd
               NOT AT END
                   IF AppUsername IN ApplicationRecord = MilestoneCheckUsername
                       PERFORM CheckMilestoneInternPosting
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ApplicationFile.

       CheckMilestoneInternPosting.
           IF AppJobId IN ApplicationRecord IS NUMERIC
               OPEN INPUT JobFile
               MOVE AppJobId IN ApplicationRecord TO JobId IN JobRecord
               READ JobFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FUNCTION TRIM(JobCategory IN JobRecord) = "Intern"
                       ADD 1 TO MilestoneCheckCount
                   END-IF
               END-READ
               CLOSE JobFile
           END-IF.

       CountMilestoneInterviews.
           MOVE 'N' TO MilestoneScanEnd
           OPEN INPUT InterviewFile
           PERFORM UNTIL MilestoneScanEnd = 'Y'
               READ InterviewFile
               AT END
                   MOVE 'Y' TO MilestoneScanEnd
               NOT AT END
                   IF IntvApplicant IN InterviewRecord = MilestoneCheckUsername
                      AND FUNCTION TRIM(IntvStatus IN InterviewRecord)
                      NOT = "Cancelled"
                       ADD 1 TO MilestoneCheckCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE InterviewFile.

       CountMilestoneDestinations.
           MOVE 'N' TO MilestoneScanEnd
           OPEN INPUT ApplicationFile
           PERFORM UNTIL MilestoneScanEnd = 'Y'
               READ ApplicationFile
               AT END
                   MOVE 'Y' TO MilestoneScanEnd
               NOT AT END
                   IF AppUsername IN ApplicationRecord = MilestoneCheckUsername
                      AND FUNCTION TRIM(AppStatus IN ApplicationRecord)
                      = "Hired"
                       ADD 1 TO MilestoneCheckCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ApplicationFile
           MOVE 'N' TO MilestoneScanEnd
           OPEN INPUT JobOfferFile
           PERFORM UNTIL MilestoneScanEnd = 'Y'
               READ JobOfferFile
               AT END
                   MOVE 'Y' TO MilestoneScanEnd
               NOT AT END
                   IF OfferApplicant IN JobOfferRecord = MilestoneCheckUsername
                      AND FUNCTION TRIM(OfferStatus IN JobOfferRecord)
                      = "Accepted"
                       ADD 1 TO MilestoneCheckCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE JobOfferFile.

      *> Student side of the resume review queue. A request names either
      *> the resume on the student's profile (ResumeFilePath) or a document
      *> generated from the profile there and then, plus the kind of job
      *> the student is aiming at. It waits as Pending in resume_reviews.dat
      *> until an advisor for the student's major picks it up in
      *> AdvisorDashboard. One open request per student at a time.
       ResumeReviewMenu.
           MOVE "--- Resume Review ---" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "1. Submit My Resume for Review  2. View My Review Requests  0. Back"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           EVALUATE MenuOption
               WHEN 1
                   PERFORM SubmitResumeForReview
               WHEN 2
                   PERFORM ListMyResumeReviews
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid option. Please try again." TO CurrentMessage
                   PERFORM DisplayAndLog
           END-EVALUATE.

       SubmitResumeForReview.
           MOVE 'N' TO ResumeReviewProfileFound
           OPEN INPUT UserProfileRecordFile
           MOVE CurrentUsername TO Username-Profile IN UserProfileRecord
           READ UserProfileRecordFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO ResumeReviewProfileFound
           END-READ
           CLOSE UserProfileRecordFile

           PERFORM CheckPendingResumeReview
           EVALUATE TRUE
               WHEN ResumeReviewProfileFound = 'N'
                   MOVE "No profile found. Please create a profile first."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               WHEN FUNCTION TRIM(Major IN UserProfileRecord) = SPACES
                   MOVE "Add your major to your profile so the right advisors see your resume."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               WHEN ResumeReviewPending = 'Y'
                   MOVE "You already have a resume waiting for review."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               WHEN OTHER
                   PERFORM ChooseResumeForReview
           END-EVALUATE.

       CheckPendingResumeReview.
           MOVE 'N' TO ResumeReviewPending
           MOVE 'N' TO EOF-ResumeReviewFile
           OPEN INPUT ResumeReviewFile
           PERFORM UNTIL EOF-ResumeReviewFile = 'Y'
               READ ResumeReviewFile INTO ResumeReviewRecord
               AT END
                   MOVE 'Y' TO EOF-ResumeReviewFile
               NOT AT END
                   IF RvStudent IN ResumeReviewRecord = CurrentUsername
                      AND FUNCTION TRIM(RvStatus IN ResumeReviewRecord)
                      = "Pending"
                       MOVE 'Y' TO ResumeReviewPending
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ResumeReviewFile.

       ChooseResumeForReview.
           MOVE SPACES TO ResumeReviewDocument
           MOVE SPACE TO ResumeReviewSource
           MOVE "Which resume? 1. The resume on my profile  2. Generate one from my profile"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           EVALUATE MenuOption
               WHEN 1
                   IF FUNCTION TRIM(ResumeFilePath IN UserProfileRecord)
                      = SPACES
                       MOVE "There is no resume on your profile; add one or generate one."
                           TO CurrentMessage
                       PERFORM DisplayAndLog
                   ELSE
                       IF ResumeBrokenFlag IN UserProfileRecord = 'Y'
                           MOVE "The resume link on your profile is broken; please update it first."
                               TO CurrentMessage
                           PERFORM DisplayAndLog
                       ELSE
                           MOVE ResumeFilePath IN UserProfileRecord
                               TO ResumeReviewDocument
                           MOVE 'P' TO ResumeReviewSource
                       END-IF
                   END-IF
               WHEN 2
                   PERFORM WriteResumeDocument
                   MOVE ResumeDocFileName TO ResumeReviewDocument
                   MOVE 'G' TO ResumeReviewSource
               WHEN OTHER
                   MOVE "No resume chosen; nothing submitted." TO CurrentMessage
                   PERFORM DisplayAndLog
           END-EVALUATE
           IF ResumeReviewSource NOT = SPACE
               MOVE "Enter the type of job you are targeting (e.g. Software Engineering Intern):"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadResumeReviewLine
               IF ResumeReviewLineEntry = SPACES
                   MOVE "A target job type is required; nothing submitted."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   MOVE ResumeReviewLineEntry(1:30) TO ResumeReviewJobType
                   PERFORM AddResumeReviewRequest
               END-IF
           END-IF.

       AddResumeReviewRequest.
           PERFORM StampResumeReviewTime
           MOVE "resume_reviews.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND ResumeReviewFile
           MOVE SPACES TO ResumeReviewRecord
           MOVE CurrentUsername TO RvStudent IN ResumeReviewRecord
           MOVE Major IN UserProfileRecord TO RvMajor IN ResumeReviewRecord
           MOVE ResumeReviewJobType TO RvJobType IN ResumeReviewRecord
           MOVE ResumeReviewSource TO RvDocSource IN ResumeReviewRecord
           MOVE ResumeReviewDocument TO RvDocument IN ResumeReviewRecord
           MOVE ResumeReviewStamp TO RvSubmittedAt IN ResumeReviewRecord
           MOVE "Pending" TO RvStatus IN ResumeReviewRecord
           MOVE 0 TO RvTurnaroundHours IN ResumeReviewRecord
           WRITE ResumeReviewRecord
           CLOSE ResumeReviewFile
           MOVE "resume_reviews.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           MOVE "RESUME_REVIEW_REQ" TO AuditActionName
           MOVE SPACES TO AuditDetailText
           STRING "Target " DELIMITED BY SIZE
               FUNCTION TRIM(ResumeReviewJobType) DELIMITED BY SIZE
               " document " DELIMITED BY SIZE
               FUNCTION TRIM(ResumeReviewDocument) DELIMITED BY SIZE
               INTO AuditDetailText
           PERFORM WriteAuditLog

           MOVE SPACES TO CurrentMessage
           STRING "Resume submitted; an advisor for " DELIMITED BY SIZE
               FUNCTION TRIM(Major IN UserProfileRecord) DELIMITED BY SIZE
               " will review it." DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog.

       ListMyResumeReviews.
           MOVE 0 TO ResumeReviewListCount
           MOVE 'N' TO EOF-ResumeReviewFile
           OPEN INPUT ResumeReviewFile
           PERFORM UNTIL EOF-ResumeReviewFile = 'Y'
               READ ResumeReviewFile INTO ResumeReviewRecord
               AT END
                   MOVE 'Y' TO EOF-ResumeReviewFile
               NOT AT END
                   IF RvStudent IN ResumeReviewRecord = CurrentUsername
                       ADD 1 TO ResumeReviewListCount
                       PERFORM ShowMyResumeReview
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ResumeReviewFile
           IF ResumeReviewListCount = 0 THEN
               MOVE "You have not submitted a resume for review."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       ShowMyResumeReview.
           MOVE SPACES TO CurrentMessage
           STRING FUNCTION TRIM(ResumeReviewListCount) DELIMITED BY SIZE
               ". " DELIMITED BY SIZE
               FUNCTION TRIM(RvJobType IN ResumeReviewRecord)
               DELIMITED BY SIZE
               " - submitted " DELIMITED BY SIZE
               RvSubmittedAt IN ResumeReviewRecord DELIMITED BY SIZE
               " [" DELIMITED BY SIZE
               FUNCTION TRIM(RvStatus IN ResumeReviewRecord)
               DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           IF FUNCTION TRIM(RvStatus IN ResumeReviewRecord) NOT = "Pending"
               MOVE RvTurnaroundHours IN ResumeReviewRecord
                   TO ResumeReviewHoursDisplay
               MOVE SPACES TO CurrentMessage
               STRING "   Reviewed by " DELIMITED BY SIZE
                   FUNCTION TRIM(RvAdvisor IN ResumeReviewRecord)
                   DELIMITED BY SIZE
                   " on " DELIMITED BY SIZE
                   RvReviewedAt IN ResumeReviewRecord DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(ResumeReviewHoursDisplay) DELIMITED BY SIZE
                   " hours)" DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
               MOVE SPACES TO CurrentMessage
               STRING "   Comments: " DELIMITED BY SIZE
                   FUNCTION TRIM(RvComments IN ResumeReviewRecord)
                   DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       ReadResumeReviewLine.
           READ InputFile INTO InputRecord
           AT END
               PERFORM CountUnansweredPrompt
               MOVE 'Y' TO EOF-InputFile
               MOVE SPACES TO ResumeReviewLineEntry
           NOT AT END
               PERFORM IncrementInputCheckpoint
               MOVE FUNCTION TRIM(InputRecord(1:200)) TO ResumeReviewLineEntry
           END-READ.

      *> Queue times are kept to the minute so the advisor's turnaround can
      *> be worked out in hours.
       StampResumeReviewTime.
           MOVE SPACES TO FixedMessageTimestamp
           MOVE SPACES TO ResumeReviewStamp
           ACCEPT FixedMessageTimestamp
               FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
           IF FUNCTION TRIM(FixedMessageTimestamp) = SPACES
               MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
               STRING CurrentDateTime(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(7:2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CurrentDateTime(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   CurrentDateTime(11:2) DELIMITED BY SIZE
                   INTO ResumeReviewStamp
           ELSE
               MOVE FixedMessageTimestamp(1:16) TO ResumeReviewStamp
           END-IF.

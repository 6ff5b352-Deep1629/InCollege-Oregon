      *> Student reviews of placement employers, kept in employer_reviews.dat.
      *> A student may review a posting they were hired for, or one whose
      *> placement hours the poster confirmed. Each review waits as Pending
      *> until staff approve or reject it from the admin console; only
      *> Approved reviews count on the company page, and the page never
      *> shows who wrote them.
       EmployerReviewsMenu.
           MOVE "--- Employer Reviews ---" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "1. Review a Placement Employer  2. My Reviews  0. Back"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           EVALUATE MenuOption
               WHEN 1
                   PERFORM WriteEmployerReview
               WHEN 2
                   PERFORM ListMyEmployerReviews
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid option. Please try again." TO CurrentMessage
                   PERFORM DisplayAndLog
           END-EVALUATE.

       WriteEmployerReview.
           PERFORM LoadReviewPlacements
           IF ReviewPlacementCount = 0
               MOVE "Reviews can be written once you are hired for a posting or your placement hours are confirmed."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Your placements:" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM VARYING ReviewPlacementIndex FROM 1 BY 1
                   UNTIL ReviewPlacementIndex > ReviewPlacementCount
                   MOVE SPACES TO CurrentMessage
                   STRING "  " DELIMITED BY SIZE
                       FUNCTION TRIM(ReviewPlacementIndex) DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       FUNCTION TRIM(RpTitle(ReviewPlacementIndex))
                       DELIMITED BY SIZE
                       " at " DELIMITED BY SIZE
                       FUNCTION TRIM(RpEmployer(ReviewPlacementIndex))
                       DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM DisplayAndLog
               END-PERFORM
               MOVE "Enter placement # to review, or 0 to go back:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               IF MenuOption > 0 AND MenuOption <= ReviewPlacementCount
                   MOVE MenuOption TO ReviewPick
                   PERFORM CheckReviewAlreadyWritten
                   IF ReviewAlready = 'Y'
                       MOVE "You have already reviewed that placement."
                           TO CurrentMessage
                       PERFORM DisplayAndLog
                   ELSE
                       PERFORM EnterEmployerReview
                   END-IF
               END-IF
           END-IF.

      *> Hired applications and confirmed placement hours, one entry per
      *> JobId; the titles and employers come from jobs.dat.
       LoadReviewPlacements.
           MOVE 0 TO ReviewPlacementCount
           INITIALIZE ReviewPlacementTable
           MOVE 'N' TO EOF-ApplicationFile
           OPEN INPUT ApplicationFile
           PERFORM UNTIL EOF-ApplicationFile = 'Y'
               READ ApplicationFile INTO ApplicationRecord
               AT END
                   MOVE 'Y' TO EOF-ApplicationFile
               NOT AT END
                   IF AppUsername IN ApplicationRecord = CurrentUsername AND
                      FUNCTION TRIM(AppStatus IN ApplicationRecord) = "Hired"
                      AND AppJobId IN ApplicationRecord IS NUMERIC
                      AND AppJobId IN ApplicationRecord > 0
                       MOVE AppJobId IN ApplicationRecord TO ReviewScanJobId
                       PERFORM AddReviewPlacement
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ApplicationFile

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
                       MOVE HoursJobId IN PlacementHoursRecord
                           TO ReviewScanJobId
                       PERFORM AddReviewPlacement
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PlacementHoursFile

           IF ReviewPlacementCount > 0
               MOVE 'N' TO EOF-JobFile
               OPEN INPUT JobFile
               PERFORM UNTIL EOF-JobFile = 'Y'
                   READ JobFile NEXT INTO JobRecord
                   AT END
                       MOVE 'Y' TO EOF-JobFile
                   NOT AT END
                       PERFORM FillReviewPlacement
                   END-READ
               END-PERFORM
               CLOSE JobFile
           END-IF.

       AddReviewPlacement.
           MOVE 0 TO ReviewPlacementMatch
           PERFORM VARYING ReviewPlacementIndex FROM 1 BY 1
               UNTIL ReviewPlacementIndex > ReviewPlacementCount
               IF RpJobId(ReviewPlacementIndex) = ReviewScanJobId
                   MOVE ReviewPlacementIndex TO ReviewPlacementMatch
               END-IF
           END-PERFORM
           IF ReviewPlacementMatch = 0 AND ReviewPlacementCount < 20
               ADD 1 TO ReviewPlacementCount
               MOVE ReviewScanJobId TO RpJobId(ReviewPlacementCount)
               MOVE "(posting no longer listed)"
                   TO RpTitle(ReviewPlacementCount)
               MOVE "(unknown employer)" TO RpEmployer(ReviewPlacementCount)
               MOVE 0 TO RpEmployerId(ReviewPlacementCount)
           END-IF.

       FillReviewPlacement.
           IF JobId IN JobRecord IS NUMERIC
               PERFORM VARYING ReviewPlacementIndex FROM 1 BY 1
                   UNTIL ReviewPlacementIndex > ReviewPlacementCount
                   IF RpJobId(ReviewPlacementIndex) = JobId IN JobRecord
                       MOVE JobTitle IN JobRecord
                           TO RpTitle(ReviewPlacementIndex)
                       MOVE JobEmployer IN JobRecord
                           TO RpEmployer(ReviewPlacementIndex)
                       IF EmployerId IN JobRecord IS NUMERIC
                           MOVE EmployerId IN JobRecord
                               TO RpEmployerId(ReviewPlacementIndex)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *> A rejected review does not stop the student writing another.
       CheckReviewAlreadyWritten.
           MOVE 'N' TO ReviewAlready
           MOVE 0 TO ReviewNextId
           MOVE 'N' TO EOF-EmployerReviewFile
           OPEN INPUT EmployerReviewFile
           PERFORM UNTIL EOF-EmployerReviewFile = 'Y'
               READ EmployerReviewFile INTO EmployerReviewRecord
               AT END
                   MOVE 'Y' TO EOF-EmployerReviewFile
               NOT AT END
                   IF RevId IN EmployerReviewRecord IS NUMERIC AND
                      RevId IN EmployerReviewRecord > ReviewNextId
                       MOVE RevId IN EmployerReviewRecord TO ReviewNextId
                   END-IF
                   IF RevUsername IN EmployerReviewRecord = CurrentUsername
                      AND RevJobId IN EmployerReviewRecord =
                      RpJobId(ReviewPick)
                      AND FUNCTION TRIM(RevStatus IN EmployerReviewRecord)
                      NOT = "Rejected"
                       MOVE 'Y' TO ReviewAlready
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerReviewFile
           ADD 1 TO ReviewNextId.

       ReadReviewLine.
           READ InputFile INTO InputRecord
           AT END
               PERFORM CountUnansweredPrompt
               MOVE 'Y' TO EOF-InputFile
               MOVE SPACES TO ReviewLineEntry
           NOT AT END
               PERFORM IncrementInputCheckpoint
               MOVE FUNCTION TRIM(InputRecord(1:200)) TO ReviewLineEntry
           END-READ.

      *> Ratings are 1 (poor) to 5 (excellent); anything else stops the
      *> review so a mistyped line is not saved as a score.
       ReadReviewRating.
           PERFORM ReadReviewLine
           MOVE 0 TO ReviewRatingEntry
           IF ReviewLineEntry(1:1) >= "1" AND ReviewLineEntry(1:1) <= "5"
              AND ReviewLineEntry(2:1) = SPACE
               MOVE ReviewLineEntry(1:1) TO ReviewRatingEntry
           ELSE
               MOVE 'N' TO ReviewRatingsValid
           END-IF.

       EnterEmployerReview.
           MOVE 'Y' TO ReviewRatingsValid
           MOVE SPACES TO CurrentMessage
           STRING "Your role at " DELIMITED BY SIZE
               FUNCTION TRIM(RpEmployer(ReviewPick)) DELIMITED BY SIZE
               " (blank for " DELIMITED BY SIZE
               FUNCTION TRIM(RpTitle(ReviewPick)) DELIMITED BY SIZE
               "):" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadReviewLine
           MOVE ReviewLineEntry(1:50) TO ReviewRoleEntry
           IF ReviewRoleEntry = SPACES
               MOVE RpTitle(ReviewPick) TO ReviewRoleEntry
           END-IF
           MOVE "Term of the placement (for example Summer 2026):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadReviewLine
           MOVE ReviewLineEntry(1:20) TO ReviewTermEntry
           MOVE "Rate mentorship from 1 (poor) to 5 (excellent):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadReviewRating
           MOVE ReviewRatingEntry TO ReviewMentorEntry
           MOVE "Rate the workload from 1 (unmanageable) to 5 (well balanced):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadReviewRating
           MOVE ReviewRatingEntry TO ReviewWorkloadEntry
           MOVE "Rate pay fairness from 1 (poor) to 5 (excellent):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadReviewRating
           MOVE ReviewRatingEntry TO ReviewPayEntry
           MOVE "Would you recommend this employer to other students? (Y/N)"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadReviewLine
           MOVE FUNCTION UPPER-CASE(ReviewLineEntry(1:1))
               TO ReviewRecommendEntry
           IF ReviewRecommendEntry NOT = 'Y' AND
              ReviewRecommendEntry NOT = 'N'
               MOVE 'N' TO ReviewRatingsValid
           END-IF
           MOVE "Comments for other students (up to 200 characters):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadReviewLine
           MOVE ReviewLineEntry TO ReviewCommentEntry

           IF ReviewRatingsValid = 'N'
               MOVE "Ratings must be 1 to 5 and the recommendation Y or N; the review was not saved."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               PERFORM AddEmployerReview
           END-IF.

       AddEmployerReview.
           PERFORM StampCreatedDate
           MOVE "employer_reviews.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND EmployerReviewFile
           MOVE SPACES TO EmployerReviewRecord
           MOVE ReviewNextId TO RevId IN EmployerReviewRecord
           MOVE CurrentUsername TO RevUsername IN EmployerReviewRecord
           MOVE RpEmployerId(ReviewPick) TO RevEmployerId IN EmployerReviewRecord
           MOVE RpEmployer(ReviewPick) TO RevEmployerName IN EmployerReviewRecord
           MOVE RpJobId(ReviewPick) TO RevJobId IN EmployerReviewRecord
           MOVE ReviewRoleEntry TO RevRole IN EmployerReviewRecord
           MOVE ReviewTermEntry TO RevTerm IN EmployerReviewRecord
           MOVE ReviewMentorEntry TO RevMentorship IN EmployerReviewRecord
           MOVE ReviewWorkloadEntry TO RevWorkload IN EmployerReviewRecord
           MOVE ReviewPayEntry TO RevPayFairness IN EmployerReviewRecord
           MOVE ReviewRecommendEntry TO RevRecommend IN EmployerReviewRecord
           MOVE ReviewCommentEntry TO RevComments IN EmployerReviewRecord
           MOVE "Pending" TO RevStatus IN EmployerReviewRecord
           MOVE CurrentCreatedDate TO RevSubmittedDate IN EmployerReviewRecord
           WRITE EmployerReviewRecord
           CLOSE EmployerReviewFile
           MOVE "employer_reviews.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           MOVE "REVIEW_SUBMIT" TO AuditActionName
           MOVE SPACES TO AuditDetailText
           STRING "Review " DELIMITED BY SIZE
               ReviewNextId DELIMITED BY SIZE
               " job " DELIMITED BY SIZE
               RpJobId(ReviewPick) DELIMITED BY SIZE
               INTO AuditDetailText
           PERFORM WriteAuditLog
           MOVE "Thank you. Staff will check your review before it appears on the company page; your name is never shown."
               TO CurrentMessage
           PERFORM DisplayAndLog.

       ListMyEmployerReviews.
           MOVE 0 TO ReviewListCount
           MOVE 'N' TO EOF-EmployerReviewFile
           OPEN INPUT EmployerReviewFile
           PERFORM UNTIL EOF-EmployerReviewFile = 'Y'
               READ EmployerReviewFile INTO EmployerReviewRecord
               AT END
                   MOVE 'Y' TO EOF-EmployerReviewFile
               NOT AT END
                   IF RevUsername IN EmployerReviewRecord = CurrentUsername
                       ADD 1 TO ReviewListCount
                       MOVE SPACES TO CurrentMessage
                       STRING FUNCTION TRIM(RevEmployerName IN
                           EmployerReviewRecord) DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           FUNCTION TRIM(RevRole IN EmployerReviewRecord)
                           DELIMITED BY SIZE
                           " [" DELIMITED BY SIZE
                           FUNCTION TRIM(RevStatus IN EmployerReviewRecord)
                           DELIMITED BY SIZE
                           "] submitted " DELIMITED BY SIZE
                           RevSubmittedDate IN EmployerReviewRecord
                           DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                       IF FUNCTION TRIM(RevStatus IN EmployerReviewRecord)
                          = "Rejected" AND
                          RevModNote IN EmployerReviewRecord NOT = SPACES
                           MOVE SPACES TO CurrentMessage
                           STRING "   Staff note: " DELIMITED BY SIZE
                               FUNCTION TRIM(RevModNote IN
                               EmployerReviewRecord) DELIMITED BY SIZE
                               INTO CurrentMessage
                           PERFORM DisplayAndLog
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerReviewFile
           IF ReviewListCount = 0
               MOVE "You have not written any employer reviews."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

      *> Company page section. Matches on ReviewViewEmployerId when the
      *> posting carried one, otherwise on the employer name.
       ShowEmployerReviewSummary.
           MOVE 0 TO ReviewSumCount
           MOVE 0 TO ReviewSumMentor
           MOVE 0 TO ReviewSumWorkload
           MOVE 0 TO ReviewSumPay
           MOVE 0 TO ReviewSumRecommend
           MOVE 'N' TO ReviewViewDetail
           PERFORM ScanEmployerReviews
           MOVE "Student reviews:" TO CurrentMessage
           PERFORM DisplayAndLog
           IF ReviewSumCount = 0
               MOVE "  No student reviews yet." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               COMPUTE ReviewAvgWork ROUNDED = ReviewSumMentor / ReviewSumCount
               MOVE ReviewAvgWork TO ReviewAvgMentorText
               COMPUTE ReviewAvgWork ROUNDED =
                   ReviewSumWorkload / ReviewSumCount
               MOVE ReviewAvgWork TO ReviewAvgWorkloadText
               COMPUTE ReviewAvgWork ROUNDED = ReviewSumPay / ReviewSumCount
               MOVE ReviewAvgWork TO ReviewAvgPayText
               COMPUTE ReviewRecommendPct ROUNDED =
                   ReviewSumRecommend * 100 / ReviewSumCount
               MOVE ReviewRecommendPct TO ReviewRecommendText
               MOVE SPACES TO CurrentMessage
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(ReviewSumCount) DELIMITED BY SIZE
                   " review(s)  Mentorship " DELIMITED BY SIZE
                   FUNCTION TRIM(ReviewAvgMentorText) DELIMITED BY SIZE
                   "/5  Workload " DELIMITED BY SIZE
                   FUNCTION TRIM(ReviewAvgWorkloadText) DELIMITED BY SIZE
                   "/5  Pay fairness " DELIMITED BY SIZE
                   FUNCTION TRIM(ReviewAvgPayText) DELIMITED BY SIZE
                   "/5  Would recommend " DELIMITED BY SIZE
                   FUNCTION TRIM(ReviewRecommendText) DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
               MOVE 'Y' TO ReviewViewDetail
               PERFORM ScanEmployerReviews
           END-IF.

      *> With ReviewViewDetail 'N' only the totals are gathered; with 'Y'
      *> each approved review is listed, without the reviewer.
       ScanEmployerReviews.
           MOVE 'N' TO EOF-EmployerReviewFile
           OPEN INPUT EmployerReviewFile
           PERFORM UNTIL EOF-EmployerReviewFile = 'Y'
               READ EmployerReviewFile INTO EmployerReviewRecord
               AT END
                   MOVE 'Y' TO EOF-EmployerReviewFile
               NOT AT END
                   MOVE 'N' TO ReviewViewMatch
                   IF FUNCTION TRIM(RevStatus IN EmployerReviewRecord)
                      = "Approved"
                       IF ReviewViewEmployerId > 0 AND
                          RevEmployerId IN EmployerReviewRecord =
                          ReviewViewEmployerId
                           MOVE 'Y' TO ReviewViewMatch
                       END-IF
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(RevEmployerName
                          IN EmployerReviewRecord)) =
                          FUNCTION UPPER-CASE(FUNCTION TRIM(
                          ReviewViewEmployerName)) AND
                          ReviewViewEmployerName NOT = SPACES
                           MOVE 'Y' TO ReviewViewMatch
                       END-IF
                   END-IF
                   IF ReviewViewMatch = 'Y'
                       IF ReviewViewDetail = 'Y'
                           PERFORM ShowOneEmployerReview
                       ELSE
                           ADD 1 TO ReviewSumCount
                           ADD RevMentorship IN EmployerReviewRecord
                               TO ReviewSumMentor
                           ADD RevWorkload IN EmployerReviewRecord
                               TO ReviewSumWorkload
                           ADD RevPayFairness IN EmployerReviewRecord
                               TO ReviewSumPay
                           IF RevRecommend IN EmployerReviewRecord = 'Y'
                               ADD 1 TO ReviewSumRecommend
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerReviewFile.

       ShowOneEmployerReview.
           MOVE SPACES TO CurrentMessage
           STRING "  - " DELIMITED BY SIZE
               FUNCTION TRIM(RevRole IN EmployerReviewRecord)
               DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(RevTerm IN EmployerReviewRecord)
               DELIMITED BY SIZE
               ": mentorship " DELIMITED BY SIZE
               RevMentorship IN EmployerReviewRecord DELIMITED BY SIZE
               ", workload " DELIMITED BY SIZE
               RevWorkload IN EmployerReviewRecord DELIMITED BY SIZE
               ", pay " DELIMITED BY SIZE
               RevPayFairness IN EmployerReviewRecord DELIMITED BY SIZE
               ", recommends: " DELIMITED BY SIZE
               RevRecommend IN EmployerReviewRecord DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           IF RevComments IN EmployerReviewRecord NOT = SPACES
               MOVE SPACES TO CurrentMessage
               STRING "    " DELIMITED BY SIZE
                   FUNCTION TRIM(RevComments IN EmployerReviewRecord)
                   DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

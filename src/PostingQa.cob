      *> Public questions and answers on a posting, kept in posting_qa.dat
      *> against the JobId. A question is Open until the poster answers it
      *> once; answered questions are shown to everyone viewing the posting.
      *> A question that matches the screening term list is Held: the poster
      *> sees which terms it matched and may still answer or remove it.
      *> PostingQaReminders tells the poster about questions left waiting.
       PostingQaThread.
           IF CurrentJobId = 0
               MOVE "Questions and answers are kept for numbered postings only."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               PERFORM ShowPostingQaThread
               MOVE "1. Ask a Question  2. Report a Question or Answer  0. Back"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               EVALUATE MenuOption
                   WHEN 1
                       PERFORM AskPostingQuestion
                   WHEN 2
                       PERFORM ReportPostingQa
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       MOVE "Invalid option. Please try again." TO CurrentMessage
                       PERFORM DisplayAndLog
               END-EVALUATE
           END-IF.

      *> Everyone sees the answered questions; the asker also sees their
      *> own questions still waiting for the poster.
       ShowPostingQaThread.
           MOVE "--- Questions and Answers ---" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE 0 TO PostingQaCount
           MOVE 'N' TO EOF-PostingQaFile
           OPEN INPUT PostingQaFile
           PERFORM UNTIL EOF-PostingQaFile = 'Y'
               READ PostingQaFile INTO PostingQaRecord
               AT END
                   MOVE 'Y' TO EOF-PostingQaFile
               NOT AT END
                   IF QaJobId IN PostingQaRecord = CurrentJobId
                       PERFORM ShowOnePostingQa
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PostingQaFile
           IF PostingQaCount = 0
               MOVE "No questions have been answered on this posting yet."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       ShowOnePostingQa.
           EVALUATE TRUE
               WHEN FUNCTION TRIM(QaStatus IN PostingQaRecord) = "Answered"
                   ADD 1 TO PostingQaCount
                   MOVE SPACES TO CurrentMessage
                   STRING "Q#" DELIMITED BY SIZE
                       QaId IN PostingQaRecord DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       FUNCTION TRIM(QaQuestion IN PostingQaRecord)
                       DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM DisplayAndLog
                   MOVE SPACES TO CurrentMessage
                   STRING "   A: " DELIMITED BY SIZE
                       FUNCTION TRIM(QaAnswer IN PostingQaRecord)
                       DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       QaAnsweredDate IN PostingQaRecord DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM DisplayAndLog
               WHEN QaAsker IN PostingQaRecord = CurrentUsername AND
                    (FUNCTION TRIM(QaStatus IN PostingQaRecord) = "Open" OR
                     FUNCTION TRIM(QaStatus IN PostingQaRecord) = "Held")
                   ADD 1 TO PostingQaCount
                   MOVE SPACES TO CurrentMessage
                   STRING "Q#" DELIMITED BY SIZE
                       QaId IN PostingQaRecord DELIMITED BY SIZE
                       " (yours, awaiting an answer): " DELIMITED BY SIZE
                       FUNCTION TRIM(QaQuestion IN PostingQaRecord)
                       DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM DisplayAndLog
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ReadPostingQaLine.
           READ InputFile INTO InputRecord
           AT END
               PERFORM CountUnansweredPrompt
               MOVE 'Y' TO EOF-InputFile
               MOVE SPACES TO PostingQaEntry
           NOT AT END
               PERFORM IncrementInputCheckpoint
               MOVE FUNCTION TRIM(InputRecord(1:200)) TO PostingQaEntry
           END-READ.

       AskPostingQuestion.
           IF CurrentUsername = CurrentJobPoster
               MOVE "You posted this job; answer its questions from My Postings."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter your question (up to 200 characters):"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadPostingQaLine
               IF PostingQaEntry = SPACES
                   MOVE "No question entered." TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   PERFORM ScreenPostingQaText
                   PERFORM AddPostingQuestion
               END-IF
           END-IF.

      *> Same term list and matching as ScreenPostingText, applied to the
      *> question text.
       ScreenPostingQaText.
           MOVE SPACES TO ScreenHitAccum
           MOVE 1 TO ScreenHitPtr
           MOVE 0 TO ScreenHitCount
           MOVE 'N' TO EOF-ScreeningTermFile
           OPEN INPUT ScreeningTermFile
           PERFORM UNTIL EOF-ScreeningTermFile = 'Y'
               READ ScreeningTermFile INTO ScreeningTermRecord
               AT END
                   MOVE 'Y' TO EOF-ScreeningTermFile
               NOT AT END
                   IF FUNCTION TRIM(ScreenTerm) NOT = SPACES
                       MOVE SPACES TO SubstringHaystack
                       MOVE FUNCTION UPPER-CASE(PostingQaEntry)
                           TO SubstringHaystack
                       MOVE FUNCTION UPPER-CASE(ScreenTerm)
                           TO SubstringNeedle
                       PERFORM CheckSubstringMatch
                       IF SubstringFound = 'Y' AND ScreenHitPtr < 35
                           ADD 1 TO ScreenHitCount
                           STRING FUNCTION TRIM(ScreenTerm)
                               DELIMITED BY SIZE
                               ";" DELIMITED BY SIZE
                               INTO ScreenHitAccum
                               WITH POINTER ScreenHitPtr
                           ON OVERFLOW
                               CONTINUE
                           END-STRING
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ScreeningTermFile.

       AddPostingQuestion.
           MOVE 0 TO PostingQaNextId
           MOVE 'N' TO EOF-PostingQaFile
           OPEN INPUT PostingQaFile
           PERFORM UNTIL EOF-PostingQaFile = 'Y'
               READ PostingQaFile INTO PostingQaRecord
               AT END
                   MOVE 'Y' TO EOF-PostingQaFile
               NOT AT END
                   IF QaId IN PostingQaRecord IS NUMERIC AND
                      QaId IN PostingQaRecord > PostingQaNextId
                       MOVE QaId IN PostingQaRecord TO PostingQaNextId
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PostingQaFile
           ADD 1 TO PostingQaNextId

           PERFORM StampCreatedDate
           MOVE "posting_qa.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND PostingQaFile
           MOVE SPACES TO PostingQaRecord
           MOVE PostingQaNextId TO QaId IN PostingQaRecord
           MOVE CurrentJobId TO QaJobId IN PostingQaRecord
           MOVE CurrentJobTitle TO QaJobTitle IN PostingQaRecord
           MOVE CurrentJobPoster TO QaPoster IN PostingQaRecord
           MOVE CurrentUsername TO QaAsker IN PostingQaRecord
           MOVE PostingQaEntry TO QaQuestion IN PostingQaRecord
           MOVE CurrentCreatedDate TO QaAskedDate IN PostingQaRecord
           IF ScreenHitCount > 0
               MOVE "Held" TO QaStatus IN PostingQaRecord
               MOVE ScreenHitAccum TO QaScreenFlags IN PostingQaRecord
           ELSE
               MOVE "Open" TO QaStatus IN PostingQaRecord
           END-IF
           MOVE 'N' TO QaReminded IN PostingQaRecord
           WRITE PostingQaRecord
           CLOSE PostingQaFile
           MOVE "posting_qa.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           MOVE CurrentJobPoster TO NotifTargetUsername
           MOVE SPACES TO NotifMessageText
           STRING "New question on your posting " DELIMITED BY SIZE
               FUNCTION TRIM(CurrentJobTitle) DELIMITED BY SIZE
               "; answer it under My Postings." DELIMITED BY SIZE
               INTO NotifMessageText
           MOVE "JOBS" TO NotifCategory
           PERFORM WriteNotification
           PERFORM NotifyPostingCoOwners

           MOVE "QA_ASK" TO AuditActionName
           MOVE SPACES TO AuditDetailText
           STRING "Job " DELIMITED BY SIZE
               CurrentJobId DELIMITED BY SIZE
               " Q#" DELIMITED BY SIZE
               PostingQaNextId DELIMITED BY SIZE
               INTO AuditDetailText
           PERFORM WriteAuditLog
           MOVE "Question sent. It is shown on the posting once the poster answers it."
               TO CurrentMessage
           PERFORM DisplayAndLog.

      *> Only a question the viewer can see on this posting may be reported.
       ReportPostingQa.
           MOVE "Enter the Q# to report, or 0 to go back:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadPostingQaLine
           MOVE FUNCTION NUMVAL-C(PostingQaEntry(1:5)) TO PostingQaPick
           IF PostingQaPick > 0
               MOVE 'N' TO PostingQaFound
               MOVE 'N' TO EOF-PostingQaFile
               OPEN INPUT PostingQaFile
               PERFORM UNTIL EOF-PostingQaFile = 'Y' OR PostingQaFound = 'Y'
                   READ PostingQaFile INTO PostingQaRecord
                   AT END
                       MOVE 'Y' TO EOF-PostingQaFile
                   NOT AT END
                       IF QaId IN PostingQaRecord = PostingQaPick AND
                          QaJobId IN PostingQaRecord = CurrentJobId AND
                          (FUNCTION TRIM(QaStatus IN PostingQaRecord)
                           = "Answered" OR
                           QaAsker IN PostingQaRecord = CurrentUsername)
                           MOVE 'Y' TO PostingQaFound
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PostingQaFile
               IF PostingQaFound = 'Y'
                   MOVE "QNA" TO AbuseTargetType
                   MOVE SPACES TO AbuseTargetRef
                   STRING "Job " DELIMITED BY SIZE
                       CurrentJobId DELIMITED BY SIZE
                       " Q#" DELIMITED BY SIZE
                       PostingQaPick DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       FUNCTION TRIM(QaQuestion IN PostingQaRecord)
                       DELIMITED BY SIZE
                       INTO AbuseTargetRef
                   PERFORM WriteAbuseReport
               ELSE
                   MOVE "No such question on this posting." TO CurrentMessage
                   PERFORM DisplayAndLog
               END-IF
           END-IF.

      *> From My Postings, for the posting in CurrentJobId.
       PosterPostingQa.
           MOVE CurrentJobId TO PostingQaScopeJob
           PERFORM PosterAnswerQuestions.

      *> From the Employer Menu, across every posting the user may manage.
       PosterQaInbox.
           MOVE 0 TO PostingQaScopeJob
           PERFORM PosterAnswerQuestions.

       PosterAnswerQuestions.
           MOVE "--- Questions Waiting for an Answer ---" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM LoadManagedPostings
           MOVE 0 TO PostingQaCount
           MOVE 'N' TO EOF-PostingQaFile
           OPEN INPUT PostingQaFile
           PERFORM UNTIL EOF-PostingQaFile = 'Y'
               READ PostingQaFile INTO PostingQaRecord
               AT END
                   MOVE 'Y' TO EOF-PostingQaFile
               NOT AT END
                   MOVE QaJobId IN PostingQaRecord TO ManagedJobCheckId
                   PERFORM CheckManagedJob
                   IF (QaPoster IN PostingQaRecord = CurrentUsername OR
                       ManagedJobFound = 'Y') AND
                      (PostingQaScopeJob = 0 OR
                       QaJobId IN PostingQaRecord = PostingQaScopeJob) AND
                      (FUNCTION TRIM(QaStatus IN PostingQaRecord) = "Open" OR
                       FUNCTION TRIM(QaStatus IN PostingQaRecord) = "Held")
                       ADD 1 TO PostingQaCount
                       PERFORM ShowPosterQuestion
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PostingQaFile

           IF PostingQaCount = 0
               MOVE "No questions are waiting for an answer." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter the Q# to answer, or 0 to go back:" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadPostingQaLine
               MOVE FUNCTION NUMVAL-C(PostingQaEntry(1:5)) TO PostingQaPick
               IF PostingQaPick > 0
                   PERFORM FindPosterQuestion
                   IF PostingQaFound = 'Y'
                       PERFORM AnswerPosterQuestion
                   ELSE
                       MOVE "No such question is waiting on your postings."
                           TO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
               END-IF
           END-IF.

       ShowPosterQuestion.
           MOVE SPACES TO CurrentMessage
           STRING "Q#" DELIMITED BY SIZE
               QaId IN PostingQaRecord DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(QaJobTitle IN PostingQaRecord) DELIMITED BY SIZE
               " - asked by " DELIMITED BY SIZE
               FUNCTION TRIM(QaAsker IN PostingQaRecord) DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               QaAskedDate IN PostingQaRecord DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           MOVE SPACES TO CurrentMessage
           STRING "   " DELIMITED BY SIZE
               FUNCTION TRIM(QaQuestion IN PostingQaRecord) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           IF FUNCTION TRIM(QaStatus IN PostingQaRecord) = "Held"
               MOVE SPACES TO CurrentMessage
               STRING "   Flagged by screening terms: " DELIMITED BY SIZE
                   FUNCTION TRIM(QaScreenFlags IN PostingQaRecord)
                   DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       FindPosterQuestion.
           MOVE 'N' TO PostingQaFound
           MOVE 'N' TO EOF-PostingQaFile
           OPEN INPUT PostingQaFile
           PERFORM UNTIL EOF-PostingQaFile = 'Y' OR PostingQaFound = 'Y'
               READ PostingQaFile INTO PostingQaRecord
               AT END
                   MOVE 'Y' TO EOF-PostingQaFile
               NOT AT END
                   MOVE QaJobId IN PostingQaRecord TO ManagedJobCheckId
                   PERFORM CheckManagedJob
                   IF QaId IN PostingQaRecord = PostingQaPick AND
                      (QaPoster IN PostingQaRecord = CurrentUsername OR
                       ManagedJobFound = 'Y') AND
                      (PostingQaScopeJob = 0 OR
                       QaJobId IN PostingQaRecord = PostingQaScopeJob) AND
                      (FUNCTION TRIM(QaStatus IN PostingQaRecord) = "Open" OR
                       FUNCTION TRIM(QaStatus IN PostingQaRecord) = "Held")
                       MOVE 'Y' TO PostingQaFound
                       MOVE QaAsker IN PostingQaRecord TO PostingQaAsker
                       MOVE QaJobTitle IN PostingQaRecord TO PostingQaTitle
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PostingQaFile.

       AnswerPosterQuestion.
           MOVE "1. Answer  2. Remove Question  0. Back" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           EVALUATE MenuOption
               WHEN 1
                   MOVE "Enter your answer (up to 200 characters); everyone viewing the posting will see it:"
                       TO CurrentMessage
                   PERFORM DisplayAndLog
                   PERFORM ReadPostingQaLine
                   IF PostingQaEntry = SPACES
                       MOVE "No answer entered." TO CurrentMessage
                       PERFORM DisplayAndLog
                   ELSE
                       MOVE "Answered" TO PostingQaNewStatus
                       PERFORM SavePostingQaChange
                   END-IF
               WHEN 2
                   MOVE SPACES TO PostingQaEntry
                   MOVE "Removed" TO PostingQaNewStatus
                   PERFORM SavePostingQaChange
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid option. Please try again." TO CurrentMessage
                   PERFORM DisplayAndLog
           END-EVALUATE.

       SavePostingQaChange.
           PERFORM StampCreatedDate
           MOVE 'N' TO EOF-PostingQaFile
           OPEN INPUT PostingQaFile
           OPEN OUTPUT TempPostingQaFile
           PERFORM UNTIL EOF-PostingQaFile = 'Y'
               READ PostingQaFile INTO PostingQaRecord
               AT END
                   MOVE 'Y' TO EOF-PostingQaFile
               NOT AT END
                   IF QaId IN PostingQaRecord = PostingQaPick
                       MOVE PostingQaNewStatus TO QaStatus IN PostingQaRecord
                       MOVE PostingQaEntry TO QaAnswer IN PostingQaRecord
                       MOVE CurrentCreatedDate
                           TO QaAnsweredDate IN PostingQaRecord
                   END-IF
                   WRITE TempPostingQaRecord FROM PostingQaRecord
               END-READ
           END-PERFORM
           CLOSE PostingQaFile
           CLOSE TempPostingQaFile

           MOVE "posting_qa.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "posting_qa.dat"
           CALL "CBL_RENAME_FILE" USING "posting_qa_temp.dat"
               "posting_qa.dat"
           PERFORM JournalAfterImage

           MOVE SPACES TO AuditDetailText
           STRING "Q#" DELIMITED BY SIZE
               PostingQaPick DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(PostingQaTitle) DELIMITED BY SIZE
               INTO AuditDetailText
           IF PostingQaNewStatus = "Answered"
               MOVE PostingQaAsker TO NotifTargetUsername
               MOVE SPACES TO NotifMessageText
               STRING "Your question on " DELIMITED BY SIZE
                   FUNCTION TRIM(PostingQaTitle) DELIMITED BY SIZE
                   " has been answered." DELIMITED BY SIZE
                   INTO NotifMessageText
               MOVE "JOBS" TO NotifCategory
               PERFORM WriteNotification
               MOVE "QA_ANSWER" TO AuditActionName
               MOVE "Answer posted." TO CurrentMessage
           ELSE
               MOVE "QA_REMOVE" TO AuditActionName
               MOVE "Question removed." TO CurrentMessage
           END-IF
           PERFORM WriteAuditLog
           PERFORM DisplayAndLog.

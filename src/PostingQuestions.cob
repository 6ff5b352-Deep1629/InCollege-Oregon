      *> Screening questions a poster attaches to a posting, kept in
      *> posting_questions.dat against the JobId, and the answers given at
      *> apply time in posting_answers.dat. A question is Y (yes/no),
      *> M (multiple choice, options separated by "/") or T (short text).
      *> A knockout answer, when set, is the answer the poster requires;
      *> anything else flags the applicant but does not stop the apply.
       ReadPostingQuestionLine.
           READ InputFile INTO InputRecord
           AT END
               PERFORM CountUnansweredPrompt
               MOVE 'Y' TO EOF-InputFile
               MOVE SPACES TO PostingQuestionLine
           NOT AT END
               PERFORM IncrementInputCheckpoint
               MOVE FUNCTION TRIM(InputRecord(1:80)) TO PostingQuestionLine
           END-READ.

      *> Replaces every question on PostingQuestionJobId with what the
      *> poster enters now; entering 0 clears them.
       EnterPostingQuestions.
           MOVE "How many screening questions for applicants (0-5)?"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadPostingQuestionLine
           MOVE 0 TO PostingQuestionCount
           IF PostingQuestionLine(1:1) >= "1" AND
              PostingQuestionLine(1:1) <= "5"
               MOVE PostingQuestionLine(1:1) TO PostingQuestionCount
           END-IF
           INITIALIZE PostingQuestionTable
           PERFORM VARYING PostingQuestionIndex FROM 1 BY 1
               UNTIL PostingQuestionIndex > PostingQuestionCount
               PERFORM EnterOnePostingQuestion
           END-PERFORM

           MOVE 'N' TO EOF-PostingQuestionFile
           OPEN INPUT PostingQuestionFile
           OPEN OUTPUT TempPostingQuestionFile
           PERFORM UNTIL EOF-PostingQuestionFile = 'Y'
               READ PostingQuestionFile INTO PostingQuestionRecord
               AT END
                   MOVE 'Y' TO EOF-PostingQuestionFile
               NOT AT END
                   IF PqJobId IN PostingQuestionRecord NOT =
                      PostingQuestionJobId
                       WRITE TempPostingQuestionRecord
                           FROM PostingQuestionRecord
                   END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING PostingQuestionIndex FROM 1 BY 1
               UNTIL PostingQuestionIndex > PostingQuestionCount
               MOVE SPACES TO TempPostingQuestionRecord
               MOVE PostingQuestionJobId
                   TO PqJobId IN TempPostingQuestionRecord
               MOVE PostingQuestionIndex
                   TO PqNumber IN TempPostingQuestionRecord
               MOVE PqeType(PostingQuestionIndex)
                   TO PqType IN TempPostingQuestionRecord
               MOVE PqeText(PostingQuestionIndex)
                   TO PqText IN TempPostingQuestionRecord
               MOVE PqeChoices(PostingQuestionIndex)
                   TO PqChoices IN TempPostingQuestionRecord
               MOVE PqeKnockout(PostingQuestionIndex)
                   TO PqKnockout IN TempPostingQuestionRecord
               WRITE TempPostingQuestionRecord
           END-PERFORM
           CLOSE PostingQuestionFile
           CLOSE TempPostingQuestionFile
           MOVE "posting_questions.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "posting_questions.dat"
           CALL "CBL_RENAME_FILE" USING "posting_questions_temp.dat"
               "posting_questions.dat"
           PERFORM JournalAfterImage

           MOVE "JOB_QUESTIONS" TO AuditActionName
           MOVE SPACES TO AuditDetailText
           STRING "Job " DELIMITED BY SIZE
               PostingQuestionJobId DELIMITED BY SIZE
               " screening questions: " DELIMITED BY SIZE
               PostingQuestionCount DELIMITED BY SIZE
               INTO AuditDetailText
           PERFORM WriteAuditLog
           IF PostingQuestionCount > 0
               MOVE SPACES TO CurrentMessage
               STRING "Screening questions saved: " DELIMITED BY SIZE
                   PostingQuestionCount DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       EnterOnePostingQuestion.
           MOVE SPACES TO CurrentMessage
           STRING "Question " DELIMITED BY SIZE
               PostingQuestionIndex DELIMITED BY SIZE
               " text:" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadPostingQuestionLine
           MOVE PostingQuestionLine TO PqeText(PostingQuestionIndex)

           MOVE "Answer type - Y (yes/no), M (multiple choice), T (short text):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadPostingQuestionLine
           MOVE FUNCTION UPPER-CASE(PostingQuestionLine(1:1))
               TO PqeType(PostingQuestionIndex)
           IF PqeType(PostingQuestionIndex) NOT = "M" AND
              PqeType(PostingQuestionIndex) NOT = "T"
               MOVE "Y" TO PqeType(PostingQuestionIndex)
           END-IF

           IF PqeType(PostingQuestionIndex) = "M"
               MOVE "Enter up to five choices separated by / :"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadPostingQuestionLine
               MOVE PostingQuestionLine TO PqeChoices(PostingQuestionIndex)
           END-IF

           MOVE "Required answer to stay in the running (blank for none):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadPostingQuestionLine
           IF PqeType(PostingQuestionIndex) = "Y" AND
              PostingQuestionLine NOT = SPACES
               MOVE FUNCTION UPPER-CASE(PostingQuestionLine(1:1))
                   TO PqeKnockout(PostingQuestionIndex)
           ELSE
               MOVE PostingQuestionLine TO PqeKnockout(PostingQuestionIndex)
           END-IF.

      *> Loads the questions on PostingQuestionJobId into the table.
       LoadPostingQuestions.
           MOVE 0 TO PostingQuestionCount
           INITIALIZE PostingQuestionTable
           MOVE 'N' TO EOF-PostingQuestionFile
           OPEN INPUT PostingQuestionFile
           PERFORM UNTIL EOF-PostingQuestionFile = 'Y'
               READ PostingQuestionFile INTO PostingQuestionRecord
               AT END
                   MOVE 'Y' TO EOF-PostingQuestionFile
               NOT AT END
                   IF PqJobId IN PostingQuestionRecord =
                      PostingQuestionJobId AND
                      PostingQuestionCount < 5
                       ADD 1 TO PostingQuestionCount
                       MOVE PqType IN PostingQuestionRecord
                           TO PqeType(PostingQuestionCount)
                       MOVE PqText IN PostingQuestionRecord
                           TO PqeText(PostingQuestionCount)
                       MOVE PqChoices IN PostingQuestionRecord
                           TO PqeChoices(PostingQuestionCount)
                       MOVE PqKnockout IN PostingQuestionRecord
                           TO PqeKnockout(PostingQuestionCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PostingQuestionFile.

      *> Asked during apply; answers are held in the table until the
      *> application itself has been written.
       AskPostingQuestions.
           MOVE 0 TO PostingKnockoutCount
           PERFORM LoadPostingQuestions
           IF PostingQuestionCount > 0
               MOVE "The poster asks applicants to answer the following:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF
           PERFORM VARYING PostingQuestionIndex FROM 1 BY 1
               UNTIL PostingQuestionIndex > PostingQuestionCount
               PERFORM AskOnePostingQuestion
           END-PERFORM.

       AskOnePostingQuestion.
           MOVE SPACES TO CurrentMessage
           STRING PostingQuestionIndex DELIMITED BY SIZE
               ". " DELIMITED BY SIZE
               FUNCTION TRIM(PqeText(PostingQuestionIndex)) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           EVALUATE PqeType(PostingQuestionIndex)
               WHEN "M"
                   PERFORM SplitPostingChoices
                   PERFORM VARYING PostingChoiceIndex FROM 1 BY 1
                       UNTIL PostingChoiceIndex > PostingChoiceCount
                       MOVE SPACES TO CurrentMessage
                       STRING "   " DELIMITED BY SIZE
                           PostingChoiceIndex DELIMITED BY SIZE
                           ") " DELIMITED BY SIZE
                           FUNCTION TRIM(PostingChoiceText(PostingChoiceIndex))
                           DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                   END-PERFORM
                   MOVE "Enter the number of your choice:" TO CurrentMessage
                   PERFORM DisplayAndLog
                   PERFORM ReadPostingQuestionLine
                   MOVE SPACES TO PqeAnswer(PostingQuestionIndex)
                   IF PostingQuestionLine(1:1) >= "1" AND
                      PostingQuestionLine(1:1) <= "5"
                       MOVE PostingQuestionLine(1:1) TO PostingChoiceIndex
                       IF PostingChoiceIndex <= PostingChoiceCount
                           MOVE PostingChoiceText(PostingChoiceIndex)
                               TO PqeAnswer(PostingQuestionIndex)
                       END-IF
                   END-IF
               WHEN "T"
                   MOVE "Your answer:" TO CurrentMessage
                   PERFORM DisplayAndLog
                   PERFORM ReadPostingQuestionLine
                   MOVE PostingQuestionLine TO PqeAnswer(PostingQuestionIndex)
               WHEN OTHER
                   MOVE "Answer Y or N:" TO CurrentMessage
                   PERFORM DisplayAndLog
                   PERFORM ReadPostingQuestionLine
                   IF PostingQuestionLine(1:1) = "Y" OR
                      PostingQuestionLine(1:1) = "y"
                       MOVE "Y" TO PqeAnswer(PostingQuestionIndex)
                   ELSE
                       MOVE "N" TO PqeAnswer(PostingQuestionIndex)
                   END-IF
           END-EVALUATE

           MOVE 'N' TO PqeKnockedOut(PostingQuestionIndex)
           IF PqeKnockout(PostingQuestionIndex) NOT = SPACES AND
              FUNCTION UPPER-CASE(FUNCTION TRIM(PqeAnswer(PostingQuestionIndex)))
              NOT = FUNCTION UPPER-CASE(
                  FUNCTION TRIM(PqeKnockout(PostingQuestionIndex)))
               MOVE 'Y' TO PqeKnockedOut(PostingQuestionIndex)
               ADD 1 TO PostingKnockoutCount
           END-IF.

       SplitPostingChoices.
           MOVE SPACES TO PostingChoiceTable
           UNSTRING PqeChoices(PostingQuestionIndex) DELIMITED BY "/"
               INTO PostingChoiceText(1) PostingChoiceText(2)
                    PostingChoiceText(3) PostingChoiceText(4)
                    PostingChoiceText(5)
           END-UNSTRING
           MOVE 0 TO PostingChoiceCount
           PERFORM VARYING PostingChoiceIndex FROM 1 BY 1
               UNTIL PostingChoiceIndex > 5
               IF PostingChoiceText(PostingChoiceIndex) NOT = SPACES
                   MOVE FUNCTION TRIM(PostingChoiceText(PostingChoiceIndex))
                       TO PostingChoiceText(PostingChoiceIndex)
                   MOVE PostingChoiceIndex TO PostingChoiceCount
               END-IF
           END-PERFORM.

      *> A re-application replaces whatever the applicant answered before.
       SavePostingAnswers.
           MOVE 'N' TO EOF-PostingAnswerFile
           OPEN INPUT PostingAnswerFile
           OPEN OUTPUT TempPostingAnswerFile
           PERFORM UNTIL EOF-PostingAnswerFile = 'Y'
               READ PostingAnswerFile INTO PostingAnswerRecord
               AT END
                   MOVE 'Y' TO EOF-PostingAnswerFile
               NOT AT END
                   IF PaJobId IN PostingAnswerRecord NOT =
                      PostingQuestionJobId OR
                      PaUsername IN PostingAnswerRecord NOT = CurrentUsername
                       WRITE TempPostingAnswerRecord FROM PostingAnswerRecord
                   END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING PostingQuestionIndex FROM 1 BY 1
               UNTIL PostingQuestionIndex > PostingQuestionCount
               MOVE SPACES TO TempPostingAnswerRecord
               MOVE PostingQuestionJobId TO PaJobId IN TempPostingAnswerRecord
               MOVE CurrentUsername TO PaUsername IN TempPostingAnswerRecord
               MOVE PostingQuestionIndex
                   TO PaNumber IN TempPostingAnswerRecord
               MOVE PqeAnswer(PostingQuestionIndex)
                   TO PaAnswer IN TempPostingAnswerRecord
               MOVE PqeKnockedOut(PostingQuestionIndex)
                   TO PaKnockedOut IN TempPostingAnswerRecord
               WRITE TempPostingAnswerRecord
           END-PERFORM
           CLOSE PostingAnswerFile
           CLOSE TempPostingAnswerFile
           MOVE "posting_answers.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "posting_answers.dat"
           CALL "CBL_RENAME_FILE" USING "posting_answers_temp.dat"
               "posting_answers.dat"
           PERFORM JournalAfterImage.

      *> Shown under each applicant in the poster's applicant list for
      *> InterviewTargetApplicant on PostingQuestionJobId.
       ShowApplicantPostingAnswers.
           MOVE 'N' TO PostingApplicantKnockedOut
           MOVE 'N' TO EOF-PostingAnswerFile
           OPEN INPUT PostingAnswerFile
           PERFORM UNTIL EOF-PostingAnswerFile = 'Y'
               READ PostingAnswerFile INTO PostingAnswerRecord
               AT END
                   MOVE 'Y' TO EOF-PostingAnswerFile
               NOT AT END
                   IF PaJobId IN PostingAnswerRecord = PostingQuestionJobId
                      AND PaUsername IN PostingAnswerRecord =
                      InterviewTargetApplicant AND
                      PaNumber IN PostingAnswerRecord IS NUMERIC AND
                      PaNumber IN PostingAnswerRecord >= 1 AND
                      PaNumber IN PostingAnswerRecord <= PostingQuestionCount
                       MOVE PaNumber IN PostingAnswerRecord
                           TO PostingQuestionIndex
                       MOVE SPACES TO CurrentMessage
                       STRING "   Q" DELIMITED BY SIZE
                           PostingQuestionIndex DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(PqeText(PostingQuestionIndex))
                           DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           FUNCTION TRIM(PaAnswer IN PostingAnswerRecord)
                           DELIMITED BY SIZE
                           INTO CurrentMessage
                       IF PaKnockedOut IN PostingAnswerRecord = 'Y'
                           MOVE 'Y' TO PostingApplicantKnockedOut
                       END-IF
                       PERFORM DisplayAndLog
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PostingAnswerFile
           IF PostingApplicantKnockedOut = 'Y'
               MOVE "   ** KNOCKED OUT: did not give a required answer"
                   TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

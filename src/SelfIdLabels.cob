      *> Wording for the voluntary self-identification questions. The host
      *> sets SelfIdQuestion (1-6) and gets SelfIdQuestionText and
      *> SelfIdMaxCode back from DescribeSelfIdQuestion; with SelfIdCode
      *> also set, DescribeSelfIdAnswer returns SelfIdLabel. Code 9 is
      *> "Prefer not to say" on every question.
       DescribeSelfIdQuestion.
           EVALUATE SelfIdQuestion
               WHEN 1
                   MOVE "Gender" TO SelfIdQuestionText
                   MOVE 4 TO SelfIdMaxCode
               WHEN 2
                   MOVE "Hispanic or Latino ethnicity" TO SelfIdQuestionText
                   MOVE 2 TO SelfIdMaxCode
               WHEN 3
                   MOVE "Race" TO SelfIdQuestionText
                   MOVE 6 TO SelfIdMaxCode
               WHEN 4
                   MOVE "Veteran status" TO SelfIdQuestionText
                   MOVE 2 TO SelfIdMaxCode
               WHEN 5
                   MOVE "Disability" TO SelfIdQuestionText
                   MOVE 2 TO SelfIdMaxCode
               WHEN OTHER
                   MOVE "First-generation college student" TO SelfIdQuestionText
                   MOVE 2 TO SelfIdMaxCode
           END-EVALUATE.

       DescribeSelfIdAnswer.
           MOVE SPACES TO SelfIdLabel
           IF SelfIdCode = '9'
               MOVE "Prefer not to say" TO SelfIdLabel
           ELSE
               EVALUATE SelfIdQuestion ALSO SelfIdCode
                   WHEN 1 ALSO '1'
                       MOVE "Woman" TO SelfIdLabel
                   WHEN 1 ALSO '2'
                       MOVE "Man" TO SelfIdLabel
                   WHEN 1 ALSO '3'
                       MOVE "Non-binary" TO SelfIdLabel
                   WHEN 1 ALSO '4'
                       MOVE "Another gender identity" TO SelfIdLabel
                   WHEN 2 ALSO '1'
                       MOVE "Hispanic or Latino" TO SelfIdLabel
                   WHEN 2 ALSO '2'
                       MOVE "Not Hispanic or Latino" TO SelfIdLabel
                   WHEN 3 ALSO '1'
                       MOVE "American Indian or Alaska Native" TO SelfIdLabel
                   WHEN 3 ALSO '2'
                       MOVE "Asian" TO SelfIdLabel
                   WHEN 3 ALSO '3'
                       MOVE "Black or African American" TO SelfIdLabel
                   WHEN 3 ALSO '4'
                       MOVE "Native Hawaiian or Pacific Islander" TO SelfIdLabel
                   WHEN 3 ALSO '5'
                       MOVE "White" TO SelfIdLabel
                   WHEN 3 ALSO '6'
                       MOVE "Two or more races" TO SelfIdLabel
                   WHEN 4 ALSO '1'
                       MOVE "Veteran" TO SelfIdLabel
                   WHEN 4 ALSO '2'
                       MOVE "Not a veteran" TO SelfIdLabel
                   WHEN 5 ALSO '1'
                       MOVE "Has a disability" TO SelfIdLabel
                   WHEN 5 ALSO '2'
                       MOVE "No disability" TO SelfIdLabel
                   WHEN 6 ALSO '1'
                       MOVE "First-generation" TO SelfIdLabel
                   WHEN 6 ALSO '2'
                       MOVE "Not first-generation" TO SelfIdLabel
                   WHEN OTHER
                       MOVE "Prefer not to say" TO SelfIdLabel
               END-EVALUATE
           END-IF.

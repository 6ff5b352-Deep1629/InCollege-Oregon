      *> Yearly alumni update. Once a year after sign-in an alumnus is asked
      *> to confirm or update their current role, and each answer is kept
      *> with its date in career_history.dat so AlumniCareerReport can show
      *> where graduates are one, three and five years out. Skipping also
      *> writes a row, so the question is not asked again until next year.
       OfferAlumniCareerUpdate.
           MOVE 'N' TO CareerUpdateDue
           MOVE 0 TO CareerGradYear
           OPEN INPUT UserProfileRecordFile
           MOVE CurrentUsername TO Username-Profile IN UserProfileRecord
           READ UserProfileRecordFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF AlumniFlag IN UserProfileRecord = 'Y' AND
                  GraduationYear IN UserProfileRecord IS NUMERIC AND
                  GraduationYear IN UserProfileRecord > 0
                   MOVE 'Y' TO CareerUpdateDue
                   MOVE GraduationYear IN UserProfileRecord
                       TO CareerGradYear
               END-IF
           END-READ
           CLOSE UserProfileRecordFile

           IF CareerUpdateDue = 'Y'
               PERFORM LoadLatestCareerAnswer
               PERFORM CheckCareerUpdateDue
           END-IF
           IF CareerUpdateDue = 'Y'
               PERFORM PromptAlumniCareerUpdate
           END-IF.

      *> Latest answer on file, falling back to the first experience entry
      *> when the alumnus has never answered.
       LoadLatestCareerAnswer.
           MOVE SPACES TO CareerLastDate
           MOVE SPACES TO CareerEmployer
           MOVE SPACES TO CareerRole
           MOVE SPACES TO CareerField
           MOVE 'N' TO EOF-CareerHistoryFile
           OPEN INPUT CareerHistoryFile
           PERFORM UNTIL EOF-CareerHistoryFile = 'Y'
               READ CareerHistoryFile INTO CareerHistoryRecord
               AT END
                   MOVE 'Y' TO EOF-CareerHistoryFile
               NOT AT END
                   IF CarUsername IN CareerHistoryRecord = CurrentUsername
                      AND CarAnswerDate IN CareerHistoryRecord >=
                      CareerLastDate
                       MOVE CarAnswerDate IN CareerHistoryRecord
                           TO CareerLastDate
                       IF CarStatus IN CareerHistoryRecord NOT = 'S'
                           MOVE CarEmployer IN CareerHistoryRecord
                               TO CareerEmployer
                           MOVE CarRole IN CareerHistoryRecord TO CareerRole
                           MOVE CarField IN CareerHistoryRecord TO CareerField
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CareerHistoryFile

           IF CareerRole = SPACES AND CareerEmployer = SPACES
               MOVE 'N' TO EOF-ExperienceFile
               OPEN INPUT ExperienceFile
               PERFORM UNTIL EOF-ExperienceFile = 'Y'
                   READ ExperienceFile INTO ExperienceRecord
                   AT END
                       MOVE 'Y' TO EOF-ExperienceFile
                   NOT AT END
                       IF ExpUsername IN ExperienceRecord = CurrentUsername
                          AND CareerRole = SPACES
                           MOVE ExpTitle IN ExperienceRecord TO CareerRole
                           MOVE ExpCompany IN ExperienceRecord
                               TO CareerEmployer
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ExperienceFile
           END-IF.

       CheckCareerUpdateDue.
           PERFORM StampCreatedDate
           COMPUTE CareerYearsOut =
               FUNCTION NUMVAL(CurrentCreatedDate(1:4)) - CareerGradYear
           IF CareerLastDate NOT = SPACES AND
              CareerLastDate(1:4) IS NUMERIC AND
              CareerLastDate(6:2) IS NUMERIC AND
              CareerLastDate(9:2) IS NUMERIC
               COMPUTE CareerLastDateNum =
                   FUNCTION NUMVAL(CareerLastDate(1:4)) * 10000 +
                   FUNCTION NUMVAL(CareerLastDate(6:2)) * 100 +
                   FUNCTION NUMVAL(CareerLastDate(9:2))
               COMPUTE CareerTodayNum =
                   FUNCTION NUMVAL(CurrentCreatedDate(1:4)) * 10000 +
                   FUNCTION NUMVAL(CurrentCreatedDate(6:2)) * 100 +
                   FUNCTION NUMVAL(CurrentCreatedDate(9:2))
               IF FUNCTION TEST-DATE-YYYYMMDD(CareerLastDateNum) = 0 AND
                  FUNCTION TEST-DATE-YYYYMMDD(CareerTodayNum) = 0
                   COMPUTE CareerDaysSince =
                       FUNCTION INTEGER-OF-DATE(CareerTodayNum) -
                       FUNCTION INTEGER-OF-DATE(CareerLastDateNum)
                   IF CareerDaysSince < 365
                       MOVE 'N' TO CareerUpdateDue
                   END-IF
               END-IF
           END-IF.

       PromptAlumniCareerUpdate.
           MOVE "--- Yearly Alumni Update ---" TO CurrentMessage
           PERFORM DisplayAndLog
           IF CareerRole = SPACES AND CareerEmployer = SPACES
               MOVE "Tell us where your career has taken you. (U = answer now, N = skip this year):"
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE SPACES TO CurrentMessage
               STRING "Are you still " DELIMITED BY SIZE
                   FUNCTION TRIM(CareerRole) DELIMITED BY SIZE
                   " at " DELIMITED BY SIZE
                   FUNCTION TRIM(CareerEmployer) DELIMITED BY SIZE
                   "?" DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "(Y = yes, U = update my role, N = skip this year):"
                   TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF
           READ InputFile INTO InputRecord
           AT END
               PERFORM CountUnansweredPrompt
               MOVE 'Y' TO EOF-InputFile
               MOVE 'N' TO CareerChoice
           NOT AT END
               PERFORM IncrementInputCheckpoint
               MOVE FUNCTION UPPER-CASE(InputRecord(1:1)) TO CareerChoice
           END-READ

           EVALUATE TRUE
               WHEN CareerChoice = 'Y' AND
                    (CareerRole NOT = SPACES OR CareerEmployer NOT = SPACES)
                   MOVE 'C' TO CareerStatus
               WHEN CareerChoice = 'U'
                   MOVE "Current employer (blank if not working):"
                       TO CurrentMessage
                   PERFORM DisplayAndLog
                   PERFORM ReadCareerEntry
                   MOVE CareerEntry TO CareerEmployer
                   MOVE "Current role or job title:" TO CurrentMessage
                   PERFORM DisplayAndLog
                   PERFORM ReadCareerEntry
                   MOVE CareerEntry TO CareerRole
                   MOVE "Field or industry:" TO CurrentMessage
                   PERFORM DisplayAndLog
                   PERFORM ReadCareerEntry
                   MOVE CareerEntry TO CareerField
                   MOVE 'U' TO CareerStatus
               WHEN OTHER
                   MOVE 'S' TO CareerStatus
           END-EVALUATE
           PERFORM SaveCareerAnswer

           IF CareerStatus = 'S'
               MOVE "No problem - we will ask again next year." TO CurrentMessage
           ELSE
               MOVE "Thank you - your career update was recorded."
                   TO CurrentMessage
           END-IF
           PERFORM DisplayAndLog.

       ReadCareerEntry.
           READ InputFile INTO InputRecord
           AT END
               PERFORM CountUnansweredPrompt
               MOVE 'Y' TO EOF-InputFile
               MOVE SPACES TO CareerEntry
           NOT AT END
               PERFORM IncrementInputCheckpoint
               MOVE FUNCTION TRIM(InputRecord(1:50)) TO CareerEntry
           END-READ.

       SaveCareerAnswer.
           MOVE "career_history.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND CareerHistoryFile
           MOVE SPACES TO CareerHistoryRecord
           MOVE CurrentUsername TO CarUsername IN CareerHistoryRecord
           MOVE CurrentCreatedDate TO CarAnswerDate IN CareerHistoryRecord
           MOVE CareerGradYear TO CarGradYear IN CareerHistoryRecord
           MOVE CareerYearsOut TO CarYearsOut IN CareerHistoryRecord
           MOVE CareerStatus TO CarStatus IN CareerHistoryRecord
           IF CareerStatus NOT = 'S'
               MOVE CareerEmployer TO CarEmployer IN CareerHistoryRecord
               MOVE CareerRole TO CarRole IN CareerHistoryRecord
               MOVE CareerField TO CarField IN CareerHistoryRecord
           END-IF
           WRITE CareerHistoryRecord
           CLOSE CareerHistoryFile
           MOVE "career_history.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           IF CareerStatus NOT = 'S'
               MOVE "ALUMNI_CAREER_UPDATE" TO AuditActionName
               MOVE SPACES TO AuditDetailText
               STRING "Alumni career update, " DELIMITED BY SIZE
                   CareerYearsOut DELIMITED BY SIZE
                   " year(s) out" DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAuditLog
           END-IF.

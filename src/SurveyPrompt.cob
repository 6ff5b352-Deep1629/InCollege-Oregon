               MOVE FUNCTION TRIM(InputRecord(1:100)) TO SurveyAnswerText
           END-READ

           MOVE "survey_responses.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND SurveyResponseFile
           MOVE SPACES TO SurveyResponseRecord
           MOVE PendingSurveyId TO RespSurveyId IN SurveyResponseRecord
               TO RespQstNumber IN SurveyResponseRecord
           MOVE SurveyAnswerText TO RespAnswer IN SurveyResponseRecord
           WRITE SurveyResponseRecord
           CLOSE SurveyResponseFile
           MOVE "survey_responses.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

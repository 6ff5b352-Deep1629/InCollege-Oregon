                   PERFORM DisplayAndLog
               ELSE
                   PERFORM StampCreatedDate
                   MOVE "recommendations_text.dat" TO JournalMasterName
                   PERFORM JournalBeforeImage
                   OPEN EXTEND RecoTextFile
                   MOVE SPACES TO RecoTextRecord
                   MOVE CurrentUsername TO RecoFrom IN RecoTextRecord
                   MOVE CurrentCreatedDate TO RecoDate IN RecoTextRecord
                   WRITE RecoTextRecord
                   CLOSE RecoTextFile
                   MOVE "recommendations_text.dat" TO JournalMasterName
                   PERFORM JournalAfterImage

                   MOVE RecoTargetUsername TO NotifTargetUsername
                   MOVE SPACES TO NotifMessageText
           CLOSE RecoTextFile
           CLOSE TempRecoTextFile

           MOVE "recommendations_text.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "recommendations_text.dat"
           CALL "CBL_RENAME_FILE" USING "recommendations_text_temp.dat"
               "recommendations_text.dat"
           PERFORM JournalAfterImage

           IF RecoChoice = 'A' THEN
               MOVE "Recommendation approved; it now shows on your profile." TO CurrentMessage

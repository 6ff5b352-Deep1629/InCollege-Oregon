                   MOVE "That user is already blocked." TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   MOVE "blocked_users.dat" TO JournalMasterName
                   PERFORM JournalBeforeImage
                   OPEN EXTEND BlockedUserFile
                   MOVE CurrentUsername TO BlockerUsername IN BlockedUserRecord
                   MOVE BlockTargetUsername TO BlockedUsername IN BlockedUserRecord
                   WRITE BlockedUserRecord
                   CLOSE BlockedUserFile
                   MOVE "blocked_users.dat" TO JournalMasterName
                   PERFORM JournalAfterImage
                   MOVE "User blocked." TO CurrentMessage
                   PERFORM DisplayAndLog
               END-IF
           END-IF.

       SWAP-BLOCKED-FILES.
           MOVE "blocked_users.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "blocked_users.dat"
           CALL "CBL_RENAME_FILE" USING "blocked_users_temp.dat"
               "blocked_users.dat"
           PERFORM JournalAfterImage.

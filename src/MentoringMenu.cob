               MOVE FUNCTION TRIM(InputRecord(1:100)) TO SessionNoteEntry
           END-READ

           MOVE "mentor_sessions.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND MentorSessionFile
           MOVE SPACES TO MentorSessionRecord
           MOVE SessionMentorName TO SessionMentor IN MentorSessionRecord
           MOVE SessionNoteEntry TO SessionNote IN MentorSessionRecord
           WRITE MentorSessionRecord
           CLOSE MentorSessionFile
           MOVE "mentor_sessions.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           MOVE "Session logged." TO CurrentMessage
           PERFORM DisplayAndLog.
           END-IF
           CLOSE TempMentorPrefFile

           MOVE "mentor_prefs.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "mentor_prefs.dat"
           CALL "CBL_RENAME_FILE" USING "mentor_prefs_temp.dat"
               "mentor_prefs.dat"
           PERFORM JournalAfterImage.

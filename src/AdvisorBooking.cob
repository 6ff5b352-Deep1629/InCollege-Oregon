           END-IF.

       SWAP-ADVISOR-SLOT-FILES.
           MOVE "advisor_slots.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "advisor_slots.dat"
           CALL "CBL_RENAME_FILE" USING "advisor_slots_temp.dat"
               "advisor_slots.dat"
           PERFORM JournalAfterImage.

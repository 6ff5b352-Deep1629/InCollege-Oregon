           PERFORM SWAP-CONNECTION-FILES.

       SWAP-CONNECTION-FILES.
           MOVE "connections.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_RENAME_FILE" USING "connections.dat"
               "connections_bak.dat"
           CALL "CBL_RENAME_FILE" USING "connections_temp.dat"
               "connections.dat"
           CALL "CBL_DELETE_FILE" USING "connections_bak.dat"
           PERFORM JournalAfterImage.



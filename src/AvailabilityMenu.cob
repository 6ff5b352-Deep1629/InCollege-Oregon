                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "availability.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND AvailabilityFile
               MOVE SPACES TO AvailabilityRecord
               MOVE CurrentUsername TO AvailUsername IN AvailabilityRecord
               MOVE AvailEndEntry TO AvailEnd IN AvailabilityRecord
               WRITE AvailabilityRecord
               CLOSE AvailabilityFile
               MOVE "availability.dat" TO JournalMasterName
               PERFORM JournalAfterImage
               MOVE "Availability window added." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

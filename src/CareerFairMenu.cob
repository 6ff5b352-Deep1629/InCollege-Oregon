                       TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   MOVE "fair_interest.dat" TO JournalMasterName
                   PERFORM JournalBeforeImage
                   OPEN EXTEND FairInterestFile
                   MOVE SPACES TO FairInterestRecord
                   MOVE SelectedFairId
                       TO InterestDate IN FairInterestRecord
                   WRITE FairInterestRecord
                   CLOSE FairInterestFile
                   MOVE "fair_interest.dat" TO JournalMasterName
                   PERFORM JournalAfterImage

                   MOVE SPACES TO CurrentMessage
                   STRING "Interest registered for " DELIMITED BY SIZE

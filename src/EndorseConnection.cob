                       PERFORM DisplayAndLog
                   ELSE
                       PERFORM StampCreatedDate
                       MOVE "endorsements.dat" TO JournalMasterName
                       PERFORM JournalBeforeImage
                       OPEN EXTEND EndorsementFile
                       MOVE CurrentUsername TO EndorserUsername IN EndorsementRecord
                       MOVE EndorseTargetUsername TO EndorsedUsername IN EndorsementRecord
                       MOVE CurrentCreatedDate TO EndorsementDate IN EndorsementRecord
                       WRITE EndorsementRecord
                       CLOSE EndorsementFile
                       MOVE "endorsements.dat" TO JournalMasterName
                       PERFORM JournalAfterImage

                       MOVE EndorseTargetUsername TO NotifTargetUsername
                       MOVE SPACES TO NotifMessageText

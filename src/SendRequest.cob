                   MOVE FUNCTION TRIM(InputRecord(1:60)) TO RequestNoteEntry
               END-READ
               PERFORM StampCreatedDate
               MOVE "connections.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND ConnectionRequestFile
               MOVE SPACES TO ConnectionRecord
               MOVE CurrentUsername TO FromUsername IN ConnectionRecord
               MOVE RequestNoteEntry TO RequestNote IN ConnectionRecord
               WRITE ConnectionRecord
               CLOSE ConnectionRequestFile
               MOVE "connections.dat" TO JournalMasterName
               PERFORM JournalAfterImage
               MOVE "CONNECTION_REQUEST" TO AuditActionName
               MOVE SearchedUsername TO AuditDetailText
               PERFORM WriteAuditLog

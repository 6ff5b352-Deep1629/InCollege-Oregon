                                   ". " DELIMITED BY SIZE
                                   FUNCTION TRIM(ToUsername IN ConnectionRecord)
                                   DELIMITED BY SIZE
                                   ConnTagSuffix DELIMITED BY SIZE
                                   INTO CurrentMessage
                               PERFORM DisplayAndLog
                           END-IF
                                   ". " DELIMITED BY SIZE
                                   FUNCTION TRIM(FromUsername IN ConnectionRecord)
                                   DELIMITED BY SIZE
                                   ConnTagSuffix DELIMITED BY SIZE
                                   INTO CurrentMessage
                               PERFORM DisplayAndLog
                           END-IF
           END-PERFORM
           CLOSE ConnectionRequestFile

           IF ConnectionFound = 'N' AND NetworkTagFilter NOT = SPACES THEN
               MOVE "None of your connections carry that tag." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE IF ConnectionFound = 'N' THEN
               MOVE "You have no connections yet." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF
           END-IF
           MOVE "---------------------" TO CurrentMessage
           PERFORM DisplayAndLog.

               ELSE
                   MOVE 'N' TO NetworkPartnerInScope
               END-IF
           END-IF
           IF NetworkPartnerInScope = 'Y' THEN
               MOVE NetworkPartnerUsername TO ConnTagPartner
               PERFORM CheckConnTagFilter
               MOVE ConnTagMatches TO NetworkPartnerInScope
           END-IF.


      *> The removed row goes to Recently Deleted; the other person is not
      *> told, and any private tags on them are left in place.
       RemoveMyConnection.
           PERFORM BuildFirstDegreeTable
           IF FirstDegreeCount = 0 THEN
               MOVE "You have no connections yet." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               PERFORM VARYING FirstDegreeIndex FROM 1 BY 1
                       UNTIL FirstDegreeIndex > FirstDegreeCount
                   MOVE SPACES TO CurrentMessage
                   STRING FUNCTION TRIM(FirstDegreeIndex) DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       FUNCTION TRIM(FirstDegreeName(FirstDegreeIndex))
                       DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM DisplayAndLog
               END-PERFORM
               MOVE "Enter number to remove, or 0 to go back:" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               IF MenuOption > 0 AND MenuOption <= FirstDegreeCount THEN
                   MOVE FirstDegreeName(MenuOption) TO RecyclePartner
                   PERFORM DisconnectFromPartner
               END-IF
           END-IF.

       DisconnectFromPartner.
           MOVE 'N' TO RecycleMatchFound
           MOVE 'N' TO EOF-ConnectionFile
           OPEN INPUT ConnectionRequestFile
           OPEN OUTPUT TempConnectionFile
           PERFORM UNTIL EOF-ConnectionFile = 'Y'
               READ ConnectionRequestFile INTO ConnectionRecord
               AT END
                   MOVE 'Y' TO EOF-ConnectionFile
               NOT AT END
                   IF ConnectionStatus IN ConnectionRecord = "Connected" AND
                      ((FromUsername IN ConnectionRecord = CurrentUsername AND
                        ToUsername IN ConnectionRecord = RecyclePartner) OR
                       (FromUsername IN ConnectionRecord = RecyclePartner AND
                        ToUsername IN ConnectionRecord = CurrentUsername))
                       MOVE 'Y' TO RecycleMatchFound
                       MOVE ConnectionRecord TO RecycleImage
                   ELSE
                       WRITE TempConnectionRecord FROM ConnectionRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ConnectionRequestFile
           CLOSE TempConnectionFile
           PERFORM SWAP-CONNECTION-FILES

           IF RecycleMatchFound = 'Y' THEN
               MOVE "CONN" TO RecycleKind
               MOVE SPACES TO RecycleSummary
               STRING "Connection with " DELIMITED BY SIZE
                   FUNCTION TRIM(RecyclePartner) DELIMITED BY SIZE
                   INTO RecycleSummary
               PERFORM StashInRecycleBin
               MOVE "CONNECTION_REMOVE" TO AuditActionName
               MOVE RecyclePartner TO AuditDetailText
               PERFORM WriteAuditLog
               MOVE SPACES TO CurrentMessage
               STRING "You are no longer connected with " DELIMITED BY SIZE
                   FUNCTION TRIM(RecyclePartner) DELIMITED BY SIZE
                   ". It can be restored from Recently Deleted." DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

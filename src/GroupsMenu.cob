               PERFORM DisplayAndLog
               MOVE "8. Back to Main Menu" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "9. Schedule a Group Message for Later" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               EVALUATE MenuOption
                   WHEN 1
                       PERFORM ManageGroup
                   WHEN 8
                       MOVE 'Y' TO BackToMainMenu
                   WHEN 9
                       MOVE 'Y' TO MsgScheduleMode
                       PERFORM MessageGroup
                       MOVE 'N' TO MsgScheduleMode
                   WHEN OTHER
                       MOVE "Invalid option. Please try again." TO CurrentMessage
                       PERFORM DisplayAndLog
           ELSE
               PERFORM LookupGroupOwner
               PERFORM StampCreatedDate
               MOVE "group_members.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND GroupMemberFile
               MOVE SPACES TO GroupMemberRecord
               MOVE SelectedGroupName TO GroupMemberGroup IN GroupMemberRecord
               MOVE 'N' TO OfficerFlag IN GroupMemberRecord
               WRITE GroupMemberRecord
               CLOSE GroupMemberFile
               MOVE "group_members.dat" TO JournalMasterName
               PERFORM JournalAfterImage
               IF GroupApprovalFlagValue = 'Y' THEN
                   MOVE GroupBoardOwner TO NotifTargetUsername
                   MOVE SPACES TO NotifMessageText
                   END-READ

                   PERFORM StampCreatedDate
                   MOVE "groups.dat" TO JournalMasterName
                   PERFORM JournalBeforeImage
                   OPEN EXTEND GroupFile
                   MOVE SPACES TO GroupRecord
                   MOVE SelectedGroupName TO GroupName IN GroupRecord
                   MOVE GroupApprovalEntry TO GroupApprovalMode IN GroupRecord
                   WRITE GroupRecord
                   CLOSE GroupFile
                   MOVE "groups.dat" TO JournalMasterName
                   PERFORM JournalAfterImage

                   MOVE "group_members.dat" TO JournalMasterName
                   PERFORM JournalBeforeImage
                   OPEN EXTEND GroupMemberFile
                   MOVE SPACES TO GroupMemberRecord
                   MOVE SelectedGroupName TO GroupMemberGroup IN GroupMemberRecord
                   MOVE 'N' TO OfficerFlag IN GroupMemberRecord
                   WRITE GroupMemberRecord
                   CLOSE GroupMemberFile
                   MOVE "group_members.dat" TO JournalMasterName
                   PERFORM JournalAfterImage

                   MOVE "GROUP_CREATE" TO AuditActionName
                   MOVE SelectedGroupName TO AuditDetailText
           PERFORM DisplayAndLog.

       SWAP-GROUP-MEMBER-FILES.
           MOVE "group_members.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "group_members.dat"
           CALL "CBL_RENAME_FILE" USING "group_members_temp.dat"
               "group_members.dat"
           PERFORM JournalAfterImage.

       CountGroupMembers.
           MOVE 0 TO GroupMemberCount
                       IF FUNCTION TRIM(GroupMessageText) = SPACES THEN
                           MOVE "Message cannot be blank." TO CurrentMessage
                           PERFORM DisplayAndLog
                       ELSE IF MsgScheduleMode = 'Y' THEN
                           PERFORM CaptureScheduleRelease
                           IF ScheduleValid = 'Y' THEN
                               PERFORM DeliverGroupMessage
                           END-IF
                       ELSE
                           PERFORM DeliverGroupMessage
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       DeliverGroupMessage.
           MOVE 0 TO GroupDeliveredCount
           IF MsgScheduleMode = 'Y'
               PERFORM NextOutboxId
               MOVE "G" TO ScheduleKind
               MOVE SelectedGroupName TO ScheduleContext
           END-IF
           MOVE 'N' TO EOF-GroupMemberFile
           OPEN INPUT GroupMemberFile
           PERFORM UNTIL EOF-GroupMemberFile = 'Y'
           CLOSE GroupMemberFile

           MOVE SPACES TO CurrentMessage
           IF MsgScheduleMode = 'Y'
               STRING "Group message scheduled for " DELIMITED BY SIZE
                   FUNCTION TRIM(GroupDeliveredCount) DELIMITED BY SIZE
                   " member(s), release " DELIMITED BY SIZE
                   ScheduleReleaseDate DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ScheduleReleaseTime DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "MSG_SCHEDULE" TO AuditActionName
               MOVE SPACES TO AuditDetailText
               STRING "Group " DELIMITED BY SIZE
                   FUNCTION TRIM(SelectedGroupName) DELIMITED BY SIZE
                   " outbox " DELIMITED BY SIZE
                   ScheduleOutId DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAuditLog
           ELSE
               STRING "Group message delivered to " DELIMITED BY SIZE
                   FUNCTION TRIM(GroupDeliveredCount) DELIMITED BY SIZE
                   " member(s)." DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       GroupBoard.
           MOVE "Your groups:" TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               PERFORM StampCreatedDate
               MOVE "group_posts.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND GroupPostFile
               MOVE SPACES TO GroupPostRecord
               MOVE SelectedGroupName TO PostGroupName IN GroupPostRecord
               MOVE CurrentCreatedDate TO PostDate IN GroupPostRecord
               WRITE GroupPostRecord
               CLOSE GroupPostFile
               MOVE "group_posts.dat" TO JournalMasterName
               PERFORM JournalAfterImage
               MOVE "Posted to the group board." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.
       DeliverGroupMessageToMember.
           MOVE GroupDeliveryTarget TO BlockCheckTarget
           PERFORM CheckBlocked
           IF IsBlocked = 'N' AND MsgScheduleMode = 'Y' THEN
               MOVE GroupDeliveryTarget TO ScheduleTarget
               MOVE SPACES TO ScheduleText
               STRING "[" DELIMITED BY SIZE
                   FUNCTION TRIM(SelectedGroupName) DELIMITED BY SIZE
                   "] " DELIMITED BY SIZE
                   FUNCTION TRIM(GroupMessageText) DELIMITED BY SIZE
                   INTO ScheduleText
               PERFORM QueueOutboxRow
               ADD 1 TO GroupDeliveredCount
           ELSE IF IsBlocked = 'N' THEN
               PERFORM StampCreatedDate
               MOVE "messages.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND MessageFile
               MOVE SPACES TO MessageRecord
               MOVE CurrentUsername TO MsgSender IN MessageRecord
               MOVE CurrentCreatedDate TO MsgTimestamp IN MessageRecord
               WRITE MessageRecord
               CLOSE MessageFile
               MOVE "messages.dat" TO JournalMasterName
               PERFORM JournalAfterImage
               ADD 1 TO GroupDeliveredCount
           END-IF
           END-IF.

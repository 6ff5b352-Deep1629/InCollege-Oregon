      *> Send-later messages. Nothing here touches messages.dat: rows wait
      *> in message_outbox.dat as Held until ScheduledMessageRelease finds
      *> them due, re-checks blocks, message-request rules and the daily
      *> limits, and delivers them. MsgScheduleMode switches the existing
      *> direct, group and applicant send screens over to the outbox.
       ScheduleDirectMessage.
           PERFORM CaptureScheduleRelease
           IF ScheduleValid = 'Y' THEN
               PERFORM NextOutboxId
               MOVE "D" TO ScheduleKind
               MOVE SPACES TO ScheduleContext
               MOVE RecipientUsername TO ScheduleTarget
               MOVE MessageText TO ScheduleText
               PERFORM QueueOutboxRow
               MOVE SPACES TO CurrentMessage
               STRING "Message to " DELIMITED BY SIZE
                   FUNCTION TRIM(RecipientUsername) DELIMITED BY SIZE
                   " scheduled for " DELIMITED BY SIZE
                   ScheduleReleaseDate DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ScheduleReleaseTime DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "MSG_SCHEDULE" TO AuditActionName
               MOVE SPACES TO AuditDetailText
               STRING "To " DELIMITED BY SIZE
                   FUNCTION TRIM(RecipientUsername) DELIMITED BY SIZE
                   " outbox " DELIMITED BY SIZE
                   ScheduleOutId DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAuditLog
           END-IF.

      *> Asks for the release date and time. The date may be today or
      *> later; a blank time means 08:00. Sets ScheduleValid.
       CaptureScheduleRelease.
           MOVE 'N' TO ScheduleValid
           PERFORM StampCreatedDate
           MOVE "Enter the release date (YYYY-MM-DD):" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadScheduleLine
           MOVE ScheduleEntry(1:10) TO DateCheckInput
           PERFORM ValidateDateField
           IF DateCheckValid = 'N' THEN
               MOVE "That is not a valid date; nothing scheduled." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE IF DateCheckNormalized < CurrentCreatedDate THEN
               MOVE "The release date cannot be in the past; nothing scheduled."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE DateCheckNormalized TO ScheduleReleaseDate
               MOVE "Enter the release time (HH:MM, 24-hour; blank for 08:00):"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadScheduleLine
               MOVE ScheduleEntry(1:5) TO ScheduleTimeEntry
               IF ScheduleTimeEntry = SPACES
                   MOVE "08:00" TO ScheduleTimeEntry
               END-IF
               IF ScheduleTimeEntry(1:2) IS NUMERIC AND
                  ScheduleTimeEntry(3:1) = ":" AND
                  ScheduleTimeEntry(4:2) IS NUMERIC AND
                  ScheduleTimeEntry(1:2) < "24" AND
                  ScheduleTimeEntry(4:2) < "60"
                   MOVE ScheduleTimeEntry TO ScheduleReleaseTime
                   MOVE 'Y' TO ScheduleValid
               ELSE
                   MOVE "Times must be HH:MM; nothing scheduled." TO CurrentMessage
                   PERFORM DisplayAndLog
               END-IF
           END-IF
           END-IF.

       ReadScheduleLine.
           READ InputFile INTO InputRecord
           AT END
               PERFORM CountUnansweredPrompt
               MOVE 'Y' TO EOF-InputFile
               MOVE SPACES TO ScheduleEntry
           NOT AT END
               PERFORM IncrementInputCheckpoint
               MOVE FUNCTION TRIM(InputRecord(1:200)) TO ScheduleEntry
           END-READ.

       NextOutboxId.
           MOVE 0 TO ScheduleOutId
           MOVE 'N' TO EOF-MessageOutboxFile
           OPEN INPUT MessageOutboxFile
           PERFORM UNTIL EOF-MessageOutboxFile = 'Y'
               READ MessageOutboxFile INTO MessageOutboxRecord
               AT END
                   MOVE 'Y' TO EOF-MessageOutboxFile
               NOT AT END
                   IF OutId IN MessageOutboxRecord > ScheduleOutId
                       MOVE OutId IN MessageOutboxRecord TO ScheduleOutId
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MessageOutboxFile
           ADD 1 TO ScheduleOutId.

      *> Appends one Held row for ScheduleTarget under ScheduleOutId.
       QueueOutboxRow.
           PERFORM StampCreatedDate
           MOVE "message_outbox.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND MessageOutboxFile
           MOVE SPACES TO MessageOutboxRecord
           MOVE ScheduleOutId TO OutId IN MessageOutboxRecord
           MOVE CurrentUsername TO OutSender IN MessageOutboxRecord
           MOVE ScheduleKind TO OutKind IN MessageOutboxRecord
           MOVE ScheduleTarget TO OutRecipient IN MessageOutboxRecord
           MOVE ScheduleContext TO OutContext IN MessageOutboxRecord
           MOVE ScheduleText TO OutContent IN MessageOutboxRecord
           MOVE ScheduleReleaseDate TO OutReleaseDate IN MessageOutboxRecord
           MOVE ScheduleReleaseTime TO OutReleaseTime IN MessageOutboxRecord
           MOVE "Held" TO OutStatus IN MessageOutboxRecord
           MOVE CurrentCreatedDate TO OutCreatedDate IN MessageOutboxRecord
           WRITE MessageOutboxRecord
           CLOSE MessageOutboxFile
           MOVE "message_outbox.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       MyScheduledMessages.
           MOVE "--- My Scheduled Messages ---" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM LoadMyOutbox
           IF OutboxListCount = 0 THEN
               MOVE "You have no messages waiting to be sent." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               PERFORM VARYING OutboxListIndex FROM 1 BY 1
                       UNTIL OutboxListIndex > OutboxListCount
                   PERFORM ShowOutboxEntry
               END-PERFORM
               MOVE "Enter number to manage, or 0 to go back:" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               IF MenuOption > 0 AND MenuOption <= OutboxListCount THEN
                   MOVE MenuOption TO OutboxListIndex
                   PERFORM ManageOutboxEntry
               END-IF
           END-IF.

      *> Collects the current user's Held rows into OutboxListTable, one
      *> entry per OutId with the number of recipients it covers.
       LoadMyOutbox.
           MOVE 0 TO OutboxListCount
           MOVE 'N' TO EOF-MessageOutboxFile
           OPEN INPUT MessageOutboxFile
           PERFORM UNTIL EOF-MessageOutboxFile = 'Y'
               READ MessageOutboxFile INTO MessageOutboxRecord
               AT END
                   MOVE 'Y' TO EOF-MessageOutboxFile
               NOT AT END
                   IF OutSender IN MessageOutboxRecord = CurrentUsername AND
                      FUNCTION TRIM(OutStatus IN MessageOutboxRecord) = "Held"
                       PERFORM AddOutboxListEntry
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MessageOutboxFile.

       AddOutboxListEntry.
           PERFORM VARYING OutboxListIndex FROM 1 BY 1
                   UNTIL OutboxListIndex > OutboxListCount OR
                   OutboxListId(OutboxListIndex) = OutId IN MessageOutboxRecord
               CONTINUE
           END-PERFORM
           IF OutboxListIndex <= OutboxListCount THEN
               ADD 1 TO OutboxListRecipients(OutboxListIndex)
           ELSE IF OutboxListCount < 30 THEN
               ADD 1 TO OutboxListCount
               MOVE OutboxListCount TO OutboxListIndex
               MOVE OutId IN MessageOutboxRecord
                   TO OutboxListId(OutboxListIndex)
               MOVE OutKind IN MessageOutboxRecord
                   TO OutboxListKind(OutboxListIndex)
               MOVE OutRecipient IN MessageOutboxRecord
                   TO OutboxListTarget(OutboxListIndex)
               MOVE OutContext IN MessageOutboxRecord
                   TO OutboxListContext(OutboxListIndex)
               MOVE SPACES TO OutboxListRelease(OutboxListIndex)
               STRING OutReleaseDate IN MessageOutboxRecord DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OutReleaseTime IN MessageOutboxRecord DELIMITED BY SIZE
                   INTO OutboxListRelease(OutboxListIndex)
               MOVE 1 TO OutboxListRecipients(OutboxListIndex)
               MOVE OutContent IN MessageOutboxRecord
                   TO OutboxListPreview(OutboxListIndex)
           END-IF
           END-IF.

       ShowOutboxEntry.
           MOVE SPACES TO CurrentMessage
           EVALUATE OutboxListKind(OutboxListIndex)
               WHEN "G"
                   STRING OutboxListIndex DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       OutboxListRelease(OutboxListIndex) DELIMITED BY SIZE
                       "  Group " DELIMITED BY SIZE
                       FUNCTION TRIM(OutboxListContext(OutboxListIndex))
                           DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(OutboxListRecipients(OutboxListIndex))
                           DELIMITED BY SIZE
                       " member(s))" DELIMITED BY SIZE
                       INTO CurrentMessage
               WHEN "B"
                   STRING OutboxListIndex DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       OutboxListRelease(OutboxListIndex) DELIMITED BY SIZE
                       "  Applicants for " DELIMITED BY SIZE
                       FUNCTION TRIM(OutboxListContext(OutboxListIndex))
                           DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(OutboxListRecipients(OutboxListIndex))
                           DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO CurrentMessage
               WHEN OTHER
                   STRING OutboxListIndex DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       OutboxListRelease(OutboxListIndex) DELIMITED BY SIZE
                       "  To " DELIMITED BY SIZE
                       FUNCTION TRIM(OutboxListTarget(OutboxListIndex))
                           DELIMITED BY SIZE
                       INTO CurrentMessage
           END-EVALUATE
           PERFORM DisplayAndLog
           MOVE SPACES TO CurrentMessage
           STRING "   " DELIMITED BY SIZE
               OutboxListPreview(OutboxListIndex) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog.

       ManageOutboxEntry.
           MOVE OutboxListId(OutboxListIndex) TO OutboxSelectedId
           MOVE "1. Edit the text  2. Change the release date and time  3. Cancel it  0. Back"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           EVALUATE MenuOption
               WHEN 1
                   MOVE "Enter the new message text:" TO CurrentMessage
                   PERFORM DisplayAndLog
                   PERFORM ReadScheduleLine
                   IF ScheduleEntry = SPACES THEN
                       MOVE "Message cannot be blank; nothing changed."
                           TO CurrentMessage
                       PERFORM DisplayAndLog
                   ELSE
                       MOVE "T" TO OutboxChangeAction
                       PERFORM ApplyOutboxChange
                       MOVE "MSG_SCHEDULE_EDIT" TO AuditActionName
                       MOVE "Message updated." TO CurrentMessage
                       PERFORM ReportOutboxChange
                   END-IF
               WHEN 2
                   PERFORM CaptureScheduleRelease
                   IF ScheduleValid = 'Y' THEN
                       MOVE "R" TO OutboxChangeAction
                       PERFORM ApplyOutboxChange
                       MOVE "MSG_SCHEDULE_EDIT" TO AuditActionName
                       MOVE "Release time updated." TO CurrentMessage
                       PERFORM ReportOutboxChange
                   END-IF
               WHEN 3
                   MOVE "C" TO OutboxChangeAction
                   PERFORM ApplyOutboxChange
                   MOVE "MSG_SCHEDULE_CANCEL" TO AuditActionName
                   MOVE "Scheduled message cancelled." TO CurrentMessage
                   PERFORM ReportOutboxChange
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid option. Please try again." TO CurrentMessage
                   PERFORM DisplayAndLog
           END-EVALUATE.

      *> The row may have been released by the batch since the list was
      *> shown, so the outcome depends on how many rows actually changed.
       ReportOutboxChange.
           IF OutboxChangedCount = 0 THEN
               MOVE "That message has already been sent or cancelled." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               PERFORM DisplayAndLog
               MOVE SPACES TO AuditDetailText
               STRING "Outbox " DELIMITED BY SIZE
                   OutboxSelectedId DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAuditLog
           END-IF.

      *> Applies OutboxChangeAction (T text, R release, C cancel) to every
      *> Held row of OutboxSelectedId owned by the current user.
       ApplyOutboxChange.
           MOVE 0 TO OutboxChangedCount
           MOVE 'N' TO EOF-MessageOutboxFile
           OPEN INPUT MessageOutboxFile
           OPEN OUTPUT TempMessageOutboxFile
           PERFORM UNTIL EOF-MessageOutboxFile = 'Y'
               READ MessageOutboxFile INTO MessageOutboxRecord
               AT END
                   MOVE 'Y' TO EOF-MessageOutboxFile
               NOT AT END
                   IF OutId IN MessageOutboxRecord = OutboxSelectedId AND
                      OutSender IN MessageOutboxRecord = CurrentUsername AND
                      FUNCTION TRIM(OutStatus IN MessageOutboxRecord) = "Held"
                       ADD 1 TO OutboxChangedCount
                       EVALUATE OutboxChangeAction
                           WHEN "T"
                               IF OutKind IN MessageOutboxRecord = "G"
                                   MOVE SPACES TO OutContent IN MessageOutboxRecord
                                   STRING "[" DELIMITED BY SIZE
                                       FUNCTION TRIM(OutContext IN MessageOutboxRecord)
                                           DELIMITED BY SIZE
                                       "] " DELIMITED BY SIZE
                                       FUNCTION TRIM(ScheduleEntry(1:150))
                                           DELIMITED BY SIZE
                                       INTO OutContent IN MessageOutboxRecord
                               ELSE
                                   MOVE ScheduleEntry
                                       TO OutContent IN MessageOutboxRecord
                               END-IF
                           WHEN "R"
                               MOVE ScheduleReleaseDate
                                   TO OutReleaseDate IN MessageOutboxRecord
                               MOVE ScheduleReleaseTime
                                   TO OutReleaseTime IN MessageOutboxRecord
                           WHEN OTHER
                               MOVE "Cancelled" TO OutStatus IN MessageOutboxRecord
                               MOVE "Cancelled by sender"
                                   TO OutResult IN MessageOutboxRecord
                       END-EVALUATE
                   END-IF
                   WRITE TempMessageOutboxRecord FROM MessageOutboxRecord
               END-READ
           END-PERFORM
           CLOSE MessageOutboxFile
           CLOSE TempMessageOutboxFile
           MOVE "message_outbox.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "message_outbox.dat"
           CALL "CBL_RENAME_FILE" USING "message_outbox_temp.dat"
               "message_outbox.dat"
           PERFORM JournalAfterImage.

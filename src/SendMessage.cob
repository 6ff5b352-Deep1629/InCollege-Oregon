			   PERFORM DisplayAndLog
			   MOVE "5. Back to Main Menu" TO CurrentMessage
			   PERFORM DisplayAndLog
			   MOVE "6. Schedule a Message for Later" TO CurrentMessage
			   PERFORM DisplayAndLog
			   MOVE "7. My Scheduled Messages" TO CurrentMessage
			   PERFORM DisplayAndLog
			   PERFORM ReadMenuOption
			   EVALUATE MenuOption
				   WHEN 1
					   PERFORM SearchMyMessages
				   WHEN 5
					   MOVE 'Y' TO BackToMainMenu
				   WHEN 6
					   MOVE 'Y' TO MsgScheduleMode
					   PERFORM SendNewMessage
					   MOVE 'N' TO MsgScheduleMode
				   WHEN 7
					   PERFORM MyScheduledMessages
				   WHEN OTHER
					   MOVE "Invalid option. Please try again." TO CurrentMessage
					   PERFORM DisplayAndLog
		   END-PERFORM.

	   SendNewMessage.
		   IF MsgRecipientPreset NOT = SPACES
			   MOVE MsgRecipientPreset TO RecipientUsername
		   ELSE
			   MOVE "Enter recipient's username (must be a connection):" TO CurrentMessage
			   PERFORM DisplayAndLog
			   READ InputFile INTO InputRecord
			   AT END
				   PERFORM CountUnansweredPrompt
				   MOVE 'Y' TO EOF-InputFile
				   MOVE SPACES TO RecipientUsername
			   NOT AT END
				   PERFORM IncrementInputCheckpoint
				   MOVE FUNCTION TRIM(InputRecord(1:100)) TO RecipientUsername
				   MOVE FUNCTION UPPER-CASE(RecipientUsername) TO RecipientUsername
			   END-READ
		   END-IF

		   MOVE 'N' TO RecipientExists
		   MOVE 'N' TO RecipientConnected
				   PERFORM CheckMessagingContact
			   END-IF

			   *> A scheduled message is counted against the limits on the day
			   *> it is released, not the day it is written.
			   IF MsgScheduleMode = 'Y'
				   MOVE 'N' TO MsgLimitExceeded
			   ELSE
				   PERFORM CheckMessageSendAllowed
			   END-IF

			   IF IsBlocked = 'Y' THEN
				   MOVE "You cannot message this user." TO CurrentMessage
			   ELSE IF MsgLimitExceeded = 'Y' THEN
				   MOVE "Daily message limit reached; try again tomorrow or contact staff." TO CurrentMessage
				   PERFORM DisplayAndLog
			   ELSE IF RecipientConnected = 'N' AND MessagingAllowed = 'N' AND
					   MsgScheduleMode = 'Y' THEN
				   MOVE "Messages can be scheduled only to connections or accepted message requests." TO CurrentMessage
				   PERFORM DisplayAndLog
			   ELSE IF RecipientConnected = 'N' AND MessagingAllowed = 'N' THEN
				   PERFORM OfferMessageRequest
			   ELSE
				   IF MessageText = SPACES THEN
					   MOVE "Message cannot be blank." TO CurrentMessage
					   PERFORM DisplayAndLog
				   ELSE IF MsgScheduleMode = 'Y' THEN
					   PERFORM ScheduleDirectMessage
				   ELSE
					   MOVE "messages.dat" TO JournalMasterName
					   PERFORM JournalBeforeImage
					   OPEN EXTEND MessageFile
					   MOVE CurrentUsername TO MsgSender IN MessageRecord
					   MOVE RecipientUsername TO MsgRecipient IN MessageRecord
					   MOVE FormattedMessageTimestamp TO MsgTimestamp IN MessageRecord
					   WRITE MessageRecord
					   CLOSE MessageFile
					   MOVE "messages.dat" TO JournalMasterName
					   PERFORM JournalAfterImage

					   PERFORM RecordMessageSend

						   INTO CurrentMessage
					   PERFORM DisplayAndLog
				   END-IF
				   END-IF
			   END-IF
			   END-IF
			   END-IF
			   END-IF
					   PERFORM DisplayAndLog
				   ELSE
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
					   MOVE "Message request sent. The user can accept or decline it." TO CurrentMessage
					   PERFORM DisplayAndLog
				   END-IF


	   OpenSharedJobPosting.
		   MOVE 'N' TO JobFound
		   OPEN INPUT JobFile
		   MOVE LastSharedJobId TO JobId IN JobRecord
		   READ JobFile
		   INVALID KEY
			   CONTINUE
		   NOT INVALID KEY
			   MOVE JobUsername IN JobRecord TO CurrentJobPoster
			   MOVE JobTitle IN JobRecord TO CurrentJobTitle
			   MOVE JobDescription IN JobRecord TO CurrentJobDescription
			   MOVE JobEmployer IN JobRecord TO CurrentJobEmployer
			   MOVE JobLocation IN JobRecord TO CurrentJobLocation
			   MOVE JobSalary IN JobRecord TO CurrentJobSalary
			   MOVE SalaryVisible IN JobRecord TO CurrentSalaryVisible
			   MOVE ApplicationDeadline IN JobRecord TO CurrentApplicationDeadline
			   MOVE JobCategory IN JobRecord TO CurrentJobCategory
			   MOVE JobWorkAuth IN JobRecord TO CurrentJobWorkAuth
			   MOVE LastSharedJobId TO CurrentJobId
			   MOVE 'Y' TO JobFound
		   END-READ
		   CLOSE JobFile

		   IF JobFound = 'N' THEN
				   END-IF
				   IF MessageIsSelected = 'Y'
					   MOVE 'Y' TO MsgDeleteDone
					   MOVE MessageRecord TO RecycleImage
					   MOVE SPACES TO RecycleSummary
					   STRING "From " DELIMITED BY SIZE
						   FUNCTION TRIM(MsgSender IN MessageRecord) DELIMITED BY SIZE
						   ": " DELIMITED BY SIZE
						   MsgContent IN MessageRecord DELIMITED BY SIZE
						   INTO RecycleSummary
				   ELSE
					   WRITE TempMessageRecord FROM MessageRecord
				   END-IF
		   PERFORM SWAP-MESSAGE-FILES

		   IF MsgDeleteDone = 'Y'
			   MOVE "MSG" TO RecycleKind
			   PERFORM StashInRecycleBin
			   MOVE "Message deleted. It can be restored from Recently Deleted." TO CurrentMessage
		   ELSE
			   MOVE "No message matched that number; nothing deleted." TO CurrentMessage
		   END-IF
		   PERFORM DisplayAndLog.

	   SWAP-MESSAGE-FILES.
		   MOVE "messages.dat" TO JournalMasterName
		   PERFORM JournalBeforeImage
		   CALL "CBL_RENAME_FILE" USING "messages.dat"
			   "messages_bak.dat"
		   CALL "CBL_RENAME_FILE" USING "messages_temp.dat"
			   "messages.dat"
		   CALL "CBL_DELETE_FILE" USING "messages_bak.dat"
		   PERFORM JournalAfterImage.

	   ViewConversation.
		   MOVE "Enter the username of the person whose conversation you want to view:"
					   MOVE MsgRequestSender TO BlockCheckTarget
					   PERFORM CheckBlocked
					   IF IsBlocked = 'N'
						   MOVE "blocked_users.dat" TO JournalMasterName
						   PERFORM JournalBeforeImage
						   OPEN EXTEND BlockedUserFile
						   MOVE CurrentUsername TO BlockerUsername IN BlockedUserRecord
						   MOVE MsgRequestSender TO BlockedUsername IN BlockedUserRecord
						   WRITE BlockedUserRecord
						   CLOSE BlockedUserFile
						   MOVE "blocked_users.dat" TO JournalMasterName
						   PERFORM JournalAfterImage
					   END-IF
					   MOVE "Message request declined and the sender blocked." TO CurrentMessage
					   PERFORM DisplayAndLog
		   CLOSE TempMessageFile
		   PERFORM SWAP-MESSAGE-FILES

		   MOVE "message_contacts.dat" TO JournalMasterName
		   PERFORM JournalBeforeImage
		   OPEN EXTEND MessageContactFile
		   MOVE CurrentUsername TO ContactUserA IN MessageContactRecord
		   MOVE MsgRequestSender TO ContactUserB IN MessageContactRecord
		   WRITE MessageContactRecord
		   CLOSE MessageContactFile
		   MOVE "message_contacts.dat" TO JournalMasterName
		   PERFORM JournalAfterImage

		   MOVE "Message request accepted. You can now message each other." TO CurrentMessage
		   PERFORM DisplayAndLog.

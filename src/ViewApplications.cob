                           "]" DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                       PERFORM ShowAtsForwardStatus
                   END-IF
           END-PERFORM
           CLOSE ApplicationFile
               INTO CurrentMessage
           PERFORM DisplayAndLog

           PERFORM ListExternalApplications

           PERFORM ShowMyInterviewOffers
           PERFORM ShowMyJobOffers

               CLOSE InterviewFile
               CLOSE TempInterviewFile

               MOVE "interviews.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "interviews.dat"
               CALL "CBL_RENAME_FILE" USING "interviews_temp.dat"
                   "interviews.dat"
               PERFORM JournalAfterImage

               IF FUNCTION TRIM(InterviewTargetApplicant) = SPACES THEN
                   MOVE "That interview is not open for a counter-proposal."
               MOVE OfferResponseTitle TO AuditDetailText
               PERFORM WriteAuditLog
               PERFORM DisplayAndLog
               IF OfferDecisionChoice = 'A' AND OfferResponseJobId > 0
                   MOVE OfferResponseJobId TO OpeningsJobId
                   PERFORM FillPostingOnAcceptedOffer
               END-IF
           END-IF.

       SyncApplicationWithOffer.
           CLOSE InterviewFile
           CLOSE TempInterviewFile

           MOVE "interviews.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "interviews.dat"
           CALL "CBL_RENAME_FILE" USING "interviews_temp.dat"
               "interviews.dat"
           PERFORM JournalAfterImage

           IF FUNCTION TRIM(InterviewTargetApplicant) NOT = SPACES THEN
               MOVE InterviewTargetApplicant TO NotifTargetUsername

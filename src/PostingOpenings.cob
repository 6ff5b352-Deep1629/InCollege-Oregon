      *> A posting can carry more than one opening, kept in
      *> posting_openings.dat against the JobId; a posting with no row has
      *> one. Hired applicants, which includes anyone who accepted a formal
      *> offer, and roles marked filled externally count against the
      *> openings, and the posting moves to Filled once they are all taken.
       ReadOpeningsEntry.
           MOVE 0 TO OpeningsEntryValue
           READ InputFile INTO InputRecord
           AT END
               PERFORM CountUnansweredPrompt
               MOVE 'Y' TO EOF-InputFile
               MOVE SPACES TO OpeningsEntry
           NOT AT END
               PERFORM IncrementInputCheckpoint
               MOVE FUNCTION TRIM(InputRecord(1:3)) TO OpeningsEntry
           END-READ
           IF OpeningsEntry NOT = SPACES
               MOVE FUNCTION NUMVAL-C(OpeningsEntry) TO OpeningsEntryValue
           END-IF.

       EnterPostingOpenings.
           MOVE "Number of openings on this posting (blank for 1):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadOpeningsEntry
           IF OpeningsEntryValue = 0
               MOVE 1 TO OpeningsEntryValue
           END-IF.

      *> Replaces the openings on OpeningsJobId with OpeningsEntryValue.
      *> One opening is the default, so no row is kept for it.
       SavePostingOpenings.
           PERFORM StampCreatedDate
           MOVE 'N' TO EOF-PostingOpeningFile
           OPEN INPUT PostingOpeningFile
           OPEN OUTPUT TempPostingOpeningFile
           PERFORM UNTIL EOF-PostingOpeningFile = 'Y'
               READ PostingOpeningFile INTO PostingOpeningRecord
               AT END
                   MOVE 'Y' TO EOF-PostingOpeningFile
               NOT AT END
                   IF OpnJobId IN PostingOpeningRecord NOT = OpeningsJobId
                       WRITE TempPostingOpeningRecord
                           FROM PostingOpeningRecord
                   END-IF
               END-READ
           END-PERFORM
           IF OpeningsEntryValue > 1
               MOVE SPACES TO PostingOpeningRecord
               MOVE OpeningsJobId TO OpnJobId IN PostingOpeningRecord
               MOVE OpeningsEntryValue TO OpnCount IN PostingOpeningRecord
               MOVE CurrentUsername TO OpnSetBy IN PostingOpeningRecord
               MOVE CurrentCreatedDate TO OpnSetDate IN PostingOpeningRecord
               WRITE TempPostingOpeningRecord FROM PostingOpeningRecord
           END-IF
           CLOSE PostingOpeningFile
           CLOSE TempPostingOpeningFile
           MOVE "posting_openings.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "posting_openings.dat"
           CALL "CBL_RENAME_FILE" USING "posting_openings_temp.dat"
               "posting_openings.dat"
           PERFORM JournalAfterImage.

       LoadPostingOpenings.
           MOVE 1 TO PostingOpeningsCount
           MOVE 'N' TO EOF-PostingOpeningFile
           OPEN INPUT PostingOpeningFile
           PERFORM UNTIL EOF-PostingOpeningFile = 'Y'
               READ PostingOpeningFile INTO PostingOpeningRecord
               AT END
                   MOVE 'Y' TO EOF-PostingOpeningFile
               NOT AT END
                   IF OpnJobId IN PostingOpeningRecord = OpeningsJobId AND
                      OpnCount IN PostingOpeningRecord IS NUMERIC AND
                      OpnCount IN PostingOpeningRecord > 0
                       MOVE OpnCount IN PostingOpeningRecord
                           TO PostingOpeningsCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PostingOpeningFile.

       CountFilledOpenings.
           MOVE 0 TO OpeningsFilledCount
           MOVE 'N' TO EOF-ApplicationFile
           OPEN INPUT ApplicationFile
           PERFORM UNTIL EOF-ApplicationFile = 'Y'
               READ ApplicationFile INTO ApplicationRecord
               AT END
                   MOVE 'Y' TO EOF-ApplicationFile
               NOT AT END
                   IF AppJobId IN ApplicationRecord IS NUMERIC AND
                      AppJobId IN ApplicationRecord = OpeningsJobId AND
                      (FUNCTION TRIM(AppStatus IN ApplicationRecord) = "Hired"
                       OR FUNCTION TRIM(AppStatus IN ApplicationRecord)
                          = "FilledExt")
                       ADD 1 TO OpeningsFilledCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ApplicationFile.

       CheckOpeningsReached.
           MOVE 'N' TO OpeningsReached
           PERFORM LoadPostingOpenings
           PERFORM CountFilledOpenings
           IF OpeningsFilledCount >= PostingOpeningsCount
               MOVE 'Y' TO OpeningsReached
           END-IF.

      *> ", 3 of 5 filled" for a posting with more than one opening,
      *> blank otherwise.
       DescribeOpeningsFilled.
           MOVE SPACES TO OpeningsFilledTag
           PERFORM LoadPostingOpenings
           IF PostingOpeningsCount > 1
               PERFORM CountFilledOpenings
               MOVE OpeningsFilledCount TO OpeningsFilledDisplay
               MOVE PostingOpeningsCount TO OpeningsCountDisplay
               STRING ", " DELIMITED BY SIZE
                   FUNCTION TRIM(OpeningsFilledDisplay) DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   FUNCTION TRIM(OpeningsCountDisplay) DELIMITED BY SIZE
                   " filled" DELIMITED BY SIZE
                   INTO OpeningsFilledTag
           END-IF.

      *> Run when a student accepts an offer on OpeningsJobId. If that
      *> takes the last opening the posting is filled on the poster's
      *> behalf: the rest of the pool is closed out and told why, and the
      *> poster is told the posting has filled.
       FillPostingOnAcceptedOffer.
           PERFORM CheckOpeningsReached
           MOVE 'N' TO OpeningsPostingFilled
           IF OpeningsReached = 'Y'
               MOVE SPACES TO JshOldStatusValue
               MOVE "jobs.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN I-O JobFile
               MOVE OpeningsJobId TO JobId IN JobRecord
               READ JobFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FUNCTION TRIM(JobStatus IN JobRecord) NOT = "Filled"
                      AND FUNCTION TRIM(JobStatus IN JobRecord)
                          NOT = "Suspended"
                       MOVE JobStatus IN JobRecord TO JshOldStatusValue
                       MOVE JobTitle IN JobRecord TO CascadeJobTitle
                       MOVE JobEmployer IN JobRecord TO CascadeJobEmployer
                       MOVE JobUsername IN JobRecord TO OpeningsPostingOwner
                       MOVE "Filled" TO JobStatus IN JobRecord
                       REWRITE JobRecord
                       MOVE 'Y' TO OpeningsPostingFilled
                   END-IF
               END-READ
               CLOSE JobFile
               MOVE "jobs.dat" TO JournalMasterName
               PERFORM JournalAfterImage
           END-IF

           IF OpeningsPostingFilled = 'Y'
               MOVE OpeningsJobId TO JshJobIdValue
               MOVE "Filled" TO JshNewStatusValue
               PERFORM WriteJobStatusHistory
               MOVE OpeningsJobId TO CascadeJobId
               MOVE "Filled" TO CascadeNewStatus
               MOVE CurrentUsername TO CascadeActor
               MOVE FormattedMessageTimestamp TO CascadeStamp
               PERFORM CascadePostingClose

               MOVE PostingOpeningsCount TO OpeningsCountDisplay
               MOVE OpeningsPostingOwner TO NotifTargetUsername
               MOVE SPACES TO NotifMessageText
               STRING "All " DELIMITED BY SIZE
                   FUNCTION TRIM(OpeningsCountDisplay) DELIMITED BY SIZE
                   " opening(s) on " DELIMITED BY SIZE
                   FUNCTION TRIM(CascadeJobTitle) DELIMITED BY SIZE
                   " are filled; the posting is now marked Filled."
                   DELIMITED BY SIZE
                   INTO NotifMessageText
               MOVE "JOBS" TO NotifCategory
               PERFORM WriteNotification
           END-IF.

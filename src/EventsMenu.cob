               PERFORM DisplayAndLog
               MOVE "7. Back to Main Menu" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "8. Recurring Event Series" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               EVALUATE MenuOption
                   WHEN 1
                       PERFORM EventAttendanceReport
                   WHEN 7
                       MOVE 'Y' TO BackToMainMenu
                   WHEN 8
                       PERFORM EventSeriesMenu
                   WHEN OTHER
                       MOVE "Invalid option. Please try again." TO CurrentMessage
                       PERFORM DisplayAndLog
               AT END
                   MOVE 'Y' TO EOF-EventFile
               NOT AT END
                   MOVE EventId IN EventRecord TO CancelCheckEventId
                   PERFORM CheckEventCancelled
                   IF EventDate IN EventRecord >= CurrentCreatedDate AND
                      EventIsCancelled = 'N' THEN
                       ADD 1 TO EventListCount
                       MOVE EventId IN EventRecord TO RsvpCountEventId
                       PERFORM CountEventRsvps
               AT END
                   MOVE 'Y' TO EOF-EventFile
               NOT AT END
                   MOVE EventId IN EventRecord TO CancelCheckEventId
                   PERFORM CheckEventCancelled
                   IF EventDate IN EventRecord >= CurrentCreatedDate AND
                      EventIsCancelled = 'N' THEN
                       ADD 1 TO EventScanIndex
                       IF EventScanIndex = MenuOption THEN
                           MOVE EventId IN EventRecord TO SelectedEventId
               MOVE SelectedEventId TO RsvpCountEventId
               PERFORM CountEventRsvps
               PERFORM StampCreatedDate
               MOVE "event_rsvps.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND EventRsvpFile
               MOVE SPACES TO EventRsvpRecord
               MOVE SelectedEventId TO RsvpEventId IN EventRsvpRecord
               END-IF
               WRITE EventRsvpRecord
               CLOSE EventRsvpFile
               MOVE "event_rsvps.dat" TO JournalMasterName
               PERFORM JournalAfterImage
               IF SelectedEventCapacity > 0 AND
                  EventRsvpCount >= SelectedEventCapacity THEN
                   ADD 1 TO EventWaitlistCount

               PERFORM GetNextEventId
               PERFORM StampCreatedDate
               MOVE "events.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND EventFile
               MOVE SPACES TO EventRecord
               MOVE LastEventIdValue TO EventId IN EventRecord
               MOVE NewEventCapacity TO EventCapacity IN EventRecord
               WRITE EventRecord
               CLOSE EventFile
               MOVE "events.dat" TO JournalMasterName
               PERFORM JournalAfterImage

               MOVE "EVENT_CREATE" TO AuditActionName
               MOVE SelectedEventTitle TO AuditDetailText
           END-READ
           CLOSE EventCounterFile
           ADD 1 TO LastEventIdValue
           MOVE "event_counter.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN OUTPUT EventCounterFile
           MOVE LastEventIdValue TO LastEventId IN EventCounterRecord
           WRITE EventCounterRecord
           CLOSE EventCounterFile
           MOVE "event_counter.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       CountEventRsvps.
           MOVE 0 TO EventRsvpCount
                       IF FUNCTION TRIM(RsvpStatus IN EventRsvpRecord) = SPACES
                           MOVE "Going" TO RsvpStatus IN EventRsvpRecord
                       END-IF
                       MOVE "E" TO AccomTagType
                       MOVE SelectedEventId TO AccomTagRef
                       MOVE RsvpUsername IN EventRsvpRecord TO AccomTagUser
                       PERFORM LookupAccommodationTag
                       MOVE SPACES TO CurrentMessage
                       STRING FUNCTION TRIM(EventRsvpCount) DELIMITED BY SIZE
                           ". " DELIMITED BY SIZE
                           FUNCTION TRIM(RsvpDate IN EventRsvpRecord)
                           DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           AccomTagText DELIMITED BY "  "
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
           CLOSE EventRsvpFile
           CLOSE TempEventRsvpFile

           MOVE "event_rsvps.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "event_rsvps.dat"
           CALL "CBL_RENAME_FILE" USING "event_rsvps_temp.dat"
               "event_rsvps.dat"
           PERFORM JournalAfterImage

           MOVE "RSVP cancelled." TO CurrentMessage
           PERFORM DisplayAndLog
           CLOSE EventRsvpFile
           CLOSE TempEventRsvpFile

           MOVE "event_rsvps.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "event_rsvps.dat"
           CALL "CBL_RENAME_FILE" USING "event_rsvps_temp.dat"
               "event_rsvps.dat"
           PERFORM JournalAfterImage

           IF WaitlistPromoteDone = 'Y' THEN
               PERFORM LookupEventTitleById
           CLOSE EventRsvpFile
           CLOSE TempEventRsvpFile

           MOVE "event_rsvps.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "event_rsvps.dat"
           CALL "CBL_RENAME_FILE" USING "event_rsvps_temp.dat"
               "event_rsvps.dat"
           PERFORM JournalAfterImage

           IF EventRsvpCount = 0 THEN
               MOVE "No RSVPs to check in." TO CurrentMessage
               END-READ
           END-PERFORM
           CLOSE EventFile.

      *> A single date of a recurring series can be called off without
      *> removing it from events.dat, so attendance history stays intact.
       CheckEventCancelled.
           MOVE 'N' TO EventIsCancelled
           MOVE 'N' TO EOF-EventOccurrenceFile
           OPEN INPUT EventOccurrenceFile
           PERFORM UNTIL EOF-EventOccurrenceFile = 'Y'
               READ EventOccurrenceFile INTO EventOccurrenceRecord
               AT END
                   MOVE 'Y' TO EOF-EventOccurrenceFile
               NOT AT END
                   IF OccEventId IN EventOccurrenceRecord = CancelCheckEventId
                      AND FUNCTION TRIM(OccStatus IN EventOccurrenceRecord)
                      = "Cancelled"
                       MOVE 'Y' TO EventIsCancelled
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EventOccurrenceFile.

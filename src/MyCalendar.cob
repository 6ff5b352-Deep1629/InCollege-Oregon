           PERFORM LoadCalendarEvents
           PERFORM LoadCalendarDeadlines
           PERFORM LoadCalendarOffers
           PERFORM LoadCalendarExternal
           IF CalendarCount = 0 THEN
               MOVE "You have no upcoming commitments on file." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               PERFORM SortCalendarEntries
               PERFORM PrintCalendarEntries
           END-IF
           PERFORM ShowCalendarFairVisits.

       AddCalendarEntry.
           IF CalEntryKey(1:10) >= CurrentCreatedDate AND
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EventFile
           MOVE CalLookupEventId TO CancelCheckEventId
           PERFORM CheckEventCancelled
           IF EventIsCancelled = 'Y'
               MOVE SPACES TO CalEventTitle
               MOVE SPACES TO CalEventDate
               MOVE SPACES TO CalEventLocation
           END-IF.

       LoadCalendarDeadlines.
           MOVE 'N' TO EOF-ApplicationFile
           CLOSE ApplicationFile.

       LookupCalendarDeadline.
           OPEN INPUT JobFile
           MOVE CalLookupJobId TO JobId IN JobRecord
           READ JobFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF FUNCTION TRIM(ApplicationDeadline IN JobRecord)
                  NOT = SPACES
                   MOVE SPACES TO CalEntryKey
                   MOVE ApplicationDeadline IN JobRecord
                       TO CalEntryKey(1:10)
                   MOVE SPACES TO CalEntryText
                   STRING "Application deadline for " DELIMITED BY SIZE
                       FUNCTION TRIM(JobTitle IN JobRecord)
                       DELIMITED BY SIZE
                       " at " DELIMITED BY SIZE
                       FUNCTION TRIM(JobEmployer IN JobRecord)
                       DELIMITED BY SIZE
                       INTO CalEntryText
                   PERFORM AddCalendarEntry
               END-IF
           END-READ
           CLOSE JobFile.

       LoadCalendarOffers.
           END-PERFORM
           CLOSE JobOfferFile.

      *> Next steps the student has logged against applications made outside
      *> InCollege; closed entries drop off.
       LoadCalendarExternal.
           MOVE 'N' TO EOF-ExternalAppFile
           OPEN INPUT ExternalAppFile
           PERFORM UNTIL EOF-ExternalAppFile = 'Y'
               READ ExternalAppFile INTO ExternalAppRecord
               AT END
                   MOVE 'Y' TO EOF-ExternalAppFile
               NOT AT END
                   IF ExtUsername IN ExternalAppRecord = CurrentUsername AND
                      FUNCTION TRIM(ExtOutcome IN ExternalAppRecord)
                      = SPACES AND
                      ExtNextDate IN ExternalAppRecord NOT = SPACES
                       MOVE SPACES TO CalEntryKey
                       MOVE ExtNextDate IN ExternalAppRecord
                           TO CalEntryKey(1:10)
                       MOVE SPACES TO CalEntryText
                       STRING FUNCTION TRIM(ExtNextStep IN ExternalAppRecord)
                           DELIMITED BY SIZE
                           " for " DELIMITED BY SIZE
                           FUNCTION TRIM(ExtRole IN ExternalAppRecord)
                           DELIMITED BY SIZE
                           " at " DELIMITED BY SIZE
                           FUNCTION TRIM(ExtOrganization IN ExternalAppRecord)
                           DELIMITED BY SIZE
                           " [External]" DELIMITED BY SIZE
                           INTO CalEntryText
                       PERFORM AddCalendarEntry
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ExternalAppFile.

       SortCalendarEntries.
           PERFORM VARYING CalIndex FROM 1 BY 1
               UNTIL CalIndex >= CalendarCount

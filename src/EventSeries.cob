       EventSeriesMenu.
           MOVE 'N' TO SeriesMenuDone
           PERFORM UNTIL SeriesMenuDone = 'Y' OR EOF-InputFile = 'Y'
               MOVE "--- Recurring Event Series ---" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "1. Create a Series" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "2. RSVP to Every Upcoming Date of a Series" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "3. Manage My Series (edit or cancel dates)" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "4. Series Attendance Report (hosts)" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "0. Back" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               EVALUATE MenuOption
                   WHEN 1
                       PERFORM CreateEventSeries
                   WHEN 2
                       PERFORM RsvpToEventSeries
                   WHEN 3
                       PERFORM ManageMySeries
                   WHEN 4
                       PERFORM SeriesAttendanceReport
                   WHEN OTHER
                       MOVE 'Y' TO SeriesMenuDone
               END-EVALUATE
           END-PERFORM.

       ReadSeriesLine.
           READ InputFile INTO InputRecord
           AT END
               PERFORM CountUnansweredPrompt
               MOVE 'Y' TO EOF-InputFile
               MOVE SPACES TO SeriesEntry
           NOT AT END
               PERFORM IncrementInputCheckpoint
               MOVE FUNCTION TRIM(InputRecord) TO SeriesEntry
           END-READ.

      *> Each date of a series is written to events.dat as an ordinary
      *> event, so browsing, RSVP, check-in and the calendar need no
      *> changes; event_occurrences.dat ties the dates back to the series.
       CreateEventSeries.
           MOVE 'Y' TO SeriesInputOk
           MOVE "Enter series title:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadSeriesLine
           MOVE SeriesEntry(1:50) TO SelectedSeriesTitle
           IF SelectedSeriesTitle = SPACES THEN
               MOVE "Series title cannot be empty." TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE 'N' TO SeriesInputOk
           END-IF

           IF SeriesInputOk = 'Y' THEN
               MOVE "Enter event location:" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadSeriesLine
               MOVE SeriesEntry(1:50) TO NewEventLocation
               MOVE "Enter event description:" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadSeriesLine
               MOVE SeriesEntry TO NewEventDescription
               MOVE "Enter room capacity (0 for unlimited):" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadSeriesLine
               IF FUNCTION TRIM(SeriesEntry(1:3)) IS NUMERIC
                   MOVE FUNCTION NUMVAL(SeriesEntry(1:3)) TO NewEventCapacity
               ELSE
                   MOVE 0 TO NewEventCapacity
               END-IF

               MOVE "Repeat weekly on set days (W) or monthly on the Nth weekday (M)?"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadSeriesLine
               MOVE FUNCTION UPPER-CASE(SeriesEntry(1:1)) TO NewSeriesRule
               MOVE 0 TO NewSeriesMonthWeek
               EVALUATE NewSeriesRule
                   WHEN "W"
                       MOVE "Enter the days it meets (e.g. MON,WED,FRI):"
                           TO CurrentMessage
                       PERFORM DisplayAndLog
                       PERFORM ReadSeriesLine
                       PERFORM ParseSeriesWeekdays
                       IF SeriesDayTally = 0 THEN
                           MOVE "No valid days given (use MON TUE WED THU FRI SAT SUN)."
                               TO CurrentMessage
                           PERFORM DisplayAndLog
                           MOVE 'N' TO SeriesInputOk
                       END-IF
                   WHEN "M"
                       MOVE "Which week of the month (1-4, or 5 for the last)?"
                           TO CurrentMessage
                       PERFORM DisplayAndLog
                       PERFORM ReadMenuOption
                       IF MenuOption >= 1 AND MenuOption <= 5 THEN
                           MOVE MenuOption TO NewSeriesMonthWeek
                           MOVE "Which weekday (MON-SUN)?" TO CurrentMessage
                           PERFORM DisplayAndLog
                           PERFORM ReadSeriesLine
                           PERFORM ParseSeriesWeekdays
                           IF SeriesDayTally NOT = 1 THEN
                               MOVE "Enter exactly one weekday for a monthly series."
                                   TO CurrentMessage
                               PERFORM DisplayAndLog
                               MOVE 'N' TO SeriesInputOk
                           END-IF
                       ELSE
                           MOVE "Week of the month must be 1 to 5." TO CurrentMessage
                           PERFORM DisplayAndLog
                           MOVE 'N' TO SeriesInputOk
                       END-IF
                   WHEN OTHER
                       MOVE "Choose W (weekly) or M (monthly)." TO CurrentMessage
                       PERFORM DisplayAndLog
                       MOVE 'N' TO SeriesInputOk
               END-EVALUATE
           END-IF

           IF SeriesInputOk = 'Y' THEN
               MOVE "Enter the first date of the series (YYYY-MM-DD):"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadSeriesLine
               MOVE SeriesEntry(1:10) TO DateCheckInput
               PERFORM ValidateDateField
               IF DateCheckValid = 'Y' THEN
                   MOVE DateCheckNormalized TO NewSeriesStartDate
               ELSE
                   MOVE "Series not created: a valid first date is required."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
                   MOVE 'N' TO SeriesInputOk
               END-IF
           END-IF

           IF SeriesInputOk = 'Y' THEN
               MOVE "Enter the last date (YYYY-MM-DD) or the number of occurrences:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadSeriesLine
               MOVE SPACES TO NewSeriesEndDate
               MOVE 0 TO NewSeriesCount
               MOVE SeriesEntry(1:10) TO DateCheckInput
               PERFORM ValidateDateField
               IF DateCheckValid = 'Y' THEN
                   MOVE DateCheckNormalized TO NewSeriesEndDate
                   IF NewSeriesEndDate < NewSeriesStartDate THEN
                       MOVE "The last date cannot be before the first date."
                           TO CurrentMessage
                       PERFORM DisplayAndLog
                       MOVE 'N' TO SeriesInputOk
                   END-IF
               ELSE
                   IF FUNCTION TRIM(SeriesEntry(1:3)) IS NUMERIC
                       MOVE FUNCTION NUMVAL(SeriesEntry(1:3)) TO NewSeriesCount
                   END-IF
                   IF NewSeriesCount < 1 OR NewSeriesCount > SeriesMaxDates THEN
                       MOVE "Enter a valid last date or a count from 1 to 52."
                           TO CurrentMessage
                       PERFORM DisplayAndLog
                       MOVE 'N' TO SeriesInputOk
                   END-IF
               END-IF
           END-IF

           IF SeriesInputOk = 'Y' THEN
               PERFORM GenerateSeriesDates
               IF SeriesDateCount = 0 THEN
                   MOVE "No dates fall on that rule; series not created."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   PERFORM SaveEventSeries
               END-IF
           END-IF.

       ParseSeriesWeekdays.
           MOVE FUNCTION UPPER-CASE(SeriesEntry) TO SeriesEntry
           MOVE "NNNNNNN" TO NewSeriesWeekdays
           MOVE 0 TO SeriesDayTally
           PERFORM VARYING SeriesDayIndex FROM 1 BY 1
                   UNTIL SeriesDayIndex > 7
               MOVE 0 TO SeriesDayHits
               INSPECT SeriesEntry TALLYING SeriesDayHits
                   FOR ALL SeriesDayName(SeriesDayIndex)
               IF SeriesDayHits > 0 THEN
                   MOVE "Y" TO NewSeriesWeekdays(SeriesDayIndex:1)
                   ADD 1 TO SeriesDayTally
               END-IF
           END-PERFORM.

      *> Walks day by day from the first date. Without an end date the walk
      *> stops once the requested count is reached, and no series may run
      *> past SeriesMaxDates dates or roughly five years.
       GenerateSeriesDates.
           MOVE 0 TO SeriesDateCount
           MOVE NewSeriesStartDate(1:4) TO SeriesDateNum(1:4)
           MOVE NewSeriesStartDate(6:2) TO SeriesDateNum(5:2)
           MOVE NewSeriesStartDate(9:2) TO SeriesDateNum(7:2)
           COMPUTE SeriesDayNumber = FUNCTION INTEGER-OF-DATE(SeriesDateNum)
           IF NewSeriesEndDate NOT = SPACES THEN
               MOVE NewSeriesEndDate(1:4) TO SeriesDateNum(1:4)
               MOVE NewSeriesEndDate(6:2) TO SeriesDateNum(5:2)
               MOVE NewSeriesEndDate(9:2) TO SeriesDateNum(7:2)
               COMPUTE SeriesLastDayNumber =
                   FUNCTION INTEGER-OF-DATE(SeriesDateNum)
           ELSE
               COMPUTE SeriesLastDayNumber = SeriesDayNumber + 1830
           END-IF
           PERFORM UNTIL SeriesDayNumber > SeriesLastDayNumber OR
                   SeriesDateCount >= SeriesMaxDates OR
                   (NewSeriesCount > 0 AND SeriesDateCount >= NewSeriesCount)
               PERFORM CheckSeriesDay
               ADD 1 TO SeriesDayNumber
           END-PERFORM.

       CheckSeriesDay.
           COMPUTE SeriesDateNum = FUNCTION DATE-OF-INTEGER(SeriesDayNumber)
           COMPUTE SeriesWeekday = FUNCTION REM(SeriesDayNumber, 7)
           IF SeriesWeekday = 0 THEN
               MOVE 7 TO SeriesWeekday
           END-IF
           IF NewSeriesWeekdays(SeriesWeekday:1) = "Y" THEN
               IF NewSeriesRule = "W" THEN
                   PERFORM AddSeriesDate
               ELSE
                   MOVE SeriesDateNum(7:2) TO SeriesMonthDay
                   IF NewSeriesMonthWeek = 5 THEN
                       COMPUTE SeriesNextWeekNum =
                           FUNCTION DATE-OF-INTEGER(SeriesDayNumber + 7)
                       IF SeriesNextWeekNum(5:2) NOT = SeriesDateNum(5:2) THEN
                           PERFORM AddSeriesDate
                       END-IF
                   ELSE
                       COMPUTE SeriesWeekOfMonth = (SeriesMonthDay - 1) / 7 + 1
                       IF SeriesWeekOfMonth = NewSeriesMonthWeek THEN
                           PERFORM AddSeriesDate
                       END-IF
                   END-IF
               END-IF
           END-IF.

       AddSeriesDate.
           ADD 1 TO SeriesDateCount
           MOVE SPACES TO SeriesGenDate(SeriesDateCount)
           STRING SeriesDateNum(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               SeriesDateNum(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               SeriesDateNum(7:2) DELIMITED BY SIZE
               INTO SeriesGenDate(SeriesDateCount)
           MOVE 0 TO SeriesGenEventId(SeriesDateCount).

       SaveEventSeries.
           PERFORM StampCreatedDate
           MOVE 0 TO LastSeriesIdValue
           MOVE 'N' TO EOF-EventSeriesFile
           OPEN INPUT EventSeriesFile
           PERFORM UNTIL EOF-EventSeriesFile = 'Y'
               READ EventSeriesFile INTO EventSeriesRecord
               AT END
                   MOVE 'Y' TO EOF-EventSeriesFile
               NOT AT END
                   IF SeriesId IN EventSeriesRecord > LastSeriesIdValue
                       MOVE SeriesId IN EventSeriesRecord TO LastSeriesIdValue
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EventSeriesFile
           ADD 1 TO LastSeriesIdValue

           PERFORM VARYING SeriesDateIndex FROM 1 BY 1
                   UNTIL SeriesDateIndex > SeriesDateCount
               PERFORM GetNextEventId
               MOVE LastEventIdValue TO SeriesGenEventId(SeriesDateIndex)
           END-PERFORM

           MOVE "events.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND EventFile
           PERFORM VARYING SeriesDateIndex FROM 1 BY 1
                   UNTIL SeriesDateIndex > SeriesDateCount
               MOVE SPACES TO EventRecord
               MOVE SeriesGenEventId(SeriesDateIndex) TO EventId IN EventRecord
               MOVE SelectedSeriesTitle TO EventTitle IN EventRecord
               MOVE SeriesGenDate(SeriesDateIndex) TO EventDate IN EventRecord
               MOVE NewEventLocation TO EventLocation IN EventRecord
               MOVE NewEventDescription TO EventDescription IN EventRecord
               MOVE CurrentUsername TO EventHost IN EventRecord
               MOVE NewEventCapacity TO EventCapacity IN EventRecord
               WRITE EventRecord
           END-PERFORM
           CLOSE EventFile
           MOVE "events.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           MOVE "event_occurrences.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND EventOccurrenceFile
           PERFORM VARYING SeriesDateIndex FROM 1 BY 1
                   UNTIL SeriesDateIndex > SeriesDateCount
               MOVE SPACES TO EventOccurrenceRecord
               MOVE SeriesGenEventId(SeriesDateIndex)
                   TO OccEventId IN EventOccurrenceRecord
               MOVE LastSeriesIdValue TO OccSeriesId IN EventOccurrenceRecord
               MOVE "Scheduled" TO OccStatus IN EventOccurrenceRecord
               MOVE CurrentUsername TO OccChangedBy IN EventOccurrenceRecord
               MOVE CurrentCreatedDate TO OccChangedDate IN EventOccurrenceRecord
               WRITE EventOccurrenceRecord
           END-PERFORM
           CLOSE EventOccurrenceFile
           MOVE "event_occurrences.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           MOVE "event_series.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND EventSeriesFile
           MOVE SPACES TO EventSeriesRecord
           MOVE LastSeriesIdValue TO SeriesId IN EventSeriesRecord
           MOVE SelectedSeriesTitle TO SeriesTitle IN EventSeriesRecord
           MOVE NewEventLocation TO SeriesLocation IN EventSeriesRecord
           MOVE NewEventDescription TO SeriesDescription IN EventSeriesRecord
           MOVE CurrentUsername TO SeriesHost IN EventSeriesRecord
           MOVE NewEventCapacity TO SeriesCapacity IN EventSeriesRecord
           MOVE NewSeriesRule TO SeriesRule IN EventSeriesRecord
           MOVE NewSeriesWeekdays TO SeriesWeekdays IN EventSeriesRecord
           MOVE NewSeriesMonthWeek TO SeriesMonthWeek IN EventSeriesRecord
           MOVE NewSeriesStartDate TO SeriesStartDate IN EventSeriesRecord
           MOVE NewSeriesEndDate TO SeriesEndDate IN EventSeriesRecord
           MOVE NewSeriesCount TO SeriesCount IN EventSeriesRecord
           MOVE CurrentCreatedDate TO SeriesCreatedDate IN EventSeriesRecord
           WRITE EventSeriesRecord
           CLOSE EventSeriesFile
           MOVE "event_series.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           MOVE "EVENT_SERIES_CREATE" TO AuditActionName
           MOVE SelectedSeriesTitle TO AuditDetailText
           PERFORM WriteAuditLog

           MOVE SPACES TO CurrentMessage
           STRING "Series created with " DELIMITED BY SIZE
               FUNCTION TRIM(SeriesDateCount) DELIMITED BY SIZE
               " date(s), " DELIMITED BY SIZE
               SeriesGenDate(1) DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               SeriesGenDate(SeriesDateCount) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog.

       DescribeSeriesRule.
           MOVE SPACES TO SeriesRuleText
           IF SeriesRule IN EventSeriesRecord = "M" THEN
               MOVE 0 TO SeriesDayIndex
               PERFORM VARYING SeriesWeekday FROM 1 BY 1
                       UNTIL SeriesWeekday > 7
                   IF SeriesWeekdays IN EventSeriesRecord(SeriesWeekday:1)
                      = "Y"
                       MOVE SeriesWeekday TO SeriesDayIndex
                   END-IF
               END-PERFORM
               IF SeriesDayIndex = 0 THEN
                   MOVE 1 TO SeriesDayIndex
               END-IF
               EVALUATE SeriesMonthWeek IN EventSeriesRecord
                   WHEN 1
                       STRING "Monthly, 1st " DELIMITED BY SIZE
                           SeriesDayName(SeriesDayIndex) DELIMITED BY SIZE
                           INTO SeriesRuleText
                   WHEN 2
                       STRING "Monthly, 2nd " DELIMITED BY SIZE
                           SeriesDayName(SeriesDayIndex) DELIMITED BY SIZE
                           INTO SeriesRuleText
                   WHEN 3
                       STRING "Monthly, 3rd " DELIMITED BY SIZE
                           SeriesDayName(SeriesDayIndex) DELIMITED BY SIZE
                           INTO SeriesRuleText
                   WHEN 4
                       STRING "Monthly, 4th " DELIMITED BY SIZE
                           SeriesDayName(SeriesDayIndex) DELIMITED BY SIZE
                           INTO SeriesRuleText
                   WHEN OTHER
                       STRING "Monthly, last " DELIMITED BY SIZE
                           SeriesDayName(SeriesDayIndex) DELIMITED BY SIZE
                           INTO SeriesRuleText
               END-EVALUATE
           ELSE
               MOVE "Weekly," TO SeriesRuleText
               PERFORM VARYING SeriesWeekday FROM 1 BY 1
                       UNTIL SeriesWeekday > 7
                   IF SeriesWeekdays IN EventSeriesRecord(SeriesWeekday:1)
                      = "Y"
                       STRING FUNCTION TRIM(SeriesRuleText) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           SeriesDayName(SeriesWeekday) DELIMITED BY SIZE
                           INTO SeriesRuleText
                   END-IF
               END-PERFORM
           END-IF.

      *> Builds the numbered pick list. Mode H lists the caller's own
      *> series; mode U lists every series with a date still to come.
       ListEventSeries.
           PERFORM StampCreatedDate
           MOVE 0 TO SeriesPickCount
           MOVE 'N' TO EOF-EventSeriesFile
           OPEN INPUT EventSeriesFile
           PERFORM UNTIL EOF-EventSeriesFile = 'Y'
               READ EventSeriesFile INTO EventSeriesRecord
               AT END
                   MOVE 'Y' TO EOF-EventSeriesFile
               NOT AT END
                   IF (SeriesListMode = "U" OR
                       SeriesHost IN EventSeriesRecord = CurrentUsername)
                      AND SeriesPickCount < 100
                       ADD 1 TO SeriesPickCount
                       MOVE SeriesId IN EventSeriesRecord
                           TO SptSeriesId(SeriesPickCount)
                       MOVE SeriesTitle IN EventSeriesRecord
                           TO SptTitle(SeriesPickCount)
                       MOVE SeriesHost IN EventSeriesRecord
                           TO SptHost(SeriesPickCount)
                       PERFORM DescribeSeriesRule
                       MOVE SeriesRuleText TO SptRuleText(SeriesPickCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EventSeriesFile

           IF SeriesListMode = "U" THEN
               MOVE 0 TO SeriesKeepCount
               PERFORM VARYING SeriesPickIndex FROM 1 BY 1
                       UNTIL SeriesPickIndex > SeriesPickCount
                   MOVE SptSeriesId(SeriesPickIndex) TO SelectedSeriesId
                   PERFORM LoadSeriesOccurrences
                   IF SeriesFutureCount > 0 THEN
                       ADD 1 TO SeriesKeepCount
                       MOVE SeriesPick(SeriesPickIndex)
                           TO SeriesPick(SeriesKeepCount)
                   END-IF
               END-PERFORM
               MOVE SeriesKeepCount TO SeriesPickCount
           END-IF

           PERFORM VARYING SeriesPickIndex FROM 1 BY 1
                   UNTIL SeriesPickIndex > SeriesPickCount
               MOVE SPACES TO CurrentMessage
               STRING FUNCTION TRIM(SeriesPickIndex) DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM(SptTitle(SeriesPickIndex)) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(SptRuleText(SeriesPickIndex)) DELIMITED BY SIZE
                   " (host " DELIMITED BY SIZE
                   FUNCTION TRIM(SptHost(SeriesPickIndex)) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-PERFORM.

       PickEventSeries.
           MOVE 'N' TO SeriesInputOk
           IF SeriesPickCount = 0 THEN
               IF SeriesListMode = "U" THEN
                   MOVE "No series has upcoming dates." TO CurrentMessage
               ELSE
                   MOVE "You are not hosting any event series." TO CurrentMessage
               END-IF
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter series number, or 0 to skip:" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               IF MenuOption > 0 AND MenuOption <= SeriesPickCount THEN
                   MOVE SptSeriesId(MenuOption) TO SelectedSeriesId
                   MOVE SptTitle(MenuOption) TO SelectedSeriesTitle
                   PERFORM LoadSeriesOccurrences
                   MOVE 'Y' TO SeriesInputOk
               END-IF
           END-IF.

      *> Occurrences are kept in the order they were generated, which is
      *> date order unless a single date has since been moved.
       LoadSeriesOccurrences.
           MOVE 0 TO SeriesOccurrenceCount
           MOVE 0 TO SeriesFutureCount
           MOVE 'N' TO EOF-EventOccurrenceFile
           OPEN INPUT EventOccurrenceFile
           PERFORM UNTIL EOF-EventOccurrenceFile = 'Y'
               READ EventOccurrenceFile INTO EventOccurrenceRecord
               AT END
                   MOVE 'Y' TO EOF-EventOccurrenceFile
               NOT AT END
                   IF OccSeriesId IN EventOccurrenceRecord = SelectedSeriesId
                      AND SeriesOccurrenceCount < SeriesMaxDates
                       ADD 1 TO SeriesOccurrenceCount
                       MOVE SPACES TO SeriesOccurrence(SeriesOccurrenceCount)
                       MOVE OccEventId IN EventOccurrenceRecord
                           TO SotEventId(SeriesOccurrenceCount)
                       MOVE OccStatus IN EventOccurrenceRecord
                           TO SotStatus(SeriesOccurrenceCount)
                       MOVE 0 TO SotCapacity(SeriesOccurrenceCount)
                       MOVE 0 TO SotConfirmed(SeriesOccurrenceCount)
                       MOVE 0 TO SotAttended(SeriesOccurrenceCount)
                       MOVE 0 TO SotNoShow(SeriesOccurrenceCount)
                       MOVE 0 TO SotWaitlist(SeriesOccurrenceCount)
                       MOVE "N" TO SotChange(SeriesOccurrenceCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EventOccurrenceFile

           MOVE 'N' TO EOF-EventFile
           OPEN INPUT EventFile
           PERFORM UNTIL EOF-EventFile = 'Y'
               READ EventFile INTO EventRecord
               AT END
                   MOVE 'Y' TO EOF-EventFile
               NOT AT END
                   PERFORM VARYING SeriesOccIndex FROM 1 BY 1
                           UNTIL SeriesOccIndex > SeriesOccurrenceCount
                       IF SotEventId(SeriesOccIndex) = EventId IN EventRecord
                           MOVE EventDate IN EventRecord
                               TO SotDate(SeriesOccIndex)
                           MOVE EventTitle IN EventRecord
                               TO SotTitle(SeriesOccIndex)
                           MOVE EventLocation IN EventRecord
                               TO SotLocation(SeriesOccIndex)
                           IF EventCapacity IN EventRecord IS NUMERIC
                               MOVE EventCapacity IN EventRecord
                                   TO SotCapacity(SeriesOccIndex)
                           END-IF
                       END-IF
                   END-PERFORM
               END-READ
           END-PERFORM
           CLOSE EventFile

           PERFORM VARYING SeriesOccIndex FROM 1 BY 1
                   UNTIL SeriesOccIndex > SeriesOccurrenceCount
               IF SotDate(SeriesOccIndex) >= CurrentCreatedDate AND
                  FUNCTION TRIM(SotStatus(SeriesOccIndex)) NOT = "Cancelled"
                   ADD 1 TO SeriesFutureCount
               END-IF
           END-PERFORM.

      *> RsvpToEvent already handles duplicates and full rooms, so the
      *> series RSVP simply offers each remaining date in turn.
       RsvpToEventSeries.
           MOVE "Event series with upcoming dates:" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "U" TO SeriesListMode
           PERFORM ListEventSeries
           PERFORM PickEventSeries
           IF SeriesInputOk = 'Y' THEN
               PERFORM VARYING SeriesOccIndex FROM 1 BY 1
                       UNTIL SeriesOccIndex > SeriesOccurrenceCount
                   IF SotDate(SeriesOccIndex) >= CurrentCreatedDate AND
                      FUNCTION TRIM(SotStatus(SeriesOccIndex)) NOT = "Cancelled"
                       MOVE SotEventId(SeriesOccIndex) TO SelectedEventId
                       MOVE SotCapacity(SeriesOccIndex) TO SelectedEventCapacity
                       MOVE SPACES TO SelectedEventTitle
                       STRING FUNCTION TRIM(SotTitle(SeriesOccIndex))
                           DELIMITED BY SIZE
                           " on " DELIMITED BY SIZE
                           SotDate(SeriesOccIndex) DELIMITED BY SIZE
                           INTO SelectedEventTitle
                       PERFORM RsvpToEvent
                   END-IF
               END-PERFORM
               MOVE "EVENT_SERIES_RSVP" TO AuditActionName
               MOVE SelectedSeriesTitle TO AuditDetailText
               PERFORM WriteAuditLog
           END-IF.

       ShowSeriesOccurrences.
           MOVE SPACES TO CurrentMessage
           STRING "Dates for " DELIMITED BY SIZE
               FUNCTION TRIM(SelectedSeriesTitle) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM VARYING SeriesOccIndex FROM 1 BY 1
                   UNTIL SeriesOccIndex > SeriesOccurrenceCount
               MOVE SotEventId(SeriesOccIndex) TO RsvpCountEventId
               PERFORM CountEventRsvps
               MOVE SPACES TO CurrentMessage
               IF FUNCTION TRIM(SotStatus(SeriesOccIndex)) = "Cancelled"
                   STRING FUNCTION TRIM(SeriesOccIndex) DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       SotDate(SeriesOccIndex) DELIMITED BY SIZE
                       " at " DELIMITED BY SIZE
                       FUNCTION TRIM(SotLocation(SeriesOccIndex))
                       DELIMITED BY SIZE
                       " [Cancelled]" DELIMITED BY SIZE
                       INTO CurrentMessage
               ELSE
                   STRING FUNCTION TRIM(SeriesOccIndex) DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       SotDate(SeriesOccIndex) DELIMITED BY SIZE
                       " at " DELIMITED BY SIZE
                       FUNCTION TRIM(SotLocation(SeriesOccIndex))
                       DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(EventRsvpCount) DELIMITED BY SIZE
                       " going, " DELIMITED BY SIZE
                       FUNCTION TRIM(EventWaitlistCount) DELIMITED BY SIZE
                       " waitlisted)" DELIMITED BY SIZE
                       INTO CurrentMessage
               END-IF
               PERFORM DisplayAndLog
           END-PERFORM.

      *> A change to "this and later dates" also updates the series record
      *> so the defaults shown for the series match its remaining dates.
       ManageMySeries.
           MOVE "Event series you are hosting:" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "H" TO SeriesListMode
           PERFORM ListEventSeries
           PERFORM PickEventSeries
           IF SeriesInputOk = 'Y' THEN
               PERFORM ShowSeriesOccurrences
               MOVE "1. Edit One Date  2. Cancel One Date  3. Edit This and Later Dates  4. Cancel This and Later Dates  0. Back"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               IF MenuOption >= 1 AND MenuOption <= 4 THEN
                   MOVE MenuOption TO SeriesAction
                   MOVE "Enter the date number:" TO CurrentMessage
                   PERFORM DisplayAndLog
                   PERFORM ReadMenuOption
                   MOVE MenuOption TO SeriesOccPick
                   PERFORM MarkSeriesOccurrences
                   IF SeriesChangedCount > 0 THEN
                       EVALUATE SeriesAction
                           WHEN 1
                               PERFORM EditSeriesOccurrences
                           WHEN 3
                               PERFORM EditSeriesOccurrences
                           WHEN OTHER
                               PERFORM CancelSeriesOccurrences
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

      *> SeriesAction carries the chosen action: 1 and 2 touch only the
      *> picked date, 3 and 4 also every later date still scheduled.
       MarkSeriesOccurrences.
           MOVE 0 TO SeriesChangedCount
           IF SeriesOccPick < 1 OR SeriesOccPick > SeriesOccurrenceCount THEN
               MOVE "Invalid date number." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               IF SotDate(SeriesOccPick) < CurrentCreatedDate OR
                  FUNCTION TRIM(SotStatus(SeriesOccPick)) = "Cancelled"
                   MOVE "Only scheduled dates that have not yet passed can be changed."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   PERFORM VARYING SeriesOccIndex FROM 1 BY 1
                           UNTIL SeriesOccIndex > SeriesOccurrenceCount
                       IF SeriesOccIndex = SeriesOccPick OR
                          ((SeriesAction = 3 OR SeriesAction = 4) AND
                           SotDate(SeriesOccIndex) >= SotDate(SeriesOccPick) AND
                           FUNCTION TRIM(SotStatus(SeriesOccIndex))
                           NOT = "Cancelled")
                           MOVE "Y" TO SotChange(SeriesOccIndex)
                           ADD 1 TO SeriesChangedCount
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       EditSeriesOccurrences.
           MOVE SPACES TO SeriesNewTitle
           MOVE SPACES TO SeriesNewDate
           MOVE 'N' TO SeriesCapacityGiven
           IF SeriesAction = 1 THEN
               MOVE "Enter new date (YYYY-MM-DD), or blank to keep:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadSeriesLine
               IF SeriesEntry NOT = SPACES THEN
                   MOVE SeriesEntry(1:10) TO DateCheckInput
                   PERFORM ValidateDateField
                   IF DateCheckValid = 'Y' AND
                      DateCheckNormalized >= CurrentCreatedDate
                       MOVE DateCheckNormalized TO SeriesNewDate
                   ELSE
                       MOVE "That date is not valid; the date is unchanged."
                           TO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
               END-IF
           ELSE
               MOVE "Enter new title, or blank to keep:" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadSeriesLine
               MOVE SeriesEntry(1:50) TO SeriesNewTitle
           END-IF
           MOVE "Enter new location, or blank to keep:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadSeriesLine
           MOVE SeriesEntry(1:50) TO SeriesNewLocation
           MOVE "Enter new room capacity (0 for unlimited), or blank to keep:"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadSeriesLine
           IF FUNCTION TRIM(SeriesEntry(1:3)) IS NUMERIC
               MOVE FUNCTION NUMVAL(SeriesEntry(1:3)) TO SeriesNewCapacity
               MOVE 'Y' TO SeriesCapacityGiven
           END-IF

           IF SeriesNewTitle = SPACES AND SeriesNewDate = SPACES AND
              SeriesNewLocation = SPACES AND SeriesCapacityGiven = 'N'
               MOVE "Nothing changed." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE 'N' TO EOF-EventFile
               OPEN INPUT EventFile
               OPEN OUTPUT TempEventFile
               PERFORM UNTIL EOF-EventFile = 'Y'
                   READ EventFile INTO EventRecord
                   AT END
                       MOVE 'Y' TO EOF-EventFile
                   NOT AT END
                       PERFORM FindMarkedOccurrence
                       IF SeriesOccMatched = 'Y' THEN
                           IF SeriesNewTitle NOT = SPACES
                               MOVE SeriesNewTitle TO EventTitle IN EventRecord
                           END-IF
                           IF SeriesNewDate NOT = SPACES
                               MOVE SeriesNewDate TO EventDate IN EventRecord
                           END-IF
                           IF SeriesNewLocation NOT = SPACES
                               MOVE SeriesNewLocation
                                   TO EventLocation IN EventRecord
                           END-IF
                           IF SeriesCapacityGiven = 'Y'
                               MOVE SeriesNewCapacity
                                   TO EventCapacity IN EventRecord
                           END-IF
                       END-IF
                       WRITE TempEventRecord FROM EventRecord
                   END-READ
               END-PERFORM
               CLOSE EventFile
               CLOSE TempEventFile
               MOVE "events.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "events.dat"
               CALL "CBL_RENAME_FILE" USING "events_temp.dat"
                   "events.dat"
               PERFORM JournalAfterImage

               IF SeriesAction = 3 THEN
                   PERFORM UpdateSeriesDefaults
               END-IF

               MOVE SPACES TO SeriesNotifyText
               IF SeriesAction = 1 THEN
                   STRING "Change to " DELIMITED BY SIZE
                       FUNCTION TRIM(SelectedSeriesTitle) DELIMITED BY SIZE
                       " on " DELIMITED BY SIZE
                       SotDate(SeriesOccPick) DELIMITED BY SIZE
                       " - check the event for the new details."
                       DELIMITED BY SIZE
                       INTO SeriesNotifyText
               ELSE
                   STRING "Change to " DELIMITED BY SIZE
                       FUNCTION TRIM(SelectedSeriesTitle) DELIMITED BY SIZE
                       " from " DELIMITED BY SIZE
                       SotDate(SeriesOccPick) DELIMITED BY SIZE
                       " on - check your calendar for details."
                       DELIMITED BY SIZE
                       INTO SeriesNotifyText
               END-IF
               PERFORM NotifySeriesAttendees

               MOVE "EVENT_SERIES_EDIT" TO AuditActionName
               MOVE SelectedSeriesTitle TO AuditDetailText
               PERFORM WriteAuditLog
               MOVE SPACES TO CurrentMessage
               STRING FUNCTION TRIM(SeriesChangedCount) DELIMITED BY SIZE
                   " date(s) updated; " DELIMITED BY SIZE
                   FUNCTION TRIM(SeriesNotifyCount) DELIMITED BY SIZE
                   " attendee(s) notified." DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       FindMarkedOccurrence.
           MOVE 'N' TO SeriesOccMatched
           PERFORM VARYING SeriesOccIndex FROM 1 BY 1
                   UNTIL SeriesOccIndex > SeriesOccurrenceCount
               IF SotEventId(SeriesOccIndex) = EventId IN EventRecord AND
                  SotChange(SeriesOccIndex) = "Y"
                   MOVE 'Y' TO SeriesOccMatched
               END-IF
           END-PERFORM.

       UpdateSeriesDefaults.
           MOVE 'N' TO EOF-EventSeriesFile
           OPEN INPUT EventSeriesFile
           OPEN OUTPUT TempEventSeriesFile
           PERFORM UNTIL EOF-EventSeriesFile = 'Y'
               READ EventSeriesFile INTO EventSeriesRecord
               AT END
                   MOVE 'Y' TO EOF-EventSeriesFile
               NOT AT END
                   IF SeriesId IN EventSeriesRecord = SelectedSeriesId THEN
                       IF SeriesNewTitle NOT = SPACES
                           MOVE SeriesNewTitle TO SeriesTitle IN EventSeriesRecord
                           MOVE SeriesNewTitle TO SelectedSeriesTitle
                       END-IF
                       IF SeriesNewLocation NOT = SPACES
                           MOVE SeriesNewLocation
                               TO SeriesLocation IN EventSeriesRecord
                       END-IF
                       IF SeriesCapacityGiven = 'Y'
                           MOVE SeriesNewCapacity
                               TO SeriesCapacity IN EventSeriesRecord
                       END-IF
                   END-IF
                   WRITE TempEventSeriesRecord FROM EventSeriesRecord
               END-READ
           END-PERFORM
           CLOSE EventSeriesFile
           CLOSE TempEventSeriesFile
           MOVE "event_series.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "event_series.dat"
           CALL "CBL_RENAME_FILE" USING "event_series_temp.dat"
               "event_series.dat"
           PERFORM JournalAfterImage.

      *> RSVPs on a cancelled date are left in place so the host can see
      *> who was affected; the date simply drops out of browsing.
       CancelSeriesOccurrences.
           PERFORM StampCreatedDate
           MOVE 'N' TO EOF-EventOccurrenceFile
           OPEN INPUT EventOccurrenceFile
           OPEN OUTPUT TempEventOccurrenceFile
           PERFORM UNTIL EOF-EventOccurrenceFile = 'Y'
               READ EventOccurrenceFile INTO EventOccurrenceRecord
               AT END
                   MOVE 'Y' TO EOF-EventOccurrenceFile
               NOT AT END
                   PERFORM VARYING SeriesOccIndex FROM 1 BY 1
                           UNTIL SeriesOccIndex > SeriesOccurrenceCount
                       IF SotEventId(SeriesOccIndex) =
                          OccEventId IN EventOccurrenceRecord AND
                          SotChange(SeriesOccIndex) = "Y"
                           MOVE "Cancelled"
                               TO OccStatus IN EventOccurrenceRecord
                           MOVE CurrentUsername
                               TO OccChangedBy IN EventOccurrenceRecord
                           MOVE CurrentCreatedDate
                               TO OccChangedDate IN EventOccurrenceRecord
                       END-IF
                   END-PERFORM
                   WRITE TempEventOccurrenceRecord FROM EventOccurrenceRecord
               END-READ
           END-PERFORM
           CLOSE EventOccurrenceFile
           CLOSE TempEventOccurrenceFile
           MOVE "event_occurrences.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "event_occurrences.dat"
           CALL "CBL_RENAME_FILE" USING "event_occurrences_temp.dat"
               "event_occurrences.dat"
           PERFORM JournalAfterImage

           MOVE SPACES TO SeriesNotifyText
           IF SeriesAction = 2 THEN
               STRING FUNCTION TRIM(SelectedSeriesTitle) DELIMITED BY SIZE
                   " on " DELIMITED BY SIZE
                   SotDate(SeriesOccPick) DELIMITED BY SIZE
                   " has been cancelled." DELIMITED BY SIZE
                   INTO SeriesNotifyText
           ELSE
               STRING FUNCTION TRIM(SelectedSeriesTitle) DELIMITED BY SIZE
                   " is cancelled from " DELIMITED BY SIZE
                   SotDate(SeriesOccPick) DELIMITED BY SIZE
                   " onward." DELIMITED BY SIZE
                   INTO SeriesNotifyText
           END-IF
           PERFORM NotifySeriesAttendees

           MOVE "EVENT_SERIES_CANCEL" TO AuditActionName
           MOVE SeriesNotifyText TO AuditDetailText
           PERFORM WriteAuditLog
           MOVE SPACES TO CurrentMessage
           STRING FUNCTION TRIM(SeriesChangedCount) DELIMITED BY SIZE
               " date(s) cancelled; " DELIMITED BY SIZE
               FUNCTION TRIM(SeriesNotifyCount) DELIMITED BY SIZE
               " attendee(s) notified." DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog.

      *> One notification per student however many of the changed dates
      *> they had signed up for.
       NotifySeriesAttendees.
           MOVE 0 TO SeriesNotifyCount
           MOVE 'N' TO EOF-EventRsvpFile
           OPEN INPUT EventRsvpFile
           PERFORM UNTIL EOF-EventRsvpFile = 'Y'
               READ EventRsvpFile INTO EventRsvpRecord
               AT END
                   MOVE 'Y' TO EOF-EventRsvpFile
               NOT AT END
                   MOVE 'N' TO SeriesOccMatched
                   PERFORM VARYING SeriesOccIndex FROM 1 BY 1
                           UNTIL SeriesOccIndex > SeriesOccurrenceCount
                       IF SotEventId(SeriesOccIndex) =
                          RsvpEventId IN EventRsvpRecord AND
                          SotChange(SeriesOccIndex) = "Y"
                           MOVE 'Y' TO SeriesOccMatched
                       END-IF
                   END-PERFORM
                   IF SeriesOccMatched = 'Y' AND
                      FUNCTION TRIM(RsvpStatus IN EventRsvpRecord)
                      NOT = "NoShow"
                       MOVE 'N' TO SeriesNotifyFound
                       PERFORM VARYING SeriesNotifyIndex FROM 1 BY 1
                               UNTIL SeriesNotifyIndex > SeriesNotifyCount
                           IF SeriesNotifyName(SeriesNotifyIndex) =
                              RsvpUsername IN EventRsvpRecord
                               MOVE 'Y' TO SeriesNotifyFound
                           END-IF
                       END-PERFORM
                       IF SeriesNotifyFound = 'N' AND SeriesNotifyCount < 300
                           ADD 1 TO SeriesNotifyCount
                           MOVE RsvpUsername IN EventRsvpRecord
                               TO SeriesNotifyName(SeriesNotifyCount)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EventRsvpFile

           PERFORM VARYING SeriesNotifyIndex FROM 1 BY 1
                   UNTIL SeriesNotifyIndex > SeriesNotifyCount
               MOVE SeriesNotifyName(SeriesNotifyIndex) TO NotifTargetUsername
               MOVE SeriesNotifyText TO NotifMessageText
               MOVE "EVENT" TO NotifCategory
               PERFORM WriteNotification
           END-PERFORM.

      *> Rolls check-in results up across every date of the series; a date
      *> counts as held once it has passed without being cancelled.
       SeriesAttendanceReport.
           MOVE "Event series you are hosting:" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "H" TO SeriesListMode
           PERFORM ListEventSeries
           PERFORM PickEventSeries
           IF SeriesInputOk = 'Y' THEN
               MOVE 0 TO SeriesAttendeeCount
               MOVE 'N' TO EOF-EventRsvpFile
               OPEN INPUT EventRsvpFile
               PERFORM UNTIL EOF-EventRsvpFile = 'Y'
                   READ EventRsvpFile INTO EventRsvpRecord
                   AT END
                       MOVE 'Y' TO EOF-EventRsvpFile
                   NOT AT END
                       PERFORM TallySeriesRsvp
                   END-READ
               END-PERFORM
               CLOSE EventRsvpFile
               PERFORM PrintSeriesAttendance
           END-IF.

       TallySeriesRsvp.
           PERFORM VARYING SeriesOccIndex FROM 1 BY 1
                   UNTIL SeriesOccIndex > SeriesOccurrenceCount
               IF SotEventId(SeriesOccIndex) = RsvpEventId IN EventRsvpRecord
                   EVALUATE FUNCTION TRIM(RsvpStatus IN EventRsvpRecord)
                       WHEN "Waitlist"
                           ADD 1 TO SotWaitlist(SeriesOccIndex)
                       WHEN "Attended"
                           ADD 1 TO SotConfirmed(SeriesOccIndex)
                           ADD 1 TO SotAttended(SeriesOccIndex)
                           PERFORM TallySeriesAttendee
                       WHEN "NoShow"
                           ADD 1 TO SotConfirmed(SeriesOccIndex)
                           ADD 1 TO SotNoShow(SeriesOccIndex)
                       WHEN OTHER
                           ADD 1 TO SotConfirmed(SeriesOccIndex)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       TallySeriesAttendee.
           MOVE 'N' TO SeriesAttendeeFound
           PERFORM VARYING SeriesAttendeeIndex FROM 1 BY 1
                   UNTIL SeriesAttendeeIndex > SeriesAttendeeCount
               IF SeriesAttendeeName(SeriesAttendeeIndex) =
                  RsvpUsername IN EventRsvpRecord
                   ADD 1 TO SeriesAttendeeVisits(SeriesAttendeeIndex)
                   MOVE 'Y' TO SeriesAttendeeFound
               END-IF
           END-PERFORM
           IF SeriesAttendeeFound = 'N' AND SeriesAttendeeCount < 500
               ADD 1 TO SeriesAttendeeCount
               MOVE RsvpUsername IN EventRsvpRecord
                   TO SeriesAttendeeName(SeriesAttendeeCount)
               MOVE 1 TO SeriesAttendeeVisits(SeriesAttendeeCount)
           END-IF.

       PrintSeriesAttendance.
           MOVE 0 TO SeriesHeldCount
           MOVE 0 TO SeriesTotalConfirmed
           MOVE 0 TO SeriesTotalAttended
           MOVE 0 TO SeriesTotalNoShow
           MOVE 0 TO SeriesTotalWaitlist
           MOVE SPACES TO CurrentMessage
           STRING "Attendance across " DELIMITED BY SIZE
               FUNCTION TRIM(SelectedSeriesTitle) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM VARYING SeriesOccIndex FROM 1 BY 1
                   UNTIL SeriesOccIndex > SeriesOccurrenceCount
               MOVE SPACES TO CurrentMessage
               IF FUNCTION TRIM(SotStatus(SeriesOccIndex)) = "Cancelled"
                   STRING "  " DELIMITED BY SIZE
                       SotDate(SeriesOccIndex) DELIMITED BY SIZE
                       "  cancelled" DELIMITED BY SIZE
                       INTO CurrentMessage
               ELSE
                   IF SotDate(SeriesOccIndex) < CurrentCreatedDate
                       ADD 1 TO SeriesHeldCount
                   END-IF
                   ADD SotConfirmed(SeriesOccIndex) TO SeriesTotalConfirmed
                   ADD SotAttended(SeriesOccIndex) TO SeriesTotalAttended
                   ADD SotNoShow(SeriesOccIndex) TO SeriesTotalNoShow
                   ADD SotWaitlist(SeriesOccIndex) TO SeriesTotalWaitlist
                   STRING "  " DELIMITED BY SIZE
                       SotDate(SeriesOccIndex) DELIMITED BY SIZE
                       "  RSVPs " DELIMITED BY SIZE
                       FUNCTION TRIM(SotConfirmed(SeriesOccIndex))
                       DELIMITED BY SIZE
                       ", attended " DELIMITED BY SIZE
                       FUNCTION TRIM(SotAttended(SeriesOccIndex))
                       DELIMITED BY SIZE
                       ", no-shows " DELIMITED BY SIZE
                       FUNCTION TRIM(SotNoShow(SeriesOccIndex))
                       DELIMITED BY SIZE
                       ", waitlisted " DELIMITED BY SIZE
                       FUNCTION TRIM(SotWaitlist(SeriesOccIndex))
                       DELIMITED BY SIZE
                       INTO CurrentMessage
               END-IF
               PERFORM DisplayAndLog
           END-PERFORM

           MOVE 0 TO SeriesRepeatCount
           PERFORM VARYING SeriesAttendeeIndex FROM 1 BY 1
                   UNTIL SeriesAttendeeIndex > SeriesAttendeeCount
               IF SeriesAttendeeVisits(SeriesAttendeeIndex) > 1
                   ADD 1 TO SeriesRepeatCount
               END-IF
           END-PERFORM
           MOVE 0 TO SeriesAverageAttended
           IF SeriesHeldCount > 0
               COMPUTE SeriesAverageAttended =
                   SeriesTotalAttended / SeriesHeldCount
           END-IF

           MOVE SPACES TO CurrentMessage
           STRING "  Dates held:             " DELIMITED BY SIZE
               FUNCTION TRIM(SeriesHeldCount) DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               FUNCTION TRIM(SeriesOccurrenceCount) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           MOVE SPACES TO CurrentMessage
           STRING "  RSVPs (confirmed):      " DELIMITED BY SIZE
               FUNCTION TRIM(SeriesTotalConfirmed) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           MOVE SPACES TO CurrentMessage
           STRING "  Attended:               " DELIMITED BY SIZE
               FUNCTION TRIM(SeriesTotalAttended) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           MOVE SPACES TO CurrentMessage
           STRING "  No-shows:               " DELIMITED BY SIZE
               FUNCTION TRIM(SeriesTotalNoShow) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           MOVE SPACES TO CurrentMessage
           STRING "  Still waitlisted:       " DELIMITED BY SIZE
               FUNCTION TRIM(SeriesTotalWaitlist) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           MOVE SPACES TO CurrentMessage
           STRING "  Average attended/date:  " DELIMITED BY SIZE
               FUNCTION TRIM(SeriesAverageAttended) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           MOVE SPACES TO CurrentMessage
           STRING "  Unique attendees:       " DELIMITED BY SIZE
               FUNCTION TRIM(SeriesAttendeeCount) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           MOVE SPACES TO CurrentMessage
           STRING "  Came more than once:    " DELIMITED BY SIZE
               FUNCTION TRIM(SeriesRepeatCount) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog.

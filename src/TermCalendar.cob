      *> Works out the academic term for TermAsOfDate from term_calendar.dat.
      *> TermCurrentCode is the term in session on that date, or the most
      *> recently ended term when the date falls between terms.
      *> TermEndDue is 'Y' while a term has reached its end date and term
      *> rollover has not yet stamped it closed, so a missed night is
      *> picked up on the next run instead of being lost.
       DetermineTermContext.
           MOVE 'N' TO TermCalendarFound
           MOVE SPACES TO TermCurrentCode
           MOVE SPACES TO TermCurrentStart
           MOVE SPACES TO TermCurrentEnd
           MOVE SPACES TO TermPriorStart
           MOVE SPACES TO TermLatestEndedCode
           MOVE SPACES TO TermLatestEndedStart
           MOVE SPACES TO TermLatestEndedEnd
           MOVE 'N' TO TermEndDue
           MOVE SPACES TO TermEndingCode
           MOVE SPACES TO TermEndingEnd
           MOVE 'N' TO EOF-TermCalendarFile
           OPEN INPUT TermCalendarFile
           PERFORM UNTIL EOF-TermCalendarFile = 'Y'
               READ TermCalendarFile INTO TermCalendarRecord
               AT END
                   MOVE 'Y' TO EOF-TermCalendarFile
               NOT AT END
                   IF FUNCTION TRIM(TermCode IN TermCalendarRecord)
                      NOT = SPACES
                       MOVE 'Y' TO TermCalendarFound
                       IF TermStartDate IN TermCalendarRecord <= TermAsOfDate
                          AND TermEndDate IN TermCalendarRecord
                              >= TermAsOfDate
                           MOVE TermCode IN TermCalendarRecord
                               TO TermCurrentCode
                           MOVE TermStartDate IN TermCalendarRecord
                               TO TermCurrentStart
                           MOVE TermEndDate IN TermCalendarRecord
                               TO TermCurrentEnd
                       END-IF
                       IF TermEndDate IN TermCalendarRecord < TermAsOfDate
                          AND TermEndDate IN TermCalendarRecord
                              > TermLatestEndedEnd
                           MOVE TermCode IN TermCalendarRecord
                               TO TermLatestEndedCode
                           MOVE TermStartDate IN TermCalendarRecord
                               TO TermLatestEndedStart
                           MOVE TermEndDate IN TermCalendarRecord
                               TO TermLatestEndedEnd
                       END-IF
                       IF TermEndDate IN TermCalendarRecord <= TermAsOfDate
                          AND FUNCTION TRIM(TermClosedDate
                              IN TermCalendarRecord) = SPACES
                           IF TermEndingCode = SPACES OR
                              TermEndDate IN TermCalendarRecord
                              < TermEndingEnd
                               MOVE 'Y' TO TermEndDue
                               MOVE TermCode IN TermCalendarRecord
                                   TO TermEndingCode
                               MOVE TermEndDate IN TermCalendarRecord
                                   TO TermEndingEnd
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE TermCalendarFile

           IF TermCurrentCode = SPACES
               MOVE TermLatestEndedCode TO TermCurrentCode
               MOVE TermLatestEndedStart TO TermCurrentStart
               MOVE TermLatestEndedEnd TO TermCurrentEnd
           END-IF

      *> The term before the current one, by end date.
           IF TermCurrentCode NOT = SPACES
               MOVE SPACES TO TermLatestEndedEnd
               MOVE 'N' TO EOF-TermCalendarFile
               OPEN INPUT TermCalendarFile
               PERFORM UNTIL EOF-TermCalendarFile = 'Y'
                   READ TermCalendarFile INTO TermCalendarRecord
                   AT END
                       MOVE 'Y' TO EOF-TermCalendarFile
                   NOT AT END
                       IF FUNCTION TRIM(TermCode IN TermCalendarRecord)
                          NOT = SPACES AND
                          TermEndDate IN TermCalendarRecord
                          < TermCurrentStart AND
                          TermEndDate IN TermCalendarRecord
                          > TermLatestEndedEnd
                           MOVE TermEndDate IN TermCalendarRecord
                               TO TermLatestEndedEnd
                           MOVE TermStartDate IN TermCalendarRecord
                               TO TermPriorStart
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TermCalendarFile
           END-IF.

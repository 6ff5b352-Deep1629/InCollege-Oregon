      *> Federal work-study awards from work_study_awards.dat. An award
      *> year runs July 1 to June 30 and is named by the year it starts.
      *> An award with no eligible JobIds listed covers any placement.
      *> The amount drawn is never stored: it is always the student's
      *> confirmed placement hours in the award year, on eligible jobs,
      *> at the award's hourly rate.
       DetermineWorkStudyYear.
           MOVE 0 TO WorkStudyYearResult
           IF WorkStudyYearDate(1:4) IS NUMERIC AND
              WorkStudyYearDate(6:2) IS NUMERIC
               MOVE WorkStudyYearDate(1:4) TO WorkStudyYearResult
               IF WorkStudyYearDate(6:2) < "07"
                   SUBTRACT 1 FROM WorkStudyYearResult
               END-IF
           END-IF.

      *> Finds the award that covers WorkStudyUser working WorkStudyJobId
      *> in the week ending WorkStudyDate, and holds a copy of it.
       FindWorkStudyAward.
           MOVE 'N' TO WorkStudyAwardFound
           MOVE WorkStudyDate TO WorkStudyYearDate
           PERFORM DetermineWorkStudyYear
           MOVE WorkStudyYearResult TO WorkStudyYear
           MOVE 'N' TO EOF-WorkStudyAwardFile
           OPEN INPUT WorkStudyAwardFile
           PERFORM UNTIL EOF-WorkStudyAwardFile = 'Y'
               READ WorkStudyAwardFile INTO WorkStudyAwardRecord
               AT END
                   MOVE 'Y' TO EOF-WorkStudyAwardFile
               NOT AT END
                   IF AwardUsername IN WorkStudyAwardRecord = WorkStudyUser
                      AND AwardYear IN WorkStudyAwardRecord = WorkStudyYear
                       MOVE AwardJobList IN WorkStudyAwardRecord
                           TO WorkStudyJobList
                       MOVE WorkStudyJobId TO WorkStudyCheckJobId
                       PERFORM CheckWorkStudyJob
                       IF WorkStudyJobEligible = 'Y'
                           MOVE 'Y' TO WorkStudyAwardFound
                           PERFORM HoldWorkStudyAward
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE WorkStudyAwardFile.

       HoldWorkStudyAward.
           MOVE AwardUsername IN WorkStudyAwardRecord TO WorkStudyUser
           MOVE AwardYear IN WorkStudyAwardRecord TO WorkStudyYear
           MOVE AwardAmount IN WorkStudyAwardRecord TO WorkStudyAwardAmount
           MOVE AwardHourlyRate IN WorkStudyAwardRecord
               TO WorkStudyHourlyRate
           MOVE AwardJobList IN WorkStudyAwardRecord TO WorkStudyJobList.

       CheckWorkStudyJob.
           MOVE 'Y' TO WorkStudyJobEligible
           IF WorkStudyJobList NOT = ZEROS
               MOVE 'N' TO WorkStudyJobEligible
               PERFORM VARYING WorkStudyJobIndex FROM 1 BY 1
                   UNTIL WorkStudyJobIndex > 5
                   IF WorkStudyJobEntry(WorkStudyJobIndex) > 0 AND
                      WorkStudyJobEntry(WorkStudyJobIndex) =
                      WorkStudyCheckJobId
                       MOVE 'Y' TO WorkStudyJobEligible
                   END-IF
               END-PERFORM
           END-IF.

      *> Totals the held award's confirmed hours and what they have used.
       SumWorkStudyDrawn.
           MOVE 0 TO WorkStudyHoursUsed
           MOVE 'N' TO EOF-PlacementHoursFile
           OPEN INPUT PlacementHoursFile
           PERFORM UNTIL EOF-PlacementHoursFile = 'Y'
               READ PlacementHoursFile INTO PlacementHoursRecord
               AT END
                   MOVE 'Y' TO EOF-PlacementHoursFile
               NOT AT END
                   IF HoursUsername IN PlacementHoursRecord = WorkStudyUser
                      AND FUNCTION TRIM(HoursStatus IN PlacementHoursRecord)
                      = "Confirmed"
                       MOVE HoursWeekEnding IN PlacementHoursRecord
                           TO WorkStudyYearDate
                       PERFORM DetermineWorkStudyYear
                       MOVE HoursJobId IN PlacementHoursRecord
                           TO WorkStudyCheckJobId
                       PERFORM CheckWorkStudyJob
                       IF WorkStudyYearResult = WorkStudyYear AND
                          WorkStudyJobEligible = 'Y'
                           ADD HoursWorked IN PlacementHoursRecord
                               TO WorkStudyHoursUsed
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PlacementHoursFile

           COMPUTE WorkStudyDrawnAmount =
               WorkStudyHoursUsed * WorkStudyHourlyRate
           COMPUTE WorkStudyRemaining =
               WorkStudyAwardAmount - WorkStudyDrawnAmount
           MOVE 0 TO WorkStudyPercentUsed
           IF WorkStudyAwardAmount > 0
               COMPUTE WorkStudyPercentUsed =
                   WorkStudyDrawnAmount * 100 / WorkStudyAwardAmount
                   ON SIZE ERROR
                       MOVE 999 TO WorkStudyPercentUsed
               END-COMPUTE
           END-IF.

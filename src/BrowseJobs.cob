       BrowseJobs.
           MOVE CurrentUsername TO WorkAuthTargetUsername
           PERFORM LookupWorkAuthStatus
           MOVE WorkAuthStudentStatus TO MyWorkAuthStatus
           PERFORM LookupMyUniversity
           PERFORM PromptUniversityScope

               MOVE FUNCTION TRIM(InputRecord(1:50)) TO JobFilterKeyword
           END-READ

           MOVE "Enter a location, state/region, country or area to filter by (blank for any):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           READ InputFile INTO InputRecord
           AT END
               PERFORM IncrementInputCheckpoint
               MOVE FUNCTION TRIM(InputRecord(1:50)) TO JobFilterLocation
           END-READ
           PERFORM LoadLocationTable
           MOVE JobFilterLocation TO LocFilterText
           PERFORM SetLocationFilter

           MOVE "Filter by work type - 1=On-site, 2=Hybrid, 3=Remote, 0=Any:"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           EVALUATE MenuOption
               WHEN 1
                   MOVE 'O' TO JobFilterWorkType
               WHEN 2
                   MOVE 'H' TO JobFilterWorkType
               WHEN 3
                   MOVE 'R' TO JobFilterWorkType
               WHEN OTHER
                   MOVE SPACES TO JobFilterWorkType
           END-EVALUATE

           MOVE "Filter by category - 1=Internship, 2=Full-Time, 3=Part-Time, 0=Any:"
               TO CurrentMessage
               MOVE "Search not saved (no name given)." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "saved_searches.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND SavedSearchFile
               MOVE SPACES TO SavedSearchRecord
               MOVE CurrentUsername TO SearchUsername IN SavedSearchRecord
               MOVE JobFilterLocation TO SearchLocation IN SavedSearchRecord
               MOVE JobFilterCategory TO SearchCategory IN SavedSearchRecord
               MOVE JobFilterMinSalary TO SearchMinSalary IN SavedSearchRecord
               MOVE JobFilterWorkType TO SearchWorkType IN SavedSearchRecord
               WRITE SavedSearchRecord
               CLOSE SavedSearchFile
               MOVE "saved_searches.dat" TO JournalMasterName
               PERFORM JournalAfterImage
               MOVE "Search saved. You will be alerted to new matches." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.
           PERFORM DisplayAndLog
           OPEN INPUT JobFile
           PERFORM UNTIL EOF-JobFile = 'Y'
               READ JobFile NEXT INTO JobRecord
               AT END
                   MOVE 'Y' TO EOF-JobFile
               NOT AT END
               END-IF
           END-IF
           IF JobMatches = 'Y' AND FUNCTION TRIM(JobFilterLocation) NOT = SPACES THEN
               MOVE JobLocation IN JobRecord TO LocLookupText
               PERFORM CheckLocationFilter
               IF LocFilterMatches = 'N'
                   MOVE 'N' TO JobMatches
               END-IF
           END-IF
           IF JobMatches = 'Y' AND JobFilterWorkType NOT = SPACES THEN
               IF JobWorkType IN JobRecord NOT = JobFilterWorkType
                   MOVE 'N' TO JobMatches
               END-IF
           END-IF

       DisplayJobListing.
           MOVE JobMatchCount TO JobListCountDisplay
           MOVE JobWorkType IN JobRecord TO LocWorkTypeCode
           PERFORM DescribeWorkType
           MOVE SPACES TO CurrentMessage
           IF JobWorkType IN JobRecord = SPACES
               STRING FUNCTION TRIM(JobListCountDisplay) DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM(JobTitle IN JobRecord) DELIMITED BY SIZE
                   " at " DELIMITED BY SIZE
                   FUNCTION TRIM(JobEmployer IN JobRecord) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(JobLocation IN JobRecord) DELIMITED BY SIZE
                   ") [" DELIMITED BY SIZE
                   FUNCTION TRIM(JobCategory IN JobRecord) DELIMITED BY SIZE
                   "]" DELIMITED BY SIZE
                   INTO CurrentMessage
           ELSE
               STRING FUNCTION TRIM(JobListCountDisplay) DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM(JobTitle IN JobRecord) DELIMITED BY SIZE
                   " at " DELIMITED BY SIZE
                   FUNCTION TRIM(JobEmployer IN JobRecord) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(JobLocation IN JobRecord) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(LocWorkTypeLabel) DELIMITED BY SIZE
                   ") [" DELIMITED BY SIZE
                   FUNCTION TRIM(JobCategory IN JobRecord) DELIMITED BY SIZE
                   "]" DELIMITED BY SIZE
                   INTO CurrentMessage
           END-IF
           PERFORM DisplayAndLog
           IF SalaryVisible IN JobRecord NOT = 'N' AND
              (SalaryMin IN JobRecord > 0 OR SalaryMax IN JobRecord > 0) THEN
                   SalaryMax IN JobRecord DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-IF
           IF FUNCTION TRIM(JobWorkAuth IN JobRecord) NOT = SPACES
               MOVE JobWorkAuth IN JobRecord TO WorkAuthJobRequirement
               MOVE MyWorkAuthStatus TO WorkAuthStudentStatus
               PERFORM CheckWorkAuthEligible
               PERFORM DescribeJobWorkAuth
               MOVE SPACES TO CurrentMessage
               IF WorkAuthEligible = 'Y'
                   STRING "    Work authorization: " DELIMITED BY SIZE
                       FUNCTION TRIM(WorkAuthLabel) DELIMITED BY SIZE
                       INTO CurrentMessage
               ELSE
                   STRING "    Work authorization: " DELIMITED BY SIZE
                       FUNCTION TRIM(WorkAuthLabel) DELIMITED BY SIZE
                       " - NOT ELIGIBLE for your declared status"
                       DELIMITED BY SIZE
                       INTO CurrentMessage
               END-IF
               PERFORM DisplayAndLog
           END-IF.

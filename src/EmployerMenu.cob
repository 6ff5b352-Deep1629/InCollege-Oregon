               PERFORM DisplayAndLog
               MOVE "8. Logout" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "10. My Recovery Email" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "11. My Reports" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "12. Posting Questions" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "13. Transfer a Recruiter's Postings" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "14. Career Fair Leads" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               EVALUATE MenuOption
                   WHEN 1
                       PERFORM ChangePassword
                   WHEN 7
                       PERFORM SearchOpenCandidates
                   WHEN 10
                       PERFORM ManageContactEmail
                   WHEN 11
                       MOVE CurrentUsername TO MyReportUser
                       PERFORM ShowMyReports
                   WHEN 12
                       PERFORM PosterQaInbox
                   WHEN 13
                       PERFORM TransferRecruiterPostings
                   WHEN 14
                       PERFORM FairLeadsMenu
                   WHEN 8
                       MOVE "Logging out..." TO CurrentMessage
                       PERFORM DisplayAndLog
           END-PERFORM
           CLOSE EmployerUserFile.

      *> Lists the postings of division FamilyDivisionIndex and adds them
      *> to FamilyPostingCount.
       ShowDivisionPostings.
           MOVE SPACES TO CurrentMessage
           STRING "Division " DELIMITED BY SIZE
               FUNCTION TRIM(FamilyDivisionName(FamilyDivisionIndex))
               DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           MOVE 'N' TO EOF-JobFile
           OPEN INPUT JobFile
           MOVE FamilyDivisionId(FamilyDivisionIndex)
               TO EmployerId IN JobRecord
           START JobFile KEY IS = EmployerId IN JobRecord
           INVALID KEY
               MOVE 'Y' TO EOF-JobFile
           END-START
           PERFORM UNTIL EOF-JobFile = 'Y'
               READ JobFile NEXT INTO JobRecord
               AT END
                   MOVE 'Y' TO EOF-JobFile
               NOT AT END
                   IF EmployerId IN JobRecord NOT =
                      FamilyDivisionId(FamilyDivisionIndex)
                       MOVE 'Y' TO EOF-JobFile
                   ELSE
                       ADD 1 TO FamilyPostingCount
                       MOVE SPACES TO CurrentMessage
                       STRING "  " DELIMITED BY SIZE
                           FUNCTION TRIM(JobTitle IN JobRecord)
                           DELIMITED BY SIZE
                           " [" DELIMITED BY SIZE
                           FUNCTION TRIM(JobStatus IN JobRecord)
                           DELIMITED BY SIZE
                           "]" DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
               END-READ
           END-PERFORM
           CLOSE JobFile.

       ShowCompanyPage.
           PERFORM LookupLinkedEmployer
           IF LinkedEmployerId = 0 THEN
                       IF EmployerId-Master IN EmployerRecord =
                          LinkedEmployerId
                           MOVE 'Y' TO LinkedEmployerFound
                           MOVE EmployerName IN EmployerRecord
                               TO ReviewViewEmployerName
                           MOVE "--- Company Page ---" TO CurrentMessage
                           PERFORM DisplayAndLog
                           MOVE SPACES TO CurrentMessage
                   END-READ
               END-PERFORM
               CLOSE EmployerFile
               MOVE LinkedEmployerId TO FamilyEmployerId
               PERFORM LoadEmployerFamily
               IF LinkedEmployerFound = 'Y'
                   PERFORM ShowEmployerFamily
               END-IF

               IF LinkedEmployerFound = 'N' THEN
                   MOVE "The linked employer record no longer exists."
                   MOVE 0 TO CompanyPostingCount
                   MOVE 'N' TO EOF-JobFile
                   OPEN INPUT JobFile
                   MOVE LinkedEmployerId TO EmployerId IN JobRecord
                   START JobFile KEY IS = EmployerId IN JobRecord
                   INVALID KEY
                       MOVE 'Y' TO EOF-JobFile
                   END-START
                   PERFORM UNTIL EOF-JobFile = 'Y'
                       READ JobFile NEXT INTO JobRecord
                       AT END
                           MOVE 'Y' TO EOF-JobFile
                       NOT AT END
                           IF EmployerId IN JobRecord NOT = LinkedEmployerId
                               MOVE 'Y' TO EOF-JobFile
                           ELSE
                               ADD 1 TO CompanyPostingCount
                               MOVE SPACES TO CurrentMessage
                               STRING "  " DELIMITED BY SIZE
                       FUNCTION TRIM(CompanyPostingCount) DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM DisplayAndLog
                   IF FamilyDivisionCount > 0
                       MOVE CompanyPostingCount TO FamilyPostingCount
                       PERFORM VARYING FamilyDivisionIndex FROM 1 BY 1
                           UNTIL FamilyDivisionIndex > FamilyDivisionCount
                           PERFORM ShowDivisionPostings
                       END-PERFORM
                       MOVE SPACES TO CurrentMessage
                       STRING "Postings on file including divisions: "
                           DELIMITED BY SIZE
                           FUNCTION TRIM(FamilyPostingCount) DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
                   MOVE LinkedEmployerId TO ReviewViewEmployerId
                   PERFORM ShowEmployerReviewSummary
               END-IF
           END-IF.

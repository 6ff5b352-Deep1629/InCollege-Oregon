      *> Ad-hoc report requests. Staff file a request with the report and
      *> its parameters instead of having an operator set the report's
      *> environment variables by hand; BatchScheduler runs the queued
      *> requests overnight and records status, return code and completion
      *> time on the request. The host sets ReportRequester, and
      *> ReportRequestAllowAll to 'Y' for an administrator (every report,
      *> every request listed); it supplies CheckReportRequestScope, which
      *> sets ReportRequestInScope for the subject in NewReqSubjectUser,
      *> and writes its own audit entry when ReportRequestFiled is 'Y'.
       ReportRequestMenu.
           MOVE "--- Ad-hoc Report Requests ---" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "1. Request a Report  2. Requests and Status  0. Back"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION NUMVAL-C(TempString(1:3)) TO ReportRequestChoice
           MOVE 'N' TO ReportRequestFiled
           EVALUATE ReportRequestChoice
               WHEN 1
                   PERFORM FileReportRequest
               WHEN 2
                   PERFORM ListReportRequests
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid option. Please try again." TO CurrentMessage
                   PERFORM DisplayAndLog
           END-EVALUATE.

       FileReportRequest.
           MOVE SPACES TO ReportRequestRecord
           MOVE 'Y' TO ReportRequestValid
           MOVE "1. DisclosureReport  2. UserDataExport" TO CurrentMessage
           PERFORM DisplayAndLog
           IF ReportRequestAllowAll = 'Y'
               MOVE "3. SessionReconstruct  4. MergeAccounts" TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF
           MOVE "Enter the report number:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION NUMVAL-C(TempString(1:3)) TO ReportRequestChoice
           EVALUATE TRUE
               WHEN ReportRequestChoice = 1
                   MOVE "DisclosureReport" TO ReqReportName
               WHEN ReportRequestChoice = 2
                   MOVE "UserDataExport" TO ReqReportName
               WHEN ReportRequestChoice = 3 AND ReportRequestAllowAll = 'Y'
                   MOVE "SessionReconstruct" TO ReqReportName
               WHEN ReportRequestChoice = 4 AND ReportRequestAllowAll = 'Y'
                   MOVE "MergeAccounts" TO ReqReportName
               WHEN OTHER
                   MOVE 'N' TO ReportRequestValid
                   MOVE "That is not a report you can request." TO CurrentMessage
                   PERFORM DisplayAndLog
           END-EVALUATE

           IF ReportRequestValid = 'Y'
               IF ReqReportName = "MergeAccounts"
                   MOVE "Enter the username to merge away:" TO CurrentMessage
               ELSE
                   MOVE "Enter the username the report is for:"
                       TO CurrentMessage
               END-IF
               PERFORM DisplayAndLog
               PERFORM ReadInputLine
               MOVE FUNCTION UPPER-CASE(TempString(1:20)) TO NewReqSubjectUser
               IF NewReqSubjectUser = SPACES
                   MOVE 'N' TO ReportRequestValid
                   MOVE "A username is required." TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   PERFORM CheckReportRequestScope
                   IF ReportRequestInScope = 'N'
                       MOVE 'N' TO ReportRequestValid
                       MOVE "You cannot request reports for that user."
                           TO CurrentMessage
                       PERFORM DisplayAndLog
                   ELSE
                       MOVE NewReqSubjectUser TO ReqSubjectUser
                   END-IF
               END-IF
           END-IF

           IF ReportRequestValid = 'Y'
               EVALUATE ReqReportName
                   WHEN "MergeAccounts"
                       PERFORM ReadMergeRequestParameters
                   WHEN "DisclosureReport"
                       PERFORM ReadRequestDateRange
                   WHEN "SessionReconstruct"
                       PERFORM ReadRequestDateRange
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF ReportRequestValid = 'Y'
               PERFORM QueueReportRequest
           END-IF.

       ReadMergeRequestParameters.
           MOVE "Enter the username to keep:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           MOVE FUNCTION UPPER-CASE(TempString(1:20)) TO ReqSecondUser
           IF ReqSecondUser = SPACES OR ReqSecondUser = ReqSubjectUser
               MOVE 'N' TO ReportRequestValid
               MOVE "The account to keep must be a different username."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Preview only, changing nothing? (Y/N):" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadInputLine
               IF FUNCTION UPPER-CASE(TempString(1:1)) = "N"
                   MOVE 'N' TO ReqPreviewFlag
               ELSE
                   MOVE 'Y' TO ReqPreviewFlag
               END-IF
           END-IF.

       ReadRequestDateRange.
           MOVE "From date (YYYY-MM-DD, blank for the beginning):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadInputLine
           IF TempString NOT = SPACES
               MOVE TempString(1:10) TO DateCheckInput
               PERFORM ValidateDateField
               IF DateCheckValid = 'Y'
                   MOVE DateCheckNormalized TO ReqFromDate
               ELSE
                   MOVE 'N' TO ReportRequestValid
               END-IF
           END-IF
           IF ReportRequestValid = 'Y'
               MOVE "To date (YYYY-MM-DD, blank for today):" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadInputLine
               IF TempString NOT = SPACES
                   MOVE TempString(1:10) TO DateCheckInput
                   PERFORM ValidateDateField
                   IF DateCheckValid = 'Y'
                       MOVE DateCheckNormalized TO ReqToDate
                   ELSE
                       MOVE 'N' TO ReportRequestValid
                   END-IF
               END-IF
           END-IF
           IF ReportRequestValid = 'N'
               MOVE "That is not a valid date; the request was not filed."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               IF ReqFromDate NOT = SPACES AND ReqToDate NOT = SPACES AND
                  ReqFromDate > ReqToDate
                   MOVE 'N' TO ReportRequestValid
                   MOVE "The from date is after the to date; the request was not filed."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               END-IF
           END-IF.

       QueueReportRequest.
           PERFORM GetNextReportRequestId
           MOVE ReportRequestIdValue TO ReqId
           MOVE ReportRequester TO ReqRequester
           PERFORM DetermineReportRequestStamp
           MOVE ReportRequestStamp(1:16) TO ReqRequestedAt
           MOVE "QUEUED" TO ReqStatus
           MOVE 0 TO ReqReturnCode
           MOVE "report_requests.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND ReportRequestFile
           WRITE ReportRequestRecord
           CLOSE ReportRequestFile
           MOVE "report_requests.dat" TO JournalMasterName
           PERFORM JournalAfterImage
           MOVE 'Y' TO ReportRequestFiled
           MOVE SPACES TO CurrentMessage
           STRING "Report request #" DELIMITED BY SIZE
               ReqId DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(ReqReportName) DELIMITED BY SIZE
               ") is queued for tonight's batch; the output will be in My Reports."
               DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog.

       GetNextReportRequestId.
           MOVE 0 TO ReportRequestIdValue
           OPEN INPUT ReportRequestCounterFile
           READ ReportRequestCounterFile
           AT END
               CONTINUE
           NOT AT END
               IF LastReportRequestId IS NUMERIC
                   MOVE LastReportRequestId TO ReportRequestIdValue
               END-IF
           END-READ
           CLOSE ReportRequestCounterFile
           ADD 1 TO ReportRequestIdValue
           MOVE "report_request_counter.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN OUTPUT ReportRequestCounterFile
           MOVE ReportRequestIdValue TO LastReportRequestId
           WRITE ReportRequestCounterRecord
           CLOSE ReportRequestCounterFile
           MOVE "report_request_counter.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       DetermineReportRequestStamp.
           MOVE SPACES TO ReportRequestStamp
           ACCEPT ReportRequestStamp
               FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
           IF ReportRequestStamp = SPACES
               MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
               STRING CurrentDateTime(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(7:2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CurrentDateTime(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   CurrentDateTime(11:2) DELIMITED BY SIZE
                   INTO ReportRequestStamp
           END-IF.

       ListReportRequests.
           MOVE 0 TO ReportRequestListed
           MOVE 'N' TO EOF-ReportRequestFile
           OPEN INPUT ReportRequestFile
           PERFORM UNTIL EOF-ReportRequestFile = 'Y'
               READ ReportRequestFile
               AT END
                   MOVE 'Y' TO EOF-ReportRequestFile
               NOT AT END
                   IF ReportRequestAllowAll = 'Y' OR
                      ReqRequester = ReportRequester
                       ADD 1 TO ReportRequestListed
                       PERFORM ListOneReportRequest
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ReportRequestFile
           IF ReportRequestListed = 0
               MOVE "No report requests on file." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       ListOneReportRequest.
           MOVE SPACES TO CurrentMessage
           STRING "#" DELIMITED BY SIZE
               ReqId DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ReqReportName DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               ReqSubjectUser DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               FUNCTION TRIM(ReqRequester) DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               ReqRequestedAt DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           MOVE SPACES TO CurrentMessage
           IF ReqStatus = "QUEUED"
               MOVE "      QUEUED - runs in tonight's batch" TO CurrentMessage
           ELSE
               STRING "      " DELIMITED BY SIZE
                   ReqStatus DELIMITED BY SIZE
                   " RC " DELIMITED BY SIZE
                   ReqReturnCode DELIMITED BY SIZE
                   " at " DELIMITED BY SIZE
                   ReqCompletedAt DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FUNCTION TRIM(ReqOutputName) DELIMITED BY SIZE
                   INTO CurrentMessage
           END-IF
           PERFORM DisplayAndLog.

      *> My Reports: the report entries filed for MyReportUser in
      *> report_inbox.dat by report bursting (see ReportBurst.cob), newest
      *> first. Each entry read is written to the audit trail as
      *> REPORT_READ with the report, run date and section.
       ShowMyReports.
           PERFORM LoadMyReportEntries
           MOVE "--- My Reports ---" TO CurrentMessage
           PERFORM DisplayAndLog
           IF MyReportCount = 0 THEN
               MOVE "No reports have been distributed to you." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE 0 TO MyReportShown
               PERFORM VARYING MyReportIndex FROM MyReportCount BY -1
                   UNTIL MyReportIndex < 1
                   ADD 1 TO MyReportShown
                   PERFORM ListOneMyReportEntry
               END-PERFORM
               MOVE "Enter the number of a report to read, or 0 to go back:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               IF EOF-InputFile = 'N' AND MenuOption > 0 AND
                  MenuOption <= MyReportCount THEN
                   COMPUTE MyReportIndex = MyReportCount - MenuOption + 1
                   PERFORM ReadMyReportEntry
               ELSE
                   IF EOF-InputFile = 'N' AND MenuOption NOT = 0 THEN
                       MOVE "Invalid report number." TO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
               END-IF
           END-IF.

      *> Only the latest 50 entries are kept for the list; older ones drop
      *> off the front as newer ones are read.
       LoadMyReportEntries.
           MOVE 0 TO MyReportCount
           MOVE 'N' TO EOF-ReportInboxFile
           OPEN INPUT ReportInboxFile
           PERFORM UNTIL EOF-ReportInboxFile = 'Y'
               READ ReportInboxFile
               AT END
                   MOVE 'Y' TO EOF-ReportInboxFile
               NOT AT END
                   IF InboxRecipient = MyReportUser
                       PERFORM NoteMyReportEntry
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ReportInboxFile.

       NoteMyReportEntry.
           MOVE 0 TO MyReportMatch
           PERFORM VARYING MyReportIndex FROM 1 BY 1
               UNTIL MyReportIndex > MyReportCount OR MyReportMatch > 0
               IF MrReportName(MyReportIndex) = InboxReportName AND
                  MrRunDate(MyReportIndex) = InboxRunDate AND
                  MrSectionType(MyReportIndex) = InboxSectionType AND
                  MrSectionValue(MyReportIndex) = InboxSectionValue
                   MOVE MyReportIndex TO MyReportMatch
               END-IF
           END-PERFORM
           IF MyReportMatch = 0
               IF MyReportCount >= 50
                   PERFORM VARYING MyReportIndex FROM 1 BY 1
                       UNTIL MyReportIndex > 49
                       MOVE MyReportEntry(MyReportIndex + 1)
                           TO MyReportEntry(MyReportIndex)
                   END-PERFORM
                   MOVE 49 TO MyReportCount
               END-IF
               ADD 1 TO MyReportCount
               MOVE MyReportCount TO MyReportMatch
               MOVE InboxReportName TO MrReportName(MyReportMatch)
               MOVE InboxRunDate TO MrRunDate(MyReportMatch)
               MOVE InboxSectionType TO MrSectionType(MyReportMatch)
               MOVE InboxSectionValue TO MrSectionValue(MyReportMatch)
               MOVE 0 TO MrLineCount(MyReportMatch)
           END-IF
           ADD 1 TO MrLineCount(MyReportMatch).

       ListOneMyReportEntry.
           MOVE SPACES TO MyReportSectionText
           IF MrSectionType(MyReportIndex) = "ALL" THEN
               MOVE "full report" TO MyReportSectionText
           ELSE
               STRING FUNCTION TRIM(MrSectionType(MyReportIndex))
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(MrSectionValue(MyReportIndex))
                   DELIMITED BY SIZE
                   INTO MyReportSectionText
           END-IF
           MOVE MrLineCount(MyReportIndex) TO MyReportLineDisplay
           MOVE SPACES TO CurrentMessage
           STRING MyReportShown DELIMITED BY SIZE
               ". " DELIMITED BY SIZE
               MrRunDate(MyReportIndex) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(MrReportName(MyReportIndex)) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(MyReportSectionText) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(MyReportLineDisplay) DELIMITED BY SIZE
               " lines)" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog.

       ReadMyReportEntry.
           MOVE SPACES TO CurrentMessage
           STRING "=== " DELIMITED BY SIZE
               FUNCTION TRIM(MrReportName(MyReportIndex)) DELIMITED BY SIZE
               "  Run date: " DELIMITED BY SIZE
               MrRunDate(MyReportIndex) DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           MOVE 'N' TO EOF-ReportInboxFile
           OPEN INPUT ReportInboxFile
           PERFORM UNTIL EOF-ReportInboxFile = 'Y'
               READ ReportInboxFile
               AT END
                   MOVE 'Y' TO EOF-ReportInboxFile
               NOT AT END
                   IF InboxRecipient = MyReportUser AND
                      InboxReportName = MrReportName(MyReportIndex) AND
                      InboxRunDate = MrRunDate(MyReportIndex) AND
                      InboxSectionType = MrSectionType(MyReportIndex) AND
                      InboxSectionValue = MrSectionValue(MyReportIndex)
                       MOVE InboxLineText TO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ReportInboxFile
           MOVE "--- End of report ---" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "REPORT_READ" TO AuditActionName
           MOVE SPACES TO AuditDetailText
           STRING FUNCTION TRIM(MrReportName(MyReportIndex)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MrRunDate(MyReportIndex) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(MrSectionType(MyReportIndex)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(MrSectionValue(MyReportIndex)) DELIMITED BY SIZE
               INTO AuditDetailText
           PERFORM WriteAuditLog.

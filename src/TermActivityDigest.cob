           SELECT ConnectionRequestFile ASSIGN TO "connections.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JobId OF JobRecord
               ALTERNATE RECORD KEY IS JobUsername OF JobRecord
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EmployerId OF JobRecord
                   WITH DUPLICATES.
           SELECT ApplicationFile ASSIGN TO "applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MessageFile ASSIGN TO "messages.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "output/TermActivityDigest.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TermCalendarFile ASSIGN TO "term_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 JobOriginCampus PIC X(8).
           05 JobScreenFlags PIC X(60).
           05 JobOriginJobId PIC 9(5).
           05 JobWorkAuth PIC X(4).
           05 JobWorkType PIC X(1).

       FD ApplicationFile.
       01 ApplicationRecord.
       FD ReportFile.
       01 ReportRecord PIC X(132).

       FD TermCalendarFile.
       01 TermCalendarRecord.
           05 TermCode PIC X(6).
           05 TermName PIC X(20).
           05 TermStartDate PIC X(10).
           05 TermEndDate PIC X(10).
           05 TermGradesDueDate PIC X(10).
           05 TermCommencementDate PIC X(10).
           05 TermClosedDate PIC X(10).

       WORKING-STORAGE SECTION.
       01 CurrentMessage PIC X(132).
       01 ReportTitle PIC X(60).
       01 HasEducationEntry PIC X VALUE 'N'.
       01 EducationCheckUsername PIC X(20).

       01 TermAsOfDate PIC X(10).
       01 EOF-TermCalendarFile PIC X VALUE 'N'.
       01 TermCalendarFound PIC X VALUE 'N'.
       01 TermCurrentCode PIC X(6).
       01 TermCurrentStart PIC X(10).
       01 TermCurrentEnd PIC X(10).
       01 TermPriorStart PIC X(10).
       01 TermLatestEndedCode PIC X(6).
       01 TermLatestEndedStart PIC X(10).
       01 TermLatestEndedEnd PIC X(10).
       01 TermEndDue PIC X VALUE 'N'.
       01 TermEndingCode PIC X(6).
       01 TermEndingEnd PIC X(10).
       01 TermWindowDate PIC X(10).
       01 InTermWindow PIC X VALUE 'Y'.

       PROCEDURE DIVISION.
       MainSection.
           PERFORM DetermineDigestTerm
           PERFORM CountAccounts
           PERFORM CountProfileCompletion
           PERFORM CountConnectionsMade
               AT END
                   MOVE 'Y' TO EOF-UserData
               NOT AT END
                   MOVE CreatedDate IN UserRecord TO TermWindowDate
                   PERFORM CheckInTermWindow
                   IF InTermWindow = 'Y'
                       ADD 1 TO AccountCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE UserDataFile.
               AT END
                   MOVE 'Y' TO EOF-ConnectionFile
               NOT AT END
                   MOVE CreatedDate IN ConnectionRecord TO TermWindowDate
                   PERFORM CheckInTermWindow
                   IF ConnectionStatus IN ConnectionRecord = "Connected"
                      AND InTermWindow = 'Y'
                       ADD 1 TO ConnectionMadeCount
                   END-IF
               END-READ
               AT END
                   MOVE 'Y' TO EOF-ApplicationFile
               NOT AT END
                   MOVE CreatedDate IN ApplicationRecord TO TermWindowDate
                   PERFORM CheckInTermWindow
                   IF InTermWindow = 'Y'
                       ADD 1 TO ApplicationSubmittedCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ApplicationFile.
               AT END
                   MOVE 'Y' TO EOF-MessageFile
               NOT AT END
                   MOVE MsgTimestamp IN MessageRecord(1:10) TO TermWindowDate
                   PERFORM CheckInTermWindow
                   IF InTermWindow = 'Y'
                       ADD 1 TO MessageSentCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MessageFile.
       PrintDigest.
           OPEN OUTPUT ReportFile
           MOVE "InCollege End-of-Term Activity Digest" TO ReportTitle
           IF TermCurrentCode NOT = SPACES
               MOVE SPACES TO ReportTitle
               STRING "InCollege End-of-Term Activity Digest  Term "
                   DELIMITED BY SIZE
                   TermCurrentCode DELIMITED BY SIZE
                   INTO ReportTitle
               MOVE SPACES TO CurrentMessage
               STRING "Activity from " DELIMITED BY SIZE
                   TermCurrentStart DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   TermCurrentEnd DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteReportLine
           END-IF

           MOVE SPACES TO CurrentMessage
               AT END
                   MOVE 'Y' TO EOF-JobFile
               NOT AT END
                   MOVE CreatedDate IN JobRecord TO TermWindowDate
                   PERFORM CheckInTermWindow
                   IF InTermWindow = 'Y'
                       ADD 1 TO JobPostedCount
                       PERFORM CountApplicantsForJob

                       MOVE SPACES TO CurrentMessage
                       STRING "  " DELIMITED BY SIZE
                           FUNCTION TRIM(JobTitle IN JobRecord) DELIMITED BY SIZE
                           " at " DELIMITED BY SIZE
                           FUNCTION TRIM(JobEmployer IN JobRecord) DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           JobApplicantCount DELIMITED BY SIZE
                           " applicant(s)" DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM WriteReportLine

                       IF JobApplicantCount > 0
                           ADD 1 TO JobFilledCount
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           END-PERFORM
           CLOSE ApplicationFile.

      *> Counts are term-to-date when the term calendar knows the term;
      *> with no calendar on file every record counts, as before.
       DetermineDigestTerm.
           MOVE SPACES TO FixedTimestamp
           ACCEPT FixedTimestamp FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
           IF FUNCTION TRIM(FixedTimestamp) = SPACES
               MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
               STRING CurrentDateTime(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(7:2) DELIMITED BY SIZE
                   INTO ReportRunDate
           ELSE
               MOVE FixedTimestamp(1:10) TO ReportRunDate
           END-IF
           MOVE ReportRunDate TO TermAsOfDate
           PERFORM DetermineTermContext.

       CheckInTermWindow.
           MOVE 'Y' TO InTermWindow
           IF TermCurrentCode NOT = SPACES
               IF TermWindowDate < TermCurrentStart OR
                  TermWindowDate > TermCurrentEnd
                   MOVE 'N' TO InTermWindow
               END-IF
           END-IF.

       COPY "TermCalendar.cob".

       COPY "ReportFormat.cob".

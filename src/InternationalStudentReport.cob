IDENTIFICATION DIVISION.
       PROGRAM-ID. InternationalStudentReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WorkAuthFile ASSIGN TO "work_authorizations.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JobOfferFile ASSIGN TO "offers.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PlacementHoursFile ASSIGN TO "placement_hours.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "output/InternationalStudentReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TermCalendarFile ASSIGN TO "term_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD WorkAuthFile.
       01 WorkAuthRecord.
           05 WorkAuthUsername PIC X(20).
           05 WorkAuthStatus PIC X(4).
           05 WorkAuthDate PIC X(10).

       FD JobOfferFile.
       01 JobOfferRecord.
           05 OfferJobId PIC 9(5).
           05 OfferPoster PIC X(20).
           05 OfferApplicant PIC X(20).
           05 OfferJobTitle PIC X(50).
           05 OfferSalaryMin PIC 9(6).
           05 OfferSalaryMax PIC 9(6).
           05 OfferRespondBy PIC X(10).
           05 OfferStatus PIC X(10).
           05 OfferDate PIC X(10).

       FD PlacementHoursFile.
       01 PlacementHoursRecord.
           05 HoursUsername PIC X(20).
           05 HoursJobId PIC 9(5).
           05 HoursPoster PIC X(20).
           05 HoursWeekEnding PIC X(10).
           05 HoursWorked PIC 9(3).
           05 HoursStatus PIC X(10).

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
       01 EOF-WorkAuthFile PIC X VALUE 'N'.
       01 EOF-JobOfferFile PIC X VALUE 'N'.
       01 EOF-PlacementHoursFile PIC X VALUE 'N'.
       01 CptStudentCount PIC 9(5) VALUE 0.
       01 ListedStudentCount PIC 9(5) VALUE 0.
       01 StudentOfferCount PIC 9(3) VALUE 0.
       01 StudentAcceptedCount PIC 9(3) VALUE 0.
       01 StudentHoursTotal PIC 9(5) VALUE 0.
       01 StudentLastEmployer PIC X(20).
       01 TotalOfferCount PIC 9(5) VALUE 0.
       01 TotalHoursLogged PIC 9(7) VALUE 0.
       01 WindowStart PIC X(10) VALUE "0000-00-00".
       01 WindowEnd PIC X(10) VALUE "9999-99-99".

       01 RunDate PIC X(10).
       01 FixedTimestamp PIC X(20).
       01 CurrentDateTime PIC X(21).
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

       PROCEDURE DIVISION.
       MainSection.
           PERFORM DetermineRunDate
           MOVE RunDate TO TermAsOfDate
           PERFORM DetermineTermContext
           IF TermEndDue = 'Y'
               MOVE TermEndingCode TO TermCurrentCode
               PERFORM FindEndingTermDates
           END-IF
      *> Without a calendar every offer and timesheet on file is counted.
           IF TermCurrentCode NOT = SPACES
               MOVE TermCurrentStart TO WindowStart
               MOVE TermCurrentEnd TO WindowEnd
           END-IF

           OPEN OUTPUT ReportFile
           MOVE "InCollege International Student Office - CPT/OPT Activity"
               TO CurrentMessage
           IF TermCurrentCode NOT = SPACES
               MOVE SPACES TO CurrentMessage
               STRING "InCollege International Student Office - "
                   DELIMITED BY SIZE
                   "CPT/OPT Activity  Term " DELIMITED BY SIZE
                   TermCurrentCode DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WindowStart DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   WindowEnd DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO CurrentMessage
           END-IF
           PERFORM WriteReportLine
           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine

           MOVE 'N' TO EOF-WorkAuthFile
           OPEN INPUT WorkAuthFile
           PERFORM UNTIL EOF-WorkAuthFile = 'Y'
               READ WorkAuthFile INTO WorkAuthRecord
               AT END
                   MOVE 'Y' TO EOF-WorkAuthFile
               NOT AT END
                   IF FUNCTION TRIM(WorkAuthStatus IN WorkAuthRecord)
                      = "CPT"
                       ADD 1 TO CptStudentCount
                       PERFORM CountStudentOffers
                       PERFORM CountStudentHours
                       IF StudentOfferCount > 0 OR StudentHoursTotal > 0
                           ADD 1 TO ListedStudentCount
                           PERFORM PrintOneStudent
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE WorkAuthFile

           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           STRING "CPT/OPT students declared: " DELIMITED BY SIZE
               CptStudentCount DELIMITED BY SIZE
               "  with activity: " DELIMITED BY SIZE
               ListedStudentCount DELIMITED BY SIZE
               "  offers: " DELIMITED BY SIZE
               TotalOfferCount DELIMITED BY SIZE
               "  hours logged: " DELIMITED BY SIZE
               TotalHoursLogged DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           CLOSE ReportFile
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       DetermineRunDate.
           MOVE SPACES TO FixedTimestamp
           ACCEPT FixedTimestamp FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
           IF FUNCTION TRIM(FixedTimestamp) = SPACES
               MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
               STRING CurrentDateTime(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(7:2) DELIMITED BY SIZE
                   INTO RunDate
           ELSE
               MOVE FixedTimestamp(1:10) TO RunDate
           END-IF.

      *> On the term-end run the report covers the term that is closing,
      *> not the one now in session.
       FindEndingTermDates.
           MOVE 'N' TO EOF-TermCalendarFile
           OPEN INPUT TermCalendarFile
           PERFORM UNTIL EOF-TermCalendarFile = 'Y'
               READ TermCalendarFile INTO TermCalendarRecord
               AT END
                   MOVE 'Y' TO EOF-TermCalendarFile
               NOT AT END
                   IF TermCode IN TermCalendarRecord = TermEndingCode
                       MOVE TermStartDate IN TermCalendarRecord
                           TO TermCurrentStart
                       MOVE TermEndDate IN TermCalendarRecord
                           TO TermCurrentEnd
                   END-IF
               END-READ
           END-PERFORM
           CLOSE TermCalendarFile.

       COPY "TermCalendar.cob".

       CountStudentOffers.
           MOVE 0 TO StudentOfferCount
           MOVE 0 TO StudentAcceptedCount
           MOVE SPACES TO StudentLastEmployer
           MOVE 'N' TO EOF-JobOfferFile
           OPEN INPUT JobOfferFile
           PERFORM UNTIL EOF-JobOfferFile = 'Y'
               READ JobOfferFile INTO JobOfferRecord
               AT END
                   MOVE 'Y' TO EOF-JobOfferFile
               NOT AT END
                   IF OfferApplicant IN JobOfferRecord =
                      WorkAuthUsername IN WorkAuthRecord AND
                      OfferDate IN JobOfferRecord >= WindowStart AND
                      OfferDate IN JobOfferRecord <= WindowEnd
                       ADD 1 TO StudentOfferCount
                       ADD 1 TO TotalOfferCount
                       MOVE OfferPoster IN JobOfferRecord
                           TO StudentLastEmployer
                       IF FUNCTION TRIM(OfferStatus IN JobOfferRecord)
                          = "Accepted"
                           ADD 1 TO StudentAcceptedCount
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE JobOfferFile.

       CountStudentHours.
           MOVE 0 TO StudentHoursTotal
           MOVE 'N' TO EOF-PlacementHoursFile
           OPEN INPUT PlacementHoursFile
           PERFORM UNTIL EOF-PlacementHoursFile = 'Y'
               READ PlacementHoursFile INTO PlacementHoursRecord
               AT END
                   MOVE 'Y' TO EOF-PlacementHoursFile
               NOT AT END
                   IF HoursUsername IN PlacementHoursRecord =
                      WorkAuthUsername IN WorkAuthRecord AND
                      HoursWeekEnding IN PlacementHoursRecord
                      >= WindowStart AND
                      HoursWeekEnding IN PlacementHoursRecord
                      <= WindowEnd
                       ADD HoursWorked IN PlacementHoursRecord
                           TO StudentHoursTotal
                       ADD HoursWorked IN PlacementHoursRecord
                           TO TotalHoursLogged
                       IF StudentLastEmployer = SPACES
                           MOVE HoursPoster IN PlacementHoursRecord
                               TO StudentLastEmployer
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PlacementHoursFile.

       PrintOneStudent.
           MOVE SPACES TO CurrentMessage
           STRING FUNCTION TRIM(WorkAuthUsername IN WorkAuthRecord)
               DELIMITED BY SIZE
               " - offers: " DELIMITED BY SIZE
               StudentOfferCount DELIMITED BY SIZE
               " (accepted " DELIMITED BY SIZE
               StudentAcceptedCount DELIMITED BY SIZE
               ")  hours logged: " DELIMITED BY SIZE
               StudentHoursTotal DELIMITED BY SIZE
               "  employer: " DELIMITED BY SIZE
               FUNCTION TRIM(StudentLastEmployer) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine.

       WriteReportLine.
           DISPLAY CurrentMessage
           MOVE CurrentMessage TO ReportRecord
           WRITE ReportRecord.

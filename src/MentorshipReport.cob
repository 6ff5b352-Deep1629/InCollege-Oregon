               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "output/MentorshipOutcomesReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TermCalendarFile ASSIGN TO "term_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       01 EOF-MentorshipFile PIC X VALUE 'N'.
       01 PairSessionCount PIC 9(3) VALUE 0.
       01 SessionTotalCount PIC 9(5) VALUE 0.

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
           END-IF

           OPEN OUTPUT ReportFile
           MOVE "InCollege Mentorship Outcomes Report" TO CurrentMessage
           IF TermCurrentCode NOT = SPACES
               MOVE SPACES TO CurrentMessage
               STRING "InCollege Mentorship Outcomes Report  Term "
                   DELIMITED BY SIZE
                   TermCurrentCode DELIMITED BY SIZE
                   INTO CurrentMessage
           END-IF
           PERFORM WriteReportLine
           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine
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

       COPY "TermCalendar.cob".

       CountPairSessions.
           MOVE 0 TO PairSessionCount
           MOVE 'N' TO EOF-MentorSessionFile

IDENTIFICATION DIVISION.
       PROGRAM-ID. WorkStudyReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PlacementHoursFile ASSIGN TO "placement_hours.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "output/WorkStudyReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WorkStudyAwardFile ASSIGN TO "work_study_awards.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD BatchControlFile.
       01 BatchControlRecord.
           05 ControlRunDate PIC X(10).
           05 ControlStep PIC X(20).
           05 ControlFileName PIC X(25).
           05 ControlReadCount PIC 9(6).
           05 ControlWrittenCount PIC 9(6).
           05 ControlRejectCount PIC 9(6).

       FD WorkStudyAwardFile.
       01 WorkStudyAwardRecord.
           05 AwardUsername PIC X(20).
           05 AwardYear PIC 9(4).
           05 AwardAmount PIC 9(6)V99.
           05 AwardHourlyRate PIC 9(3)V99.
           05 AwardJobList.
               10 AwardJobId PIC 9(5) OCCURS 5 TIMES.
           05 AwardLoadDate PIC X(10).

       WORKING-STORAGE SECTION.
       01 CurrentMessage PIC X(132).
       01 EOF-PlacementHoursFile PIC X VALUE 'N'.
       01 RunDate PIC X(10).
       01 FixedTimestamp PIC X(20).
       01 CurrentDateTime PIC X(21).
       01 AwardReadCount PIC 9(6) VALUE 0.
       01 LinesWrittenCount PIC 9(6) VALUE 0.
       01 AwardNearLimitCount PIC 9(5) VALUE 0.
       01 AwardExhaustedCount PIC 9(5) VALUE 0.
       01 CurrentAwardYear PIC 9(4) VALUE 0.
       01 AwardAmountDisplay PIC Z(6)9.99.
       01 AwardRateDisplay PIC ZZ9.99.
       01 AwardFlagText PIC X(16).
       01 WorkStudyUser PIC X(20).
       01 WorkStudyJobId PIC 9(5) VALUE 0.
       01 WorkStudyDate PIC X(10).
       01 WorkStudyYear PIC 9(4) VALUE 0.
       01 WorkStudyYearDate PIC X(10).
       01 WorkStudyYearResult PIC 9(4) VALUE 0.
       01 WorkStudyAwardFound PIC X VALUE 'N'.
       01 WorkStudyAwardAmount PIC 9(6)V99 VALUE 0.
       01 WorkStudyHourlyRate PIC 9(3)V99 VALUE 0.
       01 WorkStudyJobList.
           05 WorkStudyJobEntry PIC 9(5) OCCURS 5 TIMES.
       01 WorkStudyJobIndex PIC 9(1) VALUE 0.
       01 WorkStudyCheckJobId PIC 9(5) VALUE 0.
       01 WorkStudyJobEligible PIC X VALUE 'N'.
       01 WorkStudyHoursUsed PIC 9(5) VALUE 0.
       01 WorkStudyDrawnAmount PIC 9(7)V99 VALUE 0.
       01 WorkStudyRemaining PIC S9(7)V99 VALUE 0.
       01 WorkStudyPercentUsed PIC 9(3) VALUE 0.
       01 WorkStudyAmountDisplay PIC -(7)9.99.
       01 EOF-WorkStudyAwardFile PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MainSection.
           PERFORM DetermineRunDate
           MOVE RunDate TO WorkStudyYearDate
           PERFORM DetermineWorkStudyYear
           MOVE WorkStudyYearResult TO CurrentAwardYear

           OPEN OUTPUT ReportFile
           MOVE "InCollege Federal Work-Study Award Balances" TO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Run date: " DELIMITED BY SIZE
               RunDate DELIMITED BY SIZE
               "  award year: " DELIMITED BY SIZE
               CurrentAwardYear DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine

           MOVE 'N' TO EOF-WorkStudyAwardFile
           OPEN INPUT WorkStudyAwardFile
           PERFORM UNTIL EOF-WorkStudyAwardFile = 'Y'
               READ WorkStudyAwardFile INTO WorkStudyAwardRecord
               AT END
                   MOVE 'Y' TO EOF-WorkStudyAwardFile
               NOT AT END
                   IF AwardYear IN WorkStudyAwardRecord = CurrentAwardYear
                       ADD 1 TO AwardReadCount
                       PERFORM HoldWorkStudyAward
                       PERFORM SumWorkStudyDrawn
                       PERFORM PrintOneAward
                   END-IF
               END-READ
           END-PERFORM
           CLOSE WorkStudyAwardFile

           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Awards: " DELIMITED BY SIZE
               AwardReadCount DELIMITED BY SIZE
               "  at 80% or more: " DELIMITED BY SIZE
               AwardNearLimitCount DELIMITED BY SIZE
               "  exhausted: " DELIMITED BY SIZE
               AwardExhaustedCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           CLOSE ReportFile
           PERFORM WriteBatchControlRecord
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

       PrintOneAward.
           MOVE SPACES TO AwardFlagText
           IF WorkStudyPercentUsed >= 100
               ADD 1 TO AwardExhaustedCount
               MOVE "  ** EXHAUSTED" TO AwardFlagText
           ELSE
               IF WorkStudyPercentUsed >= 80
                   ADD 1 TO AwardNearLimitCount
                   MOVE "  ** 80% USED" TO AwardFlagText
               END-IF
           END-IF
           MOVE WorkStudyAwardAmount TO AwardAmountDisplay
           MOVE WorkStudyHourlyRate TO AwardRateDisplay
           MOVE SPACES TO CurrentMessage
           STRING "Student " DELIMITED BY SIZE
               FUNCTION TRIM(WorkStudyUser) DELIMITED BY SIZE
               "  award $" DELIMITED BY SIZE
               FUNCTION TRIM(AwardAmountDisplay) DELIMITED BY SIZE
               " at $" DELIMITED BY SIZE
               FUNCTION TRIM(AwardRateDisplay) DELIMITED BY SIZE
               "/hr" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           MOVE WorkStudyDrawnAmount TO AwardAmountDisplay
           MOVE WorkStudyRemaining TO WorkStudyAmountDisplay
           MOVE SPACES TO CurrentMessage
           STRING "  Confirmed hours: " DELIMITED BY SIZE
               WorkStudyHoursUsed DELIMITED BY SIZE
               "  used $" DELIMITED BY SIZE
               FUNCTION TRIM(AwardAmountDisplay) DELIMITED BY SIZE
               "  remaining $" DELIMITED BY SIZE
               FUNCTION TRIM(WorkStudyAmountDisplay) DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               WorkStudyPercentUsed DELIMITED BY SIZE
               "%)" DELIMITED BY SIZE
               AwardFlagText DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine.

       WriteReportLine.
           DISPLAY CurrentMessage
           MOVE CurrentMessage TO ReportRecord
           WRITE ReportRecord
           ADD 1 TO LinesWrittenCount.

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "WORKSTUDY" TO ControlStep
           MOVE "work_study_awards.dat" TO ControlFileName
           MOVE AwardReadCount TO ControlReadCount
           MOVE LinesWrittenCount TO ControlWrittenCount
           MOVE 0 TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "WorkStudy.cob".

IDENTIFICATION DIVISION.
       PROGRAM-ID. MilestoneReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ProgressFile ASSIGN TO "milestone_progress.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MilestoneFile ASSIGN TO "milestones.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile
               ASSIGN TO "output/MilestoneCompletionReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TermCalendarFile ASSIGN TO "term_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ProgressFile.
       01 ProgressRecord.
           05 ProgUsername PIC X(20).
           05 ProgMajor PIC X(30).
           05 ProgStanding PIC X(10).
           05 ProgMilestone PIC X(8).
           05 ProgCount PIC 9(3).
           05 ProgTarget PIC 9(3).
           05 ProgMet PIC X(1).
           05 ProgEvalDate PIC X(10).

       FD MilestoneFile.
       01 MilestoneRecord.
           05 MilestoneCode PIC X(8).
           05 MilestoneStanding PIC X(10).
           05 MilestoneRule PIC X(8).
           05 MilestoneTarget PIC 9(3).
           05 MilestoneText PIC X(50).

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

       FD BatchControlFile.
       01 BatchControlRecord.
           05 ControlRunDate PIC X(10).
           05 ControlStep PIC X(20).
           05 ControlFileName PIC X(25).
           05 ControlReadCount PIC 9(6).
           05 ControlWrittenCount PIC 9(6).
           05 ControlRejectCount PIC 9(6).

       WORKING-STORAGE SECTION.
       01 CurrentMessage PIC X(132).
       01 RunDate PIC X(10).
       01 FixedTimestamp PIC X(20).
       01 CurrentDateTime PIC X(21).
       01 EOF-ProgressFile PIC X VALUE 'N'.

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

       01 ReportTitle PIC X(60)
           VALUE "InCollege Career Milestone Completion Report".
       01 ReportRunDate PIC X(10).
       01 ReportPageNumber PIC 9(3) VALUE 0.
       01 ReportLineCount PIC 9(3) VALUE 0.
       01 ReportPageSize PIC 9(3) VALUE 50.
       01 ReportHeaderLine PIC X(132).

       01 MilestoneTable.
           05 MilestoneEntry OCCURS 40 TIMES.
               10 MsCode PIC X(8).
               10 MsStanding PIC X(10).
               10 MsRule PIC X(8).
               10 MsTarget PIC 9(3).
               10 MsText PIC X(50).
       01 MilestoneCount PIC 9(2) VALUE 0.
       01 MilestoneIndex PIC 9(2) VALUE 0.
       01 EOF-MilestoneFile PIC X VALUE 'N'.
       01 MilestoneTotals.
           05 MilestoneTotal OCCURS 40 TIMES.
               10 MtStudentCount PIC 9(5).
               10 MtMetCount PIC 9(5).

      *> A cohort is a class standing; within each the report also breaks
      *> out the students who have met every milestone, by major.
       01 CohortList.
           05 FILLER PIC X(10) VALUE "Freshman".
           05 FILLER PIC X(10) VALUE "Sophomore".
           05 FILLER PIC X(10) VALUE "Junior".
           05 FILLER PIC X(10) VALUE "Senior".
       01 CohortTable REDEFINES CohortList.
           05 CohortName PIC X(10) OCCURS 4 TIMES.
       01 CohortTotals.
           05 CohortTotal OCCURS 4 TIMES.
               10 CtStudentCount PIC 9(5).
               10 CtAllMetCount PIC 9(5).
       01 CohortIndex PIC 9(1) VALUE 0.
       01 CohortMatch PIC 9(1) VALUE 0.

       01 MajorTable.
           05 MajorEntry OCCURS 400 TIMES.
               10 MjStanding PIC X(10).
               10 MjMajor PIC X(30).
               10 MjStudentCount PIC 9(5).
               10 MjAllMetCount PIC 9(5).
       01 MajorCount PIC 9(3) VALUE 0.
       01 MajorIndex PIC 9(3) VALUE 0.
       01 MajorMatch PIC 9(3) VALUE 0.

       01 StudentUsername PIC X(20) VALUE SPACES.
       01 StudentStanding PIC X(10).
       01 StudentMajor PIC X(30).
       01 StudentAllMet PIC X VALUE 'Y'.
       01 StudentEvalDate PIC X(10) VALUE SPACES.
       01 ProgressRowsRead PIC 9(6) VALUE 0.
       01 StudentsCounted PIC 9(6) VALUE 0.

       01 CompletionPercent PIC 9(3) VALUE 0.
       01 CompletionDisplay PIC ZZ9.
       01 TallyDisplay PIC Z(4)9.

       PROCEDURE DIVISION.
       MainSection.
           PERFORM DetermineRunDate
           MOVE RunDate TO ReportRunDate
           MOVE RunDate TO TermAsOfDate
           PERFORM DetermineTermContext
           IF TermEndDue = 'Y'
               MOVE TermEndingCode TO TermCurrentCode
           END-IF
           IF TermCurrentCode NOT = SPACES
               MOVE SPACES TO ReportTitle
               STRING "InCollege Career Milestone Completion Report  Term "
                   DELIMITED BY SIZE
                   TermCurrentCode DELIMITED BY SIZE
                   INTO ReportTitle
           END-IF

           PERFORM LoadMilestoneTable
           INITIALIZE MilestoneTotals
           INITIALIZE CohortTotals

           MOVE 'N' TO EOF-ProgressFile
           OPEN INPUT ProgressFile
           PERFORM UNTIL EOF-ProgressFile = 'Y'
               READ ProgressFile
               AT END
                   MOVE 'Y' TO EOF-ProgressFile
               NOT AT END
                   ADD 1 TO ProgressRowsRead
                   IF ProgUsername NOT = StudentUsername
                       PERFORM CloseOutStudent
                       MOVE ProgUsername TO StudentUsername
                       MOVE ProgStanding TO StudentStanding
                       MOVE ProgMajor TO StudentMajor
                       MOVE ProgEvalDate TO StudentEvalDate
                       MOVE 'Y' TO StudentAllMet
                   END-IF
                   PERFORM TallyProgressRow
               END-READ
           END-PERFORM
           CLOSE ProgressFile
           PERFORM CloseOutStudent

           PERFORM PrintCompletionReport

           MOVE SPACES TO CurrentMessage
           STRING "Milestone completion report: " DELIMITED BY SIZE
               StudentsCounted DELIMITED BY SIZE
               " student(s) in " DELIMITED BY SIZE
               ProgressRowsRead DELIMITED BY SIZE
               " progress row(s)." DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage

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

       COPY "TermCalendar.cob".

       TallyProgressRow.
           IF ProgMet NOT = 'Y'
               MOVE 'N' TO StudentAllMet
           END-IF
           PERFORM VARYING MilestoneIndex FROM 1 BY 1
               UNTIL MilestoneIndex > MilestoneCount
               IF MsCode(MilestoneIndex) = ProgMilestone AND
                  MsStanding(MilestoneIndex) = ProgStanding
                   ADD 1 TO MtStudentCount(MilestoneIndex)
                   IF ProgMet = 'Y'
                       ADD 1 TO MtMetCount(MilestoneIndex)
                   END-IF
               END-IF
           END-PERFORM.

      *> The progress file holds each student's rows together, so a change
      *> of username closes out the student before it.
       CloseOutStudent.
           IF StudentUsername NOT = SPACES
               ADD 1 TO StudentsCounted
               MOVE 0 TO CohortMatch
               PERFORM VARYING CohortIndex FROM 1 BY 1
                   UNTIL CohortIndex > 4 OR CohortMatch > 0
                   IF CohortName(CohortIndex) = StudentStanding
                       MOVE CohortIndex TO CohortMatch
                   END-IF
               END-PERFORM
               IF CohortMatch > 0
                   ADD 1 TO CtStudentCount(CohortMatch)
                   IF StudentAllMet = 'Y'
                       ADD 1 TO CtAllMetCount(CohortMatch)
                   END-IF
               END-IF
               PERFORM TallyStudentMajor
           END-IF.

       TallyStudentMajor.
           MOVE 0 TO MajorMatch
           PERFORM VARYING MajorIndex FROM 1 BY 1
               UNTIL MajorIndex > MajorCount OR MajorMatch > 0
               IF MjStanding(MajorIndex) = StudentStanding AND
                  MjMajor(MajorIndex) = StudentMajor
                   MOVE MajorIndex TO MajorMatch
               END-IF
           END-PERFORM
           IF MajorMatch = 0 AND MajorCount < 400
               ADD 1 TO MajorCount
               MOVE MajorCount TO MajorMatch
               MOVE StudentStanding TO MjStanding(MajorMatch)
               MOVE StudentMajor TO MjMajor(MajorMatch)
               MOVE 0 TO MjStudentCount(MajorMatch)
               MOVE 0 TO MjAllMetCount(MajorMatch)
           END-IF
           IF MajorMatch > 0
               ADD 1 TO MjStudentCount(MajorMatch)
               IF StudentAllMet = 'Y'
                   ADD 1 TO MjAllMetCount(MajorMatch)
               END-IF
           END-IF.

       PrintCompletionReport.
           OPEN OUTPUT ReportFile
           IF StudentEvalDate NOT = SPACES
               MOVE SPACES TO CurrentMessage
               STRING "Progress as evaluated on " DELIMITED BY SIZE
                   StudentEvalDate DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteReportLine
           END-IF
           PERFORM VARYING CohortIndex FROM 1 BY 1 UNTIL CohortIndex > 4
               PERFORM PrintOneCohort
           END-PERFORM
           PERFORM FinishReport
           CLOSE ReportFile.

       PrintOneCohort.
           MOVE SPACES TO CurrentMessage
           PERFORM WriteReportLine
           MOVE CtStudentCount(CohortIndex) TO TallyDisplay
           MOVE SPACES TO CurrentMessage
           STRING FUNCTION TRIM(CohortName(CohortIndex)) DELIMITED BY SIZE
               " cohort: " DELIMITED BY SIZE
               FUNCTION TRIM(TallyDisplay) DELIMITED BY SIZE
               " student(s)" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           IF CtStudentCount(CohortIndex) > 0
               MOVE "  Milestone                                   Met Students  Rate"
                   TO CurrentMessage
               PERFORM WriteReportLine
               PERFORM VARYING MilestoneIndex FROM 1 BY 1
                   UNTIL MilestoneIndex > MilestoneCount
                   IF MsStanding(MilestoneIndex) = CohortName(CohortIndex)
                       PERFORM PrintMilestoneLine
                   END-IF
               END-PERFORM
               MOVE SPACES TO CurrentMessage
               MOVE "  All milestones met" TO CurrentMessage(1:44)
               MOVE CtAllMetCount(CohortIndex) TO TallyDisplay
               MOVE TallyDisplay TO CurrentMessage(45:5)
               MOVE CtStudentCount(CohortIndex) TO TallyDisplay
               MOVE TallyDisplay TO CurrentMessage(54:5)
               COMPUTE CompletionPercent ROUNDED =
                   CtAllMetCount(CohortIndex) * 100 /
                   CtStudentCount(CohortIndex)
               MOVE CompletionPercent TO CompletionDisplay
               MOVE CompletionDisplay TO CurrentMessage(61:3)
               MOVE "%" TO CurrentMessage(64:1)
               PERFORM WriteReportLine
               MOVE "  By major (all milestones met)" TO CurrentMessage
               PERFORM WriteReportLine
               PERFORM VARYING MajorIndex FROM 1 BY 1
                   UNTIL MajorIndex > MajorCount
                   IF MjStanding(MajorIndex) = CohortName(CohortIndex)
                       PERFORM PrintMajorLine
                   END-IF
               END-PERFORM
           END-IF.

       PrintMilestoneLine.
           MOVE SPACES TO CurrentMessage
           STRING "  " DELIMITED BY SIZE
               MsCode(MilestoneIndex) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MsText(MilestoneIndex)(1:33) DELIMITED BY SIZE
               INTO CurrentMessage
           MOVE MtMetCount(MilestoneIndex) TO TallyDisplay
           MOVE TallyDisplay TO CurrentMessage(45:5)
           MOVE MtStudentCount(MilestoneIndex) TO TallyDisplay
           MOVE TallyDisplay TO CurrentMessage(54:5)
           IF MtStudentCount(MilestoneIndex) = 0
               MOVE "n/a" TO CurrentMessage(61:3)
           ELSE
               COMPUTE CompletionPercent ROUNDED =
                   MtMetCount(MilestoneIndex) * 100 /
                   MtStudentCount(MilestoneIndex)
               MOVE CompletionPercent TO CompletionDisplay
               MOVE CompletionDisplay TO CurrentMessage(61:3)
               MOVE "%" TO CurrentMessage(64:1)
           END-IF
           PERFORM WriteReportLine.

       PrintMajorLine.
           MOVE SPACES TO CurrentMessage
           STRING "    " DELIMITED BY SIZE
               MjMajor(MajorIndex) DELIMITED BY SIZE
               INTO CurrentMessage
           MOVE MjAllMetCount(MajorIndex) TO TallyDisplay
           MOVE TallyDisplay TO CurrentMessage(45:5)
           MOVE MjStudentCount(MajorIndex) TO TallyDisplay
           MOVE TallyDisplay TO CurrentMessage(54:5)
           COMPUTE CompletionPercent ROUNDED =
               MjAllMetCount(MajorIndex) * 100 /
               MjStudentCount(MajorIndex)
           MOVE CompletionPercent TO CompletionDisplay
           MOVE CompletionDisplay TO CurrentMessage(61:3)
           MOVE "%" TO CurrentMessage(64:1)
           PERFORM WriteReportLine.

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "MILESTONEREPORT" TO ControlStep
           MOVE "milestone_progress.dat" TO ControlFileName
           MOVE ProgressRowsRead TO ControlReadCount
           MOVE StudentsCounted TO ControlWrittenCount
           MOVE 0 TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "Milestones.cob".

       COPY "ReportFormat.cob".

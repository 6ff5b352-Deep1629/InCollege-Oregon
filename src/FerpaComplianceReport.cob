IDENTIFICATION DIVISION.
       PROGRAM-ID. FerpaComplianceReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FerpaSuppressionFile
               ASSIGN TO "ferpa_suppressions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FerpaExclusionFile ASSIGN TO "ferpa_exclusions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "output/FerpaComplianceReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HwmFile ASSIGN TO "ferpa_report_hwm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HwmFileStatus.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FerpaSuppressionFile.
       01 FerpaSuppressionRecord.
           05 FerpaUsername PIC X(20).
           05 FerpaFlag PIC X(1).
           05 FerpaEffectiveDate PIC X(10).
           05 FerpaSetBy PIC X(20).
           05 FerpaSetDate PIC X(10).

       FD FerpaExclusionFile.
       01 FerpaExclusionRecord.
           05 FxDate PIC X(10).
           05 FxPoint PIC X(24).
           05 FxUsername PIC X(20).
           05 FxViewer PIC X(20).

       FD ReportFile.
       01 ReportRecord PIC X(132).

       FD HwmFile.
       01 HwmRecord.
           05 HwmLastRunDate PIC X(10).
           05 HwmLastSinceDate PIC X(10).

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
       01 EOF-WorkFile PIC X VALUE 'N'.
       01 HwmFileStatus PIC XX VALUE SPACES.
       01 FerpaSinceDate PIC X(10) VALUE "0000-00-00".
       01 ExclusionReadCount PIC 9(6) VALUE 0.
       01 ExclusionInWindowCount PIC 9(6) VALUE 0.

      *> One row per student held back at each lookup or extract.
       01 ExclusionTable.
           05 ExclusionEntry OCCURS 2000 TIMES.
               10 ExclPoint PIC X(24).
               10 ExclUsername PIC X(20).
               10 ExclCount PIC 9(5).
               10 ExclFirstDate PIC X(10).
               10 ExclLastDate PIC X(10).
       01 ExclusionCount PIC 9(4) VALUE 0.
       01 ExclusionIndex PIC 9(4) VALUE 0.
       01 ExclusionFound PIC X VALUE 'N'.
       01 ExclusionOverflow PIC X VALUE 'N'.

       01 PointTable.
           05 PointEntry OCCURS 20 TIMES.
               10 PointName PIC X(24).
               10 PointTotal PIC 9(6).
               10 PointStudents PIC 9(5).
       01 PointCount PIC 9(2) VALUE 0.
       01 PointIndex PIC 9(2) VALUE 0.
       01 PointFound PIC X VALUE 'N'.

       01 SuppressedTable.
           05 SuppressedEntry OCCURS 2000 TIMES.
               10 SuppUsername PIC X(20).
               10 SuppFlag PIC X(1).
               10 SuppEffectiveDate PIC X(10).
               10 SuppSetBy PIC X(20).
       01 SuppressedCount PIC 9(4) VALUE 0.
       01 SuppressedIndex PIC 9(4) VALUE 0.
       01 SuppressedFound PIC X VALUE 'N'.
       01 ActiveSuppressedCount PIC 9(4) VALUE 0.
       01 PendingSuppressedCount PIC 9(4) VALUE 0.

       01 RunDate PIC X(10).
       01 FixedTimestamp PIC X(20).
       01 CurrentDateTime PIC X(21).

       01 ReportTitle PIC X(60).
       01 ReportRunDate PIC X(10).
       01 ReportPageNumber PIC 9(3) VALUE 0.
       01 ReportLineCount PIC 9(3) VALUE 0.
       01 ReportPageSize PIC 9(3) VALUE 50.
       01 ReportHeaderLine PIC X(132).

       PROCEDURE DIVISION.
       MainSection.
           PERFORM DetermineRunDate
           PERFORM LoadHighWaterMark
           PERFORM LoadSuppressions
           PERFORM LoadExclusions

           OPEN OUTPUT ReportFile
           MOVE "InCollege FERPA Directory Suppression Compliance"
               TO ReportTitle
           MOVE RunDate TO ReportRunDate
           PERFORM PrintSuppressionSummary
           PERFORM PrintExclusions
           PERFORM FinishReport
           CLOSE ReportFile

           PERFORM SaveHighWaterMark
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

      *> Each run covers exclusions logged after the previous run's date,
      *> through today. A same-day rerun repeats that run's window, so
      *> today's exclusions are reported again rather than lost.
       LoadHighWaterMark.
           OPEN INPUT HwmFile
           IF HwmFileStatus = "00"
               READ HwmFile INTO HwmRecord
               AT END
                   CONTINUE
               NOT AT END
                   IF FUNCTION TRIM(HwmLastRunDate) NOT = SPACES AND
                      HwmLastRunDate < RunDate
                       MOVE HwmLastRunDate TO FerpaSinceDate
                   END-IF
                   IF HwmLastRunDate = RunDate AND
                      FUNCTION TRIM(HwmLastSinceDate) NOT = SPACES
                       MOVE HwmLastSinceDate TO FerpaSinceDate
                   END-IF
               END-READ
           END-IF
           CLOSE HwmFile.

       SaveHighWaterMark.
           OPEN OUTPUT HwmFile
           MOVE RunDate TO HwmLastRunDate
           MOVE FerpaSinceDate TO HwmLastSinceDate
           WRITE HwmRecord
           CLOSE HwmFile.

      *> Keeps each student's latest record; whether it is in force yet
      *> depends on its effective date.
       LoadSuppressions.
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT FerpaSuppressionFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ FerpaSuppressionFile INTO FerpaSuppressionRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   PERFORM HoldOneSuppression
               END-READ
           END-PERFORM
           CLOSE FerpaSuppressionFile.

       HoldOneSuppression.
           MOVE 'N' TO SuppressedFound
           PERFORM VARYING SuppressedIndex FROM 1 BY 1
               UNTIL SuppressedIndex > SuppressedCount
                   OR SuppressedFound = 'Y'
               IF SuppUsername(SuppressedIndex) = FerpaUsername
                   MOVE 'Y' TO SuppressedFound
               END-IF
           END-PERFORM
           IF SuppressedFound = 'Y'
               SUBTRACT 1 FROM SuppressedIndex
           ELSE
               IF SuppressedCount < 2000
                   ADD 1 TO SuppressedCount
                   MOVE SuppressedCount TO SuppressedIndex
                   MOVE SPACES TO SuppressedEntry(SuppressedIndex)
                   MOVE 'Y' TO SuppressedFound
               END-IF
           END-IF
           IF SuppressedFound = 'Y'
      *> A later row only takes over once it is in effect; a row dated
      *> ahead stays on file until its day comes.
               IF FerpaEffectiveDate <= RunDate OR
                  SuppUsername(SuppressedIndex) = SPACES
                   MOVE FerpaUsername TO SuppUsername(SuppressedIndex)
                   MOVE FerpaFlag TO SuppFlag(SuppressedIndex)
                   MOVE FerpaEffectiveDate
                       TO SuppEffectiveDate(SuppressedIndex)
                   MOVE FerpaSetBy TO SuppSetBy(SuppressedIndex)
               END-IF
           END-IF.

       LoadExclusions.
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT FerpaExclusionFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ FerpaExclusionFile INTO FerpaExclusionRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO ExclusionReadCount
                   IF FxDate > FerpaSinceDate AND FxDate <= RunDate
                       ADD 1 TO ExclusionInWindowCount
                       PERFORM TallyOneExclusion
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FerpaExclusionFile.

       TallyOneExclusion.
           MOVE 'N' TO PointFound
           PERFORM VARYING PointIndex FROM 1 BY 1
               UNTIL PointIndex > PointCount OR PointFound = 'Y'
               IF PointName(PointIndex) = FxPoint
                   MOVE 'Y' TO PointFound
               END-IF
           END-PERFORM
           IF PointFound = 'Y'
               SUBTRACT 1 FROM PointIndex
           ELSE
               IF PointCount < 20
                   ADD 1 TO PointCount
                   MOVE PointCount TO PointIndex
                   MOVE FxPoint TO PointName(PointIndex)
                   MOVE 0 TO PointTotal(PointIndex)
                   MOVE 0 TO PointStudents(PointIndex)
                   MOVE 'Y' TO PointFound
               END-IF
           END-IF
           IF PointFound = 'Y'
               ADD 1 TO PointTotal(PointIndex)
           END-IF

           MOVE 'N' TO ExclusionFound
           PERFORM VARYING ExclusionIndex FROM 1 BY 1
               UNTIL ExclusionIndex > ExclusionCount
                   OR ExclusionFound = 'Y'
               IF ExclPoint(ExclusionIndex) = FxPoint AND
                  ExclUsername(ExclusionIndex) = FxUsername
                   MOVE 'Y' TO ExclusionFound
               END-IF
           END-PERFORM
           IF ExclusionFound = 'Y'
               SUBTRACT 1 FROM ExclusionIndex
           ELSE
               IF ExclusionCount < 2000
                   ADD 1 TO ExclusionCount
                   MOVE ExclusionCount TO ExclusionIndex
                   MOVE FxPoint TO ExclPoint(ExclusionIndex)
                   MOVE FxUsername TO ExclUsername(ExclusionIndex)
                   MOVE 0 TO ExclCount(ExclusionIndex)
                   MOVE FxDate TO ExclFirstDate(ExclusionIndex)
                   MOVE 'Y' TO ExclusionFound
                   IF PointFound = 'Y'
                       ADD 1 TO PointStudents(PointIndex)
                   END-IF
               ELSE
                   MOVE 'Y' TO ExclusionOverflow
               END-IF
           END-IF
           IF ExclusionFound = 'Y'
               ADD 1 TO ExclCount(ExclusionIndex)
               MOVE FxDate TO ExclLastDate(ExclusionIndex)
           END-IF.

       PrintSuppressionSummary.
           MOVE 0 TO ActiveSuppressedCount
           MOVE 0 TO PendingSuppressedCount
           MOVE "Students under directory suppression:" TO CurrentMessage
           PERFORM WriteReportLine
           PERFORM VARYING SuppressedIndex FROM 1 BY 1
               UNTIL SuppressedIndex > SuppressedCount
               IF SuppFlag(SuppressedIndex) = 'Y'
                   IF SuppEffectiveDate(SuppressedIndex) > RunDate
                       ADD 1 TO PendingSuppressedCount
                   ELSE
                       ADD 1 TO ActiveSuppressedCount
                       MOVE SPACES TO CurrentMessage
                       STRING "  " DELIMITED BY SIZE
                           SuppUsername(SuppressedIndex) DELIMITED BY SIZE
                           " since " DELIMITED BY SIZE
                           SuppEffectiveDate(SuppressedIndex)
                           DELIMITED BY SIZE
                           "  set by " DELIMITED BY SIZE
                           FUNCTION TRIM(SuppSetBy(SuppressedIndex))
                           DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM WriteReportLine
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO CurrentMessage
           STRING "In force: " DELIMITED BY SIZE
               ActiveSuppressedCount DELIMITED BY SIZE
               "  future-dated: " DELIMITED BY SIZE
               PendingSuppressedCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           PERFORM WriteReportLine.

       PrintExclusions.
           MOVE SPACES TO CurrentMessage
           STRING "Records withheld after " DELIMITED BY SIZE
               FerpaSinceDate DELIMITED BY SIZE
               " through " DELIMITED BY SIZE
               RunDate DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           IF PointCount = 0
               MOVE "  No suppressed records were withheld in this period."
                   TO CurrentMessage
               PERFORM WriteReportLine
           END-IF
           PERFORM VARYING PointIndex FROM 1 BY 1
               UNTIL PointIndex > PointCount
               PERFORM PrintOnePoint
           END-PERFORM
           IF ExclusionOverflow = 'Y'
               MOVE "  (detail truncated; totals above are complete)"
                   TO CurrentMessage
               PERFORM WriteReportLine
           END-IF
           MOVE SPACES TO CurrentMessage
           STRING "Exclusions in period: " DELIMITED BY SIZE
               ExclusionInWindowCount DELIMITED BY SIZE
               "  lookups/extracts: " DELIMITED BY SIZE
               PointCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine.

      *> Online lookups log once per search that would have shown the
      *> student; extracts log once per run per student.
       PrintOnePoint.
           MOVE SPACES TO CurrentMessage
           STRING "  " DELIMITED BY SIZE
               PointName(PointIndex) DELIMITED BY SIZE
               " withheld " DELIMITED BY SIZE
               PointTotal(PointIndex) DELIMITED BY SIZE
               " time(s), " DELIMITED BY SIZE
               PointStudents(PointIndex) DELIMITED BY SIZE
               " student(s)" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           PERFORM VARYING ExclusionIndex FROM 1 BY 1
               UNTIL ExclusionIndex > ExclusionCount
               IF ExclPoint(ExclusionIndex) = PointName(PointIndex)
                   MOVE SPACES TO CurrentMessage
                   STRING "      " DELIMITED BY SIZE
                       ExclUsername(ExclusionIndex) DELIMITED BY SIZE
                       ExclCount(ExclusionIndex) DELIMITED BY SIZE
                       " time(s)  " DELIMITED BY SIZE
                       ExclFirstDate(ExclusionIndex) DELIMITED BY SIZE
                       " to " DELIMITED BY SIZE
                       ExclLastDate(ExclusionIndex) DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM WriteReportLine
               END-IF
           END-PERFORM.

       COPY "ReportFormat.cob".

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "FERPACOMPLY" TO ControlStep
           MOVE "ferpa_exclusions.dat" TO ControlFileName
           MOVE ExclusionReadCount TO ControlReadCount
           MOVE ExclusionInWindowCount TO ControlWrittenCount
           MOVE 0 TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

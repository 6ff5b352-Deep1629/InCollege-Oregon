               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EducationFile ASSIGN TO "education.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FerpaSuppressionFile
               ASSIGN TO "ferpa_suppressions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FerpaExclusionFile ASSIGN TO "ferpa_exclusions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 ControlWrittenCount PIC 9(6).
           05 ControlRejectCount PIC 9(6).

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

       WORKING-STORAGE SECTION.
       01 EOF-ProfileData PIC X VALUE 'N'.
       01 ProfileExportCount PIC 9(5) VALUE 0.
       01 ProfileReadCount PIC 9(5) VALUE 0.
       01 ProfileSuppressedCount PIC 9(5) VALUE 0.
       01 ControlStampBuf PIC X(20).
       01 ControlStampWork PIC X(21).
       01 ControlRunDay PIC X(10).
       01 QuoteFieldOutPointer PIC 9(3).
       01 QuoteFieldChar PIC X.
       01 CsvRecordPointer PIC 9(3).
       01 FerpaCheckTarget PIC X(20).
       01 FerpaSuppressed PIC X VALUE 'N'.
       01 EOF-FerpaFile PIC X VALUE 'N'.
       01 FerpaExclusionPoint PIC X(24).
       01 FerpaExclusionViewer PIC X(20).
       01 FerpaStampBuf PIC X(20).
       01 FerpaStampWork PIC X(21).
       01 FerpaToday PIC X(10).

       PROCEDURE DIVISION.
       MainSection.
               AT END
                   MOVE 'Y' TO EOF-ProfileData
               NOT AT END
                   ADD 1 TO ProfileReadCount
                   MOVE Username-Profile TO FerpaCheckTarget
                   PERFORM CheckFerpaSuppressed
                   IF FerpaSuppressed = 'Y'
                       ADD 1 TO ProfileSuppressedCount
                       MOVE "ExportProfilesToCsv" TO FerpaExclusionPoint
                       MOVE SPACES TO FerpaExclusionViewer
                       PERFORM RecordFerpaExclusion
                   ELSE
                       PERFORM WriteCsvRow
                       ADD 1 TO ProfileExportCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE UserProfileRecordFile
               " profile(s) to output/ProfileExport.csv" DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage
           IF ProfileSuppressedCount > 0
               MOVE SPACES TO CurrentMessage
               STRING "Withheld under FERPA suppression: " DELIMITED BY SIZE
                   ProfileSuppressedCount DELIMITED BY SIZE
                   INTO CurrentMessage
               DISPLAY CurrentMessage
           END-IF
           PERFORM WriteBatchControlRecord
           STOP RUN.

           MOVE ControlRunDay TO ControlRunDate
           MOVE "CSVEXPORT" TO ControlStep
           MOVE "profiles.dat" TO ControlFileName
           MOVE ProfileReadCount TO ControlReadCount
           MOVE ProfileExportCount TO ControlWrittenCount
           MOVE ProfileSuppressedCount TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "Ferpa.cob".

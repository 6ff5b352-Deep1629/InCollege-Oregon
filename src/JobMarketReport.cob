       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JobId OF JobRecord
               ALTERNATE RECORD KEY IS JobUsername OF JobRecord
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EmployerId OF JobRecord
                   WITH DUPLICATES.
           SELECT OPTIONAL ApplicationFile ASSIGN TO "applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EmployerFile ASSIGN TO "employers.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "output/JobMarketReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           05 JobOriginCampus PIC X(8).
           05 JobScreenFlags PIC X(60).
           05 JobOriginJobId PIC 9(5).
           05 JobWorkAuth PIC X(4).
           05 JobWorkType PIC X(1).

       FD ApplicationFile.
       01 ApplicationRecord.
           05 AppResumePath PIC X(100).
           05 AppCoverLetter PIC X(200).

       FD EmployerFile.
       01 EmployerRecord.
           05 EmployerId-Master PIC 9(5).
           05 EmployerName PIC X(50).
           05 EmployerLocation PIC X(50).
           05 EmployerDescription PIC X(200).
           05 EmployerContact PIC X(50).
           05 EmployerParentId PIC 9(5).

       FD ReportFile.
       01 ReportRecord PIC X(132).

       01 CurrentMessage PIC X(132).
       01 EOF-JobFile PIC X VALUE 'N'.
       01 EOF-ApplicationFile PIC X VALUE 'N'.
       01 EOF-EmployerFile PIC X VALUE 'N'.

       01 CategoryStats.
           05 CategoryStatEntry OCCURS 10 TIMES.
       01 TotalApplications PIC 9(5) VALUE 0.
       01 AverageDaysToFirst PIC 9(5) VALUE 0.

       01 EmployerMaster.
           05 MasterEntry OCCURS 500 TIMES.
               10 MasterEmployerId PIC 9(5).
               10 MasterEmployerName PIC X(50).
               10 MasterParentId PIC 9(5).
       01 MasterCount PIC 9(3) VALUE 0.
       01 MasterIndex PIC 9(3) VALUE 0.
       01 MasterMatch PIC 9(3) VALUE 0.

       01 EmployerRollUp.
           05 RollEntry OCCURS 200 TIMES.
               10 RollEmployerName PIC X(50).
               10 RollPostingCount PIC 9(5).
               10 RollDivisionPostings PIC 9(5).
               10 RollAppCount PIC 9(5).
       01 RollCount PIC 9(3) VALUE 0.
       01 RollIndex PIC 9(3) VALUE 0.
       01 RollMatch PIC 9(3) VALUE 0.
       01 RollName PIC X(50).
       01 RollFromDivision PIC X VALUE 'N'.
       01 RollParentId PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MainSection.
           OPEN OUTPUT ReportFile
           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine

           PERFORM LoadEmployerMaster
           PERFORM TallyLocationInterest
           PERFORM ScanPostings

               END-PERFORM
           END-IF

           MOVE " " TO CurrentMessage
           PERFORM WriteReportLine
           MOVE "Open postings and applications by employer (divisions rolled up to parent):"
               TO CurrentMessage
           PERFORM WriteReportLine
           IF RollCount = 0 THEN
               MOVE "  (no open postings)" TO CurrentMessage
               PERFORM WriteReportLine
           ELSE
               PERFORM VARYING RollIndex FROM 1 BY 1
                   UNTIL RollIndex > RollCount
                   MOVE SPACES TO CurrentMessage
                   IF RollDivisionPostings(RollIndex) > 0
                       STRING "  " DELIMITED BY SIZE
                           FUNCTION TRIM(RollEmployerName(RollIndex))
                           DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           RollPostingCount(RollIndex) DELIMITED BY SIZE
                           " posting(s), " DELIMITED BY SIZE
                           RollAppCount(RollIndex) DELIMITED BY SIZE
                           " application(s) (" DELIMITED BY SIZE
                           RollDivisionPostings(RollIndex) DELIMITED BY SIZE
                           " posting(s) from divisions)" DELIMITED BY SIZE
                           INTO CurrentMessage
                   ELSE
                       STRING "  " DELIMITED BY SIZE
                           FUNCTION TRIM(RollEmployerName(RollIndex))
                           DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           RollPostingCount(RollIndex) DELIMITED BY SIZE
                           " posting(s), " DELIMITED BY SIZE
                           RollAppCount(RollIndex) DELIMITED BY SIZE
                           " application(s)" DELIMITED BY SIZE
                           INTO CurrentMessage
                   END-IF
                   PERFORM WriteReportLine
               END-PERFORM
           END-IF

           CLOSE ReportFile
           MOVE 0 TO RETURN-CODE
           STOP RUN.
                       ADD 1 TO TotalPostings
                       PERFORM AddCategoryStat
                       PERFORM MeasurePostingFunnel
                       PERFORM AddEmployerRollUp
                   END-IF
               END-READ
           END-PERFORM
           END-IF
           ADD PostingAppCount TO TotalApplications.

       LoadEmployerMaster.
           MOVE 0 TO MasterCount
           MOVE 'N' TO EOF-EmployerFile
           OPEN INPUT EmployerFile
           PERFORM UNTIL EOF-EmployerFile = 'Y'
               READ EmployerFile INTO EmployerRecord
               AT END
                   MOVE 'Y' TO EOF-EmployerFile
               NOT AT END
                   IF MasterCount < 500
                       ADD 1 TO MasterCount
                       MOVE EmployerId-Master IN EmployerRecord
                           TO MasterEmployerId(MasterCount)
                       MOVE EmployerName IN EmployerRecord
                           TO MasterEmployerName(MasterCount)
                       MOVE 0 TO MasterParentId(MasterCount)
                       IF EmployerParentId IN EmployerRecord IS NUMERIC
                           MOVE EmployerParentId IN EmployerRecord
                               TO MasterParentId(MasterCount)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerFile.

      *> Counts the posting under its employer's parent when the employer
      *> is a division. Postings with no EmployerId go by the name typed in.
       AddEmployerRollUp.
           MOVE JobEmployer IN JobRecord TO RollName
           MOVE 'N' TO RollFromDivision
           MOVE 0 TO MasterMatch
           IF EmployerId IN JobRecord IS NUMERIC AND
              EmployerId IN JobRecord > 0
               PERFORM VARYING MasterIndex FROM 1 BY 1
                   UNTIL MasterIndex > MasterCount OR MasterMatch > 0
                   IF MasterEmployerId(MasterIndex) = EmployerId IN JobRecord
                       MOVE MasterIndex TO MasterMatch
                   END-IF
               END-PERFORM
           END-IF
           IF MasterMatch > 0
               MOVE MasterEmployerName(MasterMatch) TO RollName
               IF MasterParentId(MasterMatch) > 0
                   MOVE MasterParentId(MasterMatch) TO RollParentId
                   MOVE 0 TO MasterMatch
                   PERFORM VARYING MasterIndex FROM 1 BY 1
                       UNTIL MasterIndex > MasterCount OR MasterMatch > 0
                       IF MasterEmployerId(MasterIndex) = RollParentId
                           MOVE MasterIndex TO MasterMatch
                       END-IF
                   END-PERFORM
                   IF MasterMatch > 0
                       MOVE MasterEmployerName(MasterMatch) TO RollName
                       MOVE 'Y' TO RollFromDivision
                   END-IF
               END-IF
           END-IF

           MOVE 0 TO RollMatch
           PERFORM VARYING RollIndex FROM 1 BY 1
               UNTIL RollIndex > RollCount OR RollMatch > 0
               IF FUNCTION UPPER-CASE(RollEmployerName(RollIndex)) =
                  FUNCTION UPPER-CASE(RollName)
                   MOVE RollIndex TO RollMatch
               END-IF
           END-PERFORM
           IF RollMatch = 0 AND RollCount < 200 THEN
               ADD 1 TO RollCount
               MOVE RollName TO RollEmployerName(RollCount)
               MOVE 0 TO RollPostingCount(RollCount)
               MOVE 0 TO RollDivisionPostings(RollCount)
               MOVE 0 TO RollAppCount(RollCount)
               MOVE RollCount TO RollMatch
           END-IF
           IF RollMatch > 0
               ADD 1 TO RollPostingCount(RollMatch)
               ADD PostingAppCount TO RollAppCount(RollMatch)
               IF RollFromDivision = 'Y'
                   ADD 1 TO RollDivisionPostings(RollMatch)
               END-IF
           END-IF.

       TallyLocationInterest.
           MOVE 'N' TO EOF-ApplicationFile
           OPEN INPUT ApplicationFile

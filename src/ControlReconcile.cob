               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Username-Profile OF UserProfileRecord.
           SELECT OPTIONAL JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JobId OF JobRecord
               ALTERNATE RECORD KEY IS JobUsername OF JobRecord
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EmployerId OF JobRecord
                   WITH DUPLICATES.
           SELECT OPTIONAL ScanFile ASSIGN TO ScanFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FileCountFile ASSIGN TO "file_counts.dat"
           05 VisResume PIC X(1).
           05 ResumeBrokenFlag PIC X(1).

       FD JobFile.
       01 JobRecord.
           05 JobUsername PIC X(20).
           05 JobTitle PIC X(50).
           05 JobDescription PIC X(200).
           05 JobEmployer PIC X(50).
           05 JobLocation PIC X(50).
           05 JobSalary PIC X(30).
           05 JobCategory PIC X(10).
           05 SalaryMin PIC 9(6).
           05 SalaryMax PIC 9(6).
           05 SalaryVisible PIC X(1).
           05 ApplicationDeadline PIC X(10).
           05 CreatedDate PIC X(10).
           05 JobId PIC 9(5).
           05 EmployerId PIC 9(5).
           05 JobViewCount PIC 9(5).
           05 JobStatus PIC X(10).
           05 JobSharedFlag PIC X(1).
           05 JobOriginCampus PIC X(8).
           05 JobScreenFlags PIC X(60).
           05 JobOriginJobId PIC 9(5).
           05 JobWorkAuth PIC X(4).
           05 JobWorkType PIC X(1).

       FD ScanFile.
       01 ScanRecord PIC X(1100).

           05 FILLER PIC X(25) VALUE "connections.dat".
           05 FILLER PIC X(25) VALUE "messages.dat".
           05 FILLER PIC X(25) VALUE "applications.dat".
           05 FILLER PIC X(25) VALUE "endorsements.dat".
           05 FILLER PIC X(25) VALUE "skills_completed.dat".
           05 FILLER PIC X(25) VALUE "experience.dat".
           05 FILLER PIC X(25) VALUE "education.dat".
       01 TrackedNameTable REDEFINES TrackedNameList.
           05 TrackedFileName PIC X(25) OCCURS 7 TIMES.

       01 TonightCounts.
           05 TonightEntry OCCURS 10 TIMES.
           PERFORM WriteReportLine

           PERFORM CountIndexedFiles
           PERFORM VARYING TrackedIndex FROM 1 BY 1 UNTIL TrackedIndex > 7
               MOVE TrackedFileName(TrackedIndex) TO ScanFileName
               PERFORM CountOneScanFile
               ADD 1 TO TonightEntryCount
           CLOSE UserProfileRecordFile
           ADD 1 TO TonightEntryCount
           MOVE "profiles.dat" TO TonightFileName(TonightEntryCount)
           MOVE ScanRecordCount TO TonightCount(TonightEntryCount)

           MOVE 0 TO ScanRecordCount
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT JobFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ JobFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO ScanRecordCount
               END-READ
           END-PERFORM
           CLOSE JobFile
           ADD 1 TO TonightEntryCount
           MOVE "jobs.dat" TO TonightFileName(TonightEntryCount)
           MOVE ScanRecordCount TO TonightCount(TonightEntryCount).

       CountOneScanFile.

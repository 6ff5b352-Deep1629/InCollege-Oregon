               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Username-Profile OF UserProfileRecord.
           SELECT SeedJobFile ASSIGN TO SeedJobPath
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JobId OF JobRecord
               ALTERNATE RECORD KEY IS JobUsername OF JobRecord
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EmployerId OF JobRecord
                   WITH DUPLICATES.
           SELECT SeedApplicationFile ASSIGN TO SeedApplicationPath
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SeedMessageFile ASSIGN TO SeedMessagePath
           05 JobOriginCampus PIC X(8).
           05 JobScreenFlags PIC X(60).
           05 JobOriginJobId PIC 9(5).
           05 JobWorkAuth PIC X(4).
           05 JobWorkType PIC X(1).

       FD SeedApplicationFile.
       01 ApplicationRecord.
           MOVE 0 TO JobViewCount IN JobRecord
           MOVE "Approved" TO JobStatus IN JobRecord
           WRITE JobRecord
           INVALID KEY
               CONTINUE
           END-WRITE
           ADD 1 TO JobsWritten.

       SeedOneApplication.

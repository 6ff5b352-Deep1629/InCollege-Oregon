           MOVE SPACES TO SavedJobEmployerText
           MOVE SPACES TO SavedJobStatusText
           MOVE "none" TO SavedJobDeadlineText
           OPEN INPUT JobFile
           MOVE SavedJobLookupId TO JobId IN JobRecord
           READ JobFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE JobTitle IN JobRecord TO SavedJobTitleText
               MOVE JobEmployer IN JobRecord
                   TO SavedJobEmployerText
               IF FUNCTION TRIM(JobStatus IN JobRecord) = SPACES
                   MOVE "Approved" TO SavedJobStatusText
               ELSE
                   MOVE JobStatus IN JobRecord
                       TO SavedJobStatusText
               END-IF
               IF FUNCTION TRIM(ApplicationDeadline IN JobRecord)
                  NOT = SPACES
                   MOVE ApplicationDeadline IN JobRecord
                       TO SavedJobDeadlineText
               END-IF
           END-READ
           CLOSE JobFile.

       RemoveSavedJob.

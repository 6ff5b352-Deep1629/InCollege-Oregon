      *> Work-authorization codes, shared by postings (JobWorkAuth) and the
      *> student's self-declared status in work_authorizations.dat:
      *>   US   - posting: US-authorized only;  student: authorized to work
      *>   CPT  - posting: CPT/OPT accepted;    student: F-1, CPT/OPT eligible
      *>   SPON - posting: sponsorship offered; student: needs sponsorship
      *> A blank on either side means nothing was stated, which never
      *> makes a student ineligible.
       LookupWorkAuthStatus.
           MOVE SPACES TO WorkAuthStudentStatus
           MOVE 'N' TO EOF-WorkAuthFile
           OPEN INPUT WorkAuthFile
           PERFORM UNTIL EOF-WorkAuthFile = 'Y'
               READ WorkAuthFile INTO WorkAuthRecord
               AT END
                   MOVE 'Y' TO EOF-WorkAuthFile
               NOT AT END
                   IF WorkAuthUsername IN WorkAuthRecord =
                      WorkAuthTargetUsername
                       MOVE WorkAuthStatus IN WorkAuthRecord
                           TO WorkAuthStudentStatus
                   END-IF
               END-READ
           END-PERFORM
           CLOSE WorkAuthFile.

       CheckWorkAuthEligible.
           MOVE 'Y' TO WorkAuthEligible
           EVALUATE FUNCTION TRIM(WorkAuthJobRequirement)
               WHEN "US"
                   IF FUNCTION TRIM(WorkAuthStudentStatus) = "CPT" OR
                      FUNCTION TRIM(WorkAuthStudentStatus) = "SPON"
                       MOVE 'N' TO WorkAuthEligible
                   END-IF
               WHEN "CPT"
                   IF FUNCTION TRIM(WorkAuthStudentStatus) = "SPON"
                       MOVE 'N' TO WorkAuthEligible
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DescribeJobWorkAuth.
           EVALUATE FUNCTION TRIM(WorkAuthJobRequirement)
               WHEN "US"
                   MOVE "US work authorization required" TO WorkAuthLabel
               WHEN "CPT"
                   MOVE "CPT/OPT accepted" TO WorkAuthLabel
               WHEN "SPON"
                   MOVE "Visa sponsorship available" TO WorkAuthLabel
               WHEN OTHER
                   MOVE "Not stated" TO WorkAuthLabel
           END-EVALUATE.

       DescribeStudentWorkAuth.
           EVALUATE FUNCTION TRIM(WorkAuthStudentStatus)
               WHEN "US"
                   MOVE "Authorized to work in the US" TO WorkAuthLabel
               WHEN "CPT"
                   MOVE "F-1 student, CPT/OPT eligible" TO WorkAuthLabel
               WHEN "SPON"
                   MOVE "Will need visa sponsorship" TO WorkAuthLabel
               WHEN OTHER
                   MOVE "Not declared" TO WorkAuthLabel
           END-EVALUATE.

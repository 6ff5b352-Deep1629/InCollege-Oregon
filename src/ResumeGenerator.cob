               WRITE ResumeDocRecord FROM ResumeDocLine
           END-IF

      *> Only credentials that are still current and that staff have not
      *> rejected go on the resume.
           PERFORM StampCreatedDate
           MOVE SPACES TO ResumeDocLine
           WRITE ResumeDocRecord FROM ResumeDocLine
           MOVE "CERTIFICATIONS" TO ResumeDocLine
           WRITE ResumeDocRecord FROM ResumeDocLine
           MOVE "--------------" TO ResumeDocLine
           WRITE ResumeDocRecord FROM ResumeDocLine
           MOVE 0 TO ResumeItemCount
           MOVE 'N' TO EOF-CertificationFile
           OPEN INPUT CertificationFile
           PERFORM UNTIL EOF-CertificationFile = 'Y'
               READ CertificationFile INTO CertificationRecord
               AT END
                   MOVE 'Y' TO EOF-CertificationFile
               NOT AT END
                   IF CertUsername IN CertificationRecord = CurrentUsername
                      AND FUNCTION TRIM(CertVerifyStatus IN CertificationRecord)
                      NOT = "Rejected"
                      AND (CertExpiryDate IN CertificationRecord = SPACES OR
                       CertExpiryDate IN CertificationRecord >=
                       CurrentCreatedDate)
                       ADD 1 TO ResumeItemCount
                       MOVE SPACES TO ResumeDocLine
                       IF CertExpiryDate IN CertificationRecord = SPACES
                           STRING FUNCTION TRIM(CertName IN CertificationRecord)
                               DELIMITED BY SIZE
                               ", " DELIMITED BY SIZE
                               FUNCTION TRIM(CertIssuer IN CertificationRecord)
                               DELIMITED BY SIZE
                               "  (issued " DELIMITED BY SIZE
                               CertIssueDate IN CertificationRecord
                               DELIMITED BY SIZE
                               ")" DELIMITED BY SIZE
                               INTO ResumeDocLine
                       ELSE
                           STRING FUNCTION TRIM(CertName IN CertificationRecord)
                               DELIMITED BY SIZE
                               ", " DELIMITED BY SIZE
                               FUNCTION TRIM(CertIssuer IN CertificationRecord)
                               DELIMITED BY SIZE
                               "  (valid through " DELIMITED BY SIZE
                               CertExpiryDate IN CertificationRecord
                               DELIMITED BY SIZE
                               ")" DELIMITED BY SIZE
                               INTO ResumeDocLine
                       END-IF
                       WRITE ResumeDocRecord FROM ResumeDocLine
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CertificationFile
           IF ResumeItemCount = 0 THEN
               MOVE "    (none on file)" TO ResumeDocLine
               WRITE ResumeDocRecord FROM ResumeDocLine
           END-IF

           CLOSE ResumeDocFile

           MOVE SPACES TO CurrentMessage

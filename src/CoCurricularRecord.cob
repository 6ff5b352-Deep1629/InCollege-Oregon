           MOVE SPACES TO ResumeDocLine
           WRITE ResumeDocRecord FROM ResumeDocLine

           MOVE "CAREER FAIR BOOTH VISITS" TO ResumeDocLine
           WRITE ResumeDocRecord FROM ResumeDocLine
           MOVE 0 TO CcrItemCount
           MOVE 'N' TO EOF-FairLeadFile
           OPEN INPUT FairLeadFile
           PERFORM UNTIL EOF-FairLeadFile = 'Y'
               READ FairLeadFile INTO FairLeadRecord
               AT END
                   MOVE 'Y' TO EOF-FairLeadFile
               NOT AT END
                   IF LeadUsername IN FairLeadRecord = CurrentUsername
                       ADD 1 TO CcrItemCount
                       MOVE LeadFairId IN FairLeadRecord TO FairLeadLookupFair
                       MOVE LeadEmployerId IN FairLeadRecord
                           TO FairLeadLookupEmployer
                       PERFORM LookupFairLeadNames
                       MOVE SPACES TO ResumeDocLine
                       STRING "  " DELIMITED BY SIZE
                           FUNCTION TRIM(FairLeadEmployerName)
                           DELIMITED BY SIZE
                           " at " DELIMITED BY SIZE
                           FUNCTION TRIM(FairLeadFairName) DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           FUNCTION TRIM(LeadDate IN FairLeadRecord)
                           DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO ResumeDocLine
                       WRITE ResumeDocRecord FROM ResumeDocLine
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FairLeadFile
           IF CcrItemCount = 0
               MOVE "  None on record" TO ResumeDocLine
               WRITE ResumeDocRecord FROM ResumeDocLine
           END-IF
           MOVE SPACES TO ResumeDocLine
           WRITE ResumeDocRecord FROM ResumeDocLine

           MOVE "SKILLS COMPLETED" TO ResumeDocLine
           WRITE ResumeDocRecord FROM ResumeDocLine
           MOVE 0 TO CcrItemCount

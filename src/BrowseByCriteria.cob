                       AND (CriteriaGradYearNum = 0 OR
                            GraduationYear IN UserProfileRecord = CriteriaGradYearNum)
                   THEN
                       MOVE Username-Profile IN UserProfileRecord
                           TO FerpaCheckTarget
                       PERFORM CheckFerpaSuppressed
                       IF FerpaSuppressed = 'Y' THEN
                           MOVE "BrowseByCriteria" TO FerpaExclusionPoint
                           MOVE CurrentUsername TO FerpaExclusionViewer
                           PERFORM RecordFerpaExclusion
                       ELSE
                           ADD 1 TO BrowseMatchCount
                           MOVE SPACES TO CurrentMessage
                           STRING FUNCTION TRIM(BrowseMatchCount) DELIMITED BY SIZE
                               ". " DELIMITED BY SIZE
                               FUNCTION TRIM(FirstName IN UserProfileRecord) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FUNCTION TRIM(LastName IN UserProfileRecord) DELIMITED BY SIZE
                               " - " DELIMITED BY SIZE
                               FUNCTION TRIM(University IN UserProfileRecord) DELIMITED BY SIZE
                               " - " DELIMITED BY SIZE
                               FUNCTION TRIM(Major IN UserProfileRecord) DELIMITED BY SIZE
                               " - " DELIMITED BY SIZE
                               GraduationYear IN UserProfileRecord DELIMITED BY SIZE
                               INTO CurrentMessage
                           PERFORM DisplayAndLog
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
                       AND (CriteriaGradYearNum = 0 OR
                            GraduationYear IN UserProfileRecord = CriteriaGradYearNum)
                   THEN
                       MOVE Username-Profile IN UserProfileRecord
                           TO FerpaCheckTarget
                       PERFORM CheckFerpaSuppressed
                       IF FerpaSuppressed = 'N' THEN
                           ADD 1 TO BrowseMatchIndex
                           IF BrowseMatchIndex = MenuOption THEN
                               MOVE Username-Profile IN UserProfileRecord TO SearchedUsername
                               MOVE 'Y' TO BrowseMatchFound
                           END-IF
                       END-IF
                   END-IF
               END-READ

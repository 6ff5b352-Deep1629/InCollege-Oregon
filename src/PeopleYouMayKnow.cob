                       THEN
                           MOVE Username-Profile IN UserProfileRecord TO PYMKCandidateUsername
                           PERFORM CheckPYMKExcluded
                           IF FerpaSuppressed = 'Y' THEN
                               MOVE "PeopleYouMayKnow" TO FerpaExclusionPoint
                               MOVE CurrentUsername TO FerpaExclusionViewer
                               PERFORM RecordFerpaExclusion
                           END-IF
                           IF PYMKAlreadyRelated = 'N' THEN
                               ADD 1 TO PYMKMatchCount
                               MOVE SPACES TO CurrentMessage

       CheckPYMKExcluded.
           MOVE 'N' TO PYMKAlreadyRelated
           MOVE 'N' TO FerpaSuppressed
           MOVE 'N' TO EOF-ConnectionFile
           OPEN INPUT ConnectionRequestFile
           PERFORM UNTIL EOF-ConnectionFile = 'Y'
               IF IsBlocked = 'Y' THEN
                   MOVE 'Y' TO PYMKAlreadyRelated
               END-IF
           END-IF

           IF PYMKAlreadyRelated = 'N' THEN
               MOVE PYMKCandidateUsername TO FerpaCheckTarget
               PERFORM CheckFerpaSuppressed
               IF FerpaSuppressed = 'Y' THEN
                   MOVE 'Y' TO PYMKAlreadyRelated
               END-IF
           END-IF.

       SelectPYMKMatch.

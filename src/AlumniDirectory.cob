                          FUNCTION TRIM(MyUniversity)
                           MOVE 'Y' TO ScopeFilteredOut
                       END-IF
                       IF ScopeFilteredOut = 'N' THEN
                           MOVE Username-Profile IN UserProfileRecord
                               TO FerpaCheckTarget
                           PERFORM CheckFerpaSuppressed
                           IF FerpaSuppressed = 'Y' THEN
                               MOVE 'Y' TO ScopeFilteredOut
                               MOVE "AlumniDirectory" TO FerpaExclusionPoint
                               MOVE CurrentUsername TO FerpaExclusionViewer
                               PERFORM RecordFerpaExclusion
                           END-IF
                       END-IF
                       IF ScopeFilteredOut = 'N' THEN
                           MOVE Username-Profile IN UserProfileRecord
                               TO BlockCheckTarget

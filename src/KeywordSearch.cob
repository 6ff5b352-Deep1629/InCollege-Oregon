                                   TO SectionVisibility
                       END-EVALUATE
                       PERFORM CheckSectionVisible
                       IF SectionVisibleToMe = 'Y' THEN
                           MOVE KeywordTargetUsername TO FerpaCheckTarget
                           PERFORM CheckFerpaSuppressed
                           IF FerpaSuppressed = 'Y' THEN
                               MOVE 'N' TO SectionVisibleToMe
                               MOVE "KeywordSearch" TO FerpaExclusionPoint
                               MOVE CurrentUsername TO FerpaExclusionViewer
                               PERFORM RecordFerpaExclusion
                           END-IF
                       END-IF
                       IF SectionVisibleToMe = 'Y' THEN
                           ADD 1 TO KeywordMatchCount
                           MOVE SPACES TO CurrentMessage
                           END-IF
                       END-IF

                       IF KeywordUserMatch = 'Y' THEN
                           MOVE KeywordTargetUsername TO FerpaCheckTarget
                           PERFORM CheckFerpaSuppressed
                           IF FerpaSuppressed = 'Y' THEN
                               MOVE 'N' TO KeywordUserMatch
                               MOVE "KeywordSearch" TO FerpaExclusionPoint
                               MOVE CurrentUsername TO FerpaExclusionViewer
                               PERFORM RecordFerpaExclusion
                           END-IF
                       END-IF
                       IF KeywordUserMatch = 'Y' THEN
                           ADD 1 TO KeywordMatchCount
                           MOVE SPACES TO CurrentMessage

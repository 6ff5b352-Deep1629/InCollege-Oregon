               PERFORM VARYING FirstDegreeIndex FROM 1 BY 1
                   UNTIL FirstDegreeIndex > FirstDegreeCount
                   MOVE FirstDegreeName(FirstDegreeIndex) TO SecondDegreeVia
                   MOVE SecondDegreeVia TO ConnTagPartner
                   PERFORM CheckConnTagFilter
                   IF ConnTagMatches = 'Y'
                       PERFORM ScanConnectionsOfPartner
                   END-IF
               END-PERFORM

               IF SecondDegreeCount = 0 THEN
           IF SecondDegreeKnown = 'N' THEN
               MOVE SecondDegreeCandidate TO BlockCheckTarget
               PERFORM CheckBlocked
               MOVE 'N' TO FerpaSuppressed
               IF IsBlocked = 'N' THEN
                   MOVE SecondDegreeCandidate TO FerpaCheckTarget
                   PERFORM CheckFerpaSuppressed
                   IF FerpaSuppressed = 'Y' THEN
                       MOVE "SecondDegree" TO FerpaExclusionPoint
                       MOVE CurrentUsername TO FerpaExclusionViewer
                       PERFORM RecordFerpaExclusion
                   END-IF
               END-IF
               IF IsBlocked = 'N' AND FerpaSuppressed = 'N' AND
                  SecondDegreeCount < 200 THEN
                   ADD 1 TO SecondDegreeCount
                   MOVE SecondDegreeCandidate
                       TO SecondDegreeName(SecondDegreeCount)

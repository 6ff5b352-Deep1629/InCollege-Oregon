      *> Career-readiness milestone master (milestones.dat), loaded into
      *> MilestoneTable in file order. Each milestone belongs to one class
      *> standing and is met when its rule's count reaches MsTarget (see
      *> MilestoneCheck.cob for the rules). Until the career center saves
      *> its own list, the standard roadmap below stands in for the file.
       LoadMilestoneTable.
           MOVE 0 TO MilestoneCount
           MOVE 'N' TO EOF-MilestoneFile
           OPEN INPUT MilestoneFile
           PERFORM UNTIL EOF-MilestoneFile = 'Y'
               READ MilestoneFile
               AT END
                   MOVE 'Y' TO EOF-MilestoneFile
               NOT AT END
                   IF MilestoneCount < 40 AND
                      MilestoneCode IN MilestoneRecord NOT = SPACES
                       ADD 1 TO MilestoneCount
                       MOVE MilestoneCode IN MilestoneRecord
                           TO MsCode(MilestoneCount)
                       MOVE MilestoneStanding IN MilestoneRecord
                           TO MsStanding(MilestoneCount)
                       MOVE MilestoneRule IN MilestoneRecord
                           TO MsRule(MilestoneCount)
                       MOVE MilestoneTarget IN MilestoneRecord
                           TO MsTarget(MilestoneCount)
                       MOVE MilestoneText IN MilestoneRecord
                           TO MsText(MilestoneCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MilestoneFile
           IF MilestoneCount = 0
               PERFORM LoadStandardRoadmap
           END-IF.

       LoadStandardRoadmap.
           MOVE 8 TO MilestoneCount
           MOVE "FR-PROF" TO MsCode(1)
           MOVE "Freshman" TO MsStanding(1)
           MOVE "PROFILE" TO MsRule(1)
           MOVE 100 TO MsTarget(1)
           MOVE "Complete your profile" TO MsText(1)
           MOVE "FR-EVENT" TO MsCode(2)
           MOVE "Freshman" TO MsStanding(2)
           MOVE "EVENTS" TO MsRule(2)
           MOVE 1 TO MsTarget(2)
           MOVE "Attend a career event" TO MsText(2)
           MOVE "SO-MENT" TO MsCode(3)
           MOVE "Sophomore" TO MsStanding(3)
           MOVE "MENTOR" TO MsRule(3)
           MOVE 1 TO MsTarget(3)
           MOVE "Get a mentor" TO MsText(3)
           MOVE "SO-SKILL" TO MsCode(4)
           MOVE "Sophomore" TO MsStanding(4)
           MOVE "SKILLS" TO MsRule(4)
           MOVE 2 TO MsTarget(4)
           MOVE "Complete two skills" TO MsText(4)
           MOVE "JR-RESUM" TO MsCode(5)
           MOVE "Junior" TO MsStanding(5)
           MOVE "RESUME" TO MsRule(5)
           MOVE 1 TO MsTarget(5)
           MOVE "Have your resume reviewed" TO MsText(5)
           MOVE "JR-INTRN" TO MsCode(6)
           MOVE "Junior" TO MsStanding(6)
           MOVE "INTERN" TO MsRule(6)
           MOVE 1 TO MsTarget(6)
           MOVE "Apply to an internship" TO MsText(6)
           MOVE "SR-MOCK" TO MsCode(7)
           MOVE "Senior" TO MsStanding(7)
           MOVE "INTERVW" TO MsRule(7)
           MOVE 1 TO MsTarget(7)
           MOVE "Do a mock interview" TO MsText(7)
           MOVE "SR-DEST" TO MsCode(8)
           MOVE "Senior" TO MsStanding(8)
           MOVE "DEST" TO MsRule(8)
           MOVE 1 TO MsTarget(8)
           MOVE "Report a first destination" TO MsText(8).

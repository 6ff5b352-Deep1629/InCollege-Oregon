      *> Employers can be grouped one level deep: a division carries its
      *> parent's EmployerId in EmployerParentId, and a parent carries 0.
      *> LoadEmployerFamily fills in, for FamilyEmployerId, its own name,
      *> its parent (if it is a division) and the divisions under it.
       LoadEmployerFamily.
           MOVE 0 TO FamilyParentId
           MOVE SPACES TO FamilyParentName
           MOVE 0 TO FamilyDivisionCount
           IF FamilyEmployerId > 0
               MOVE 'N' TO EOF-EmployerFile
               OPEN INPUT EmployerFile
               PERFORM UNTIL EOF-EmployerFile = 'Y'
                   READ EmployerFile INTO EmployerRecord
                   AT END
                       MOVE 'Y' TO EOF-EmployerFile
                   NOT AT END
                       IF EmployerParentId IN EmployerRecord IS NUMERIC
                           IF EmployerId-Master IN EmployerRecord =
                              FamilyEmployerId
                               MOVE EmployerParentId IN EmployerRecord
                                   TO FamilyParentId
                           END-IF
                           IF EmployerParentId IN EmployerRecord =
                              FamilyEmployerId AND FamilyDivisionCount < 50
                               ADD 1 TO FamilyDivisionCount
                               MOVE EmployerId-Master IN EmployerRecord
                                   TO FamilyDivisionId(FamilyDivisionCount)
                               MOVE EmployerName IN EmployerRecord
                                   TO FamilyDivisionName(FamilyDivisionCount)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE EmployerFile
           END-IF
           IF FamilyParentId > 0
               MOVE 'N' TO EOF-EmployerFile
               OPEN INPUT EmployerFile
               PERFORM UNTIL EOF-EmployerFile = 'Y'
                   READ EmployerFile INTO EmployerRecord
                   AT END
                       MOVE 'Y' TO EOF-EmployerFile
                   NOT AT END
                       IF EmployerId-Master IN EmployerRecord = FamilyParentId
                           MOVE EmployerName IN EmployerRecord
                               TO FamilyParentName
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE EmployerFile
           END-IF.

      *> Is FamilyCheckId one of the divisions loaded above?
       CheckFamilyDivision.
           MOVE 'N' TO FamilyIsDivision
           IF FamilyCheckId > 0
               PERFORM VARYING FamilyDivisionIndex FROM 1 BY 1
                   UNTIL FamilyDivisionIndex > FamilyDivisionCount OR
                         FamilyIsDivision = 'Y'
                   IF FamilyDivisionId(FamilyDivisionIndex) = FamilyCheckId
                       MOVE 'Y' TO FamilyIsDivision
                   END-IF
               END-PERFORM
           END-IF.

      *> "Part of: ..." and "Divisions: ..." lines for a company page.
       ShowEmployerFamily.
           IF FamilyParentId > 0 AND FamilyParentName NOT = SPACES
               MOVE SPACES TO CurrentMessage
               STRING "Part of: " DELIMITED BY SIZE
                   FUNCTION TRIM(FamilyParentName) DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-IF
           IF FamilyDivisionCount > 0
               MOVE "Divisions:" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM VARYING FamilyDivisionIndex FROM 1 BY 1
                   UNTIL FamilyDivisionIndex > FamilyDivisionCount
                   MOVE SPACES TO CurrentMessage
                   STRING "  " DELIMITED BY SIZE
                       FUNCTION TRIM(FamilyDivisionName(FamilyDivisionIndex))
                       DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM DisplayAndLog
               END-PERFORM
           END-IF.

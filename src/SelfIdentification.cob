      *> Voluntary self-identification. Answers are write-only from here:
      *> the screen says whether answers are on file but never shows them,
      *> and nothing else in the interactive system reads self_id.dat.
       SelfIdMenu.
           MOVE "--- Voluntary Self-Identification ---" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "Answering is entirely optional and every question offers Prefer not to say."
               TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "Answers are used only for aggregate reporting and are never shown to employers, advisors or other users."
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM CheckSelfIdOnFile
           IF SelfIdOnFile = 'Y' THEN
               MOVE SPACES TO CurrentMessage
               STRING "Your answers are on file (last updated " DELIMITED BY SIZE
                   SelfIdOnFileDate DELIMITED BY SIZE
                   ")." DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "You have not answered." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF
           MOVE "1. Answer (replaces any earlier answers)  2. Withdraw my answers  0. Back"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           EVALUATE MenuOption
               WHEN 1
                   PERFORM VARYING SelfIdQuestion FROM 1 BY 1
                           UNTIL SelfIdQuestion > 6
                       PERFORM AskSelfIdQuestion
                   END-PERFORM
                   MOVE 'N' TO SelfIdRemoveOnly
                   PERFORM SaveSelfId
                   MOVE "SELFID_UPDATE" TO AuditActionName
                   MOVE "Self-identification answers recorded" TO AuditDetailText
                   PERFORM WriteAuditLog
                   MOVE "Thank you. Your answers have been saved." TO CurrentMessage
                   PERFORM DisplayAndLog
               WHEN 2
                   IF SelfIdOnFile = 'Y' THEN
                       MOVE 'Y' TO SelfIdRemoveOnly
                       PERFORM SaveSelfId
                       MOVE "SELFID_WITHDRAW" TO AuditActionName
                       MOVE "Self-identification answers withdrawn"
                           TO AuditDetailText
                       PERFORM WriteAuditLog
                       MOVE "Your answers have been deleted." TO CurrentMessage
                       PERFORM DisplayAndLog
                   ELSE
                       MOVE "There is nothing to withdraw." TO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid option. Please try again." TO CurrentMessage
                   PERFORM DisplayAndLog
           END-EVALUATE.

       CheckSelfIdOnFile.
           MOVE 'N' TO SelfIdOnFile
           MOVE SPACES TO SelfIdOnFileDate
           MOVE 'N' TO EOF-SelfIdFile
           OPEN INPUT SelfIdFile
           PERFORM UNTIL EOF-SelfIdFile = 'Y'
               READ SelfIdFile INTO SelfIdRecord
               AT END
                   MOVE 'Y' TO EOF-SelfIdFile
               NOT AT END
                   IF SidUsername IN SelfIdRecord = CurrentUsername
                       MOVE 'Y' TO SelfIdOnFile
                       MOVE SidUpdatedDate IN SelfIdRecord TO SelfIdOnFileDate
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SelfIdFile.

      *> Anything other than a listed choice, including a blank line, is
      *> taken as Prefer not to say.
       AskSelfIdQuestion.
           PERFORM DescribeSelfIdQuestion
           MOVE SPACES TO CurrentMessage
           STRING FUNCTION TRIM(SelfIdQuestionText) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM VARYING SelfIdChoiceIndex FROM 1 BY 1
                   UNTIL SelfIdChoiceIndex > SelfIdMaxCode
               MOVE SelfIdChoiceIndex TO SelfIdCode
               PERFORM DescribeSelfIdAnswer
               MOVE SPACES TO CurrentMessage
               STRING "  " DELIMITED BY SIZE
                   SelfIdCode DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   FUNCTION TRIM(SelfIdLabel) DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-PERFORM
           MOVE "  9. Prefer not to say" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           IF MenuOption > 0 AND MenuOption <= SelfIdMaxCode THEN
               MOVE MenuOption TO SelfIdChoiceIndex
               MOVE SelfIdChoiceIndex TO SelfIdNewAnswer(SelfIdQuestion)
           ELSE
               MOVE '9' TO SelfIdNewAnswer(SelfIdQuestion)
           END-IF.

      *> Drops the user's existing answers and, unless SelfIdRemoveOnly is
      *> set, appends SelfIdNewAnswers in their place.
       SaveSelfId.
           PERFORM StampCreatedDate
           MOVE 'N' TO EOF-SelfIdFile
           OPEN INPUT SelfIdFile
           OPEN OUTPUT TempSelfIdFile
           PERFORM UNTIL EOF-SelfIdFile = 'Y'
               READ SelfIdFile INTO SelfIdRecord
               AT END
                   MOVE 'Y' TO EOF-SelfIdFile
               NOT AT END
                   IF SidUsername IN SelfIdRecord NOT = CurrentUsername
                       WRITE TempSelfIdRecord FROM SelfIdRecord
                   END-IF
               END-READ
           END-PERFORM
           IF SelfIdRemoveOnly = 'N'
               MOVE SPACES TO SelfIdRecord
               MOVE CurrentUsername TO SidUsername IN SelfIdRecord
               PERFORM VARYING SelfIdQuestion FROM 1 BY 1
                       UNTIL SelfIdQuestion > 6
                   MOVE SelfIdNewAnswer(SelfIdQuestion)
                       TO SidAnswer IN SelfIdRecord(SelfIdQuestion)
               END-PERFORM
               MOVE CurrentCreatedDate TO SidUpdatedDate IN SelfIdRecord
               WRITE TempSelfIdRecord FROM SelfIdRecord
           END-IF
           CLOSE SelfIdFile
           CLOSE TempSelfIdFile
           MOVE "self_id.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "self_id.dat"
           CALL "CBL_RENAME_FILE" USING "self_id_temp.dat" "self_id.dat"
           PERFORM JournalAfterImage.

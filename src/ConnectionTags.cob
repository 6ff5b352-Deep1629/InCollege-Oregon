      *> Private tags and notes on the user's own connections. Rows are
      *> keyed by owner and partner and only ever read back for the
      *> owner; the partner is never told a tag or note exists.
      *> NetworkTagFilter, when set, narrows ViewMyNetwork and
      *> SecondDegreeBrowse to connections carrying that tag.
       ConnectionTagsMenu.
           MOVE "--- Connection Tags and Notes ---" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "Tags and notes are private to you; your connections never see them."
               TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "1. Tag or Add a Note to a Connection" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "2. View My Network by Tag" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "3. Friends of Friends Through a Tag" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "4. Message a Connection by Tag" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "0. Back" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           EVALUATE MenuOption
               WHEN 1
                   PERFORM TagMyConnection
               WHEN 2
                   PERFORM ReadNetworkTagFilter
                   IF NetworkTagFilter NOT = SPACES
                       PERFORM ViewMyNetwork
                   END-IF
                   MOVE SPACES TO NetworkTagFilter
               WHEN 3
                   PERFORM ReadNetworkTagFilter
                   IF NetworkTagFilter NOT = SPACES
                       PERFORM SecondDegreeBrowse
                   END-IF
                   MOVE SPACES TO NetworkTagFilter
               WHEN 4
                   PERFORM ReadNetworkTagFilter
                   IF NetworkTagFilter NOT = SPACES
                       PERFORM MessageTaggedConnection
                   END-IF
                   MOVE SPACES TO NetworkTagFilter
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid option. Please try again." TO CurrentMessage
                   PERFORM DisplayAndLog
           END-EVALUATE.

       ReadNetworkTagFilter.
           MOVE "Enter the tag to filter by:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadConnTagLine
           MOVE FUNCTION LOWER-CASE(ConnTagEntry(1:30)) TO NetworkTagFilter
           IF NetworkTagFilter = SPACES
               MOVE "No tag entered." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       ReadConnTagLine.
           READ InputFile INTO InputRecord
           AT END
               PERFORM CountUnansweredPrompt
               MOVE 'Y' TO EOF-InputFile
               MOVE SPACES TO ConnTagEntry
           NOT AT END
               PERFORM IncrementInputCheckpoint
               MOVE FUNCTION TRIM(InputRecord(1:200)) TO ConnTagEntry
           END-READ.

       TagMyConnection.
           PERFORM BuildFirstDegreeTable
           IF FirstDegreeCount = 0 THEN
               MOVE "You have no connections yet." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               PERFORM VARYING FirstDegreeIndex FROM 1 BY 1
                       UNTIL FirstDegreeIndex > FirstDegreeCount
                   MOVE FirstDegreeName(FirstDegreeIndex) TO ConnTagPartner
                   PERFORM LookupConnectionTag
                   MOVE SPACES TO CurrentMessage
                   STRING FUNCTION TRIM(FirstDegreeIndex) DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       FUNCTION TRIM(ConnTagPartner) DELIMITED BY SIZE
                       ConnTagSuffix DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM DisplayAndLog
               END-PERFORM
               MOVE "Enter number to tag, or 0 to skip:" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               IF MenuOption > 0 AND MenuOption <= FirstDegreeCount THEN
                   MOVE FirstDegreeName(MenuOption) TO ConnTagPartner
                   PERFORM EditConnectionTag
               END-IF
           END-IF.

       EditConnectionTag.
           PERFORM LookupConnectionTag
           IF ConnTagNoteText NOT = SPACES
               MOVE SPACES TO CurrentMessage
               STRING "Note: " DELIMITED BY SIZE
                   ConnTagNoteText DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-IF
           MOVE "Enter tags separated by commas (blank keeps the current tags, - removes them):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadConnTagLine
           IF ConnTagEntry = "-"
               MOVE SPACES TO ConnTagText
           ELSE IF ConnTagEntry NOT = SPACES
               PERFORM NormalizeConnTags
           END-IF
           END-IF
           MOVE "Enter a private note (blank keeps the current note, - removes it):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadConnTagLine
           IF ConnTagEntry = "-"
               MOVE SPACES TO ConnTagNoteText
           ELSE IF ConnTagEntry NOT = SPACES
               MOVE ConnTagEntry TO ConnTagNoteText
           END-IF
           END-IF
           MOVE 'N' TO ConnTagRemoveAll
           PERFORM SaveConnectionTag
           MOVE "CONN_TAG" TO AuditActionName
           MOVE SPACES TO AuditDetailText
           STRING "Tags or note updated for " DELIMITED BY SIZE
               FUNCTION TRIM(ConnTagPartner) DELIMITED BY SIZE
               INTO AuditDetailText
           PERFORM WriteAuditLog
           MOVE "Saved." TO CurrentMessage
           PERFORM DisplayAndLog.

      *> Up to six tags; each is trimmed and lower-cased so filtering
      *> does not depend on how the tag was typed.
       NormalizeConnTags.
           MOVE SPACES TO ConnTagWords
           UNSTRING ConnTagEntry DELIMITED BY ","
               INTO ConnTagWord(1) ConnTagWord(2) ConnTagWord(3)
                    ConnTagWord(4) ConnTagWord(5) ConnTagWord(6)
           END-UNSTRING
           MOVE SPACES TO ConnTagText
           MOVE 1 TO ConnTagPtr
           PERFORM VARYING ConnTagWordIndex FROM 1 BY 1
                   UNTIL ConnTagWordIndex > 6
               IF ConnTagWord(ConnTagWordIndex) NOT = SPACES
                   IF ConnTagPtr > 1
                       STRING "," DELIMITED BY SIZE
                           INTO ConnTagText WITH POINTER ConnTagPtr
                   END-IF
                   STRING FUNCTION LOWER-CASE(
                           FUNCTION TRIM(ConnTagWord(ConnTagWordIndex)))
                           DELIMITED BY SIZE
                       INTO ConnTagText WITH POINTER ConnTagPtr
               END-IF
           END-PERFORM.

      *> Sets ConnTagFound, ConnTagText, ConnTagNoteText and the display
      *> suffix for CurrentUsername's row on ConnTagPartner.
       LookupConnectionTag.
           MOVE 'N' TO ConnTagFound
           MOVE SPACES TO ConnTagText
           MOVE SPACES TO ConnTagNoteText
           MOVE 'N' TO EOF-ConnectionTagFile
           OPEN INPUT ConnectionTagFile
           PERFORM UNTIL EOF-ConnectionTagFile = 'Y' OR ConnTagFound = 'Y'
               READ ConnectionTagFile INTO ConnectionTagRecord
               AT END
                   MOVE 'Y' TO EOF-ConnectionTagFile
               NOT AT END
                   IF TagOwner IN ConnectionTagRecord = CurrentUsername AND
                      TagPartner IN ConnectionTagRecord = ConnTagPartner
                       MOVE 'Y' TO ConnTagFound
                       MOVE TagList IN ConnectionTagRecord TO ConnTagText
                       MOVE TagNote IN ConnectionTagRecord TO ConnTagNoteText
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ConnectionTagFile
           MOVE SPACES TO ConnTagSuffix
           IF ConnTagText NOT = SPACES
               STRING " [" DELIMITED BY SIZE
                   FUNCTION TRIM(ConnTagText) DELIMITED BY SIZE
                   "]" DELIMITED BY SIZE
                   INTO ConnTagSuffix
           END-IF.

      *> Looks up ConnTagPartner and sets ConnTagMatches against
      *> NetworkTagFilter; a blank filter matches every connection.
       CheckConnTagFilter.
           PERFORM LookupConnectionTag
           MOVE 'Y' TO ConnTagMatches
           IF NetworkTagFilter NOT = SPACES
               MOVE SPACES TO SubstringHaystack
               STRING "," DELIMITED BY SIZE
                   FUNCTION TRIM(ConnTagText) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   INTO SubstringHaystack
               MOVE SPACES TO SubstringNeedle
               STRING "," DELIMITED BY SIZE
                   FUNCTION TRIM(NetworkTagFilter) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   INTO SubstringNeedle
               PERFORM CheckSubstringMatch
               MOVE SubstringFound TO ConnTagMatches
           END-IF.

      *> Replaces CurrentUsername's row for ConnTagPartner with
      *> ConnTagText and ConnTagNoteText, dropping it when both are
      *> blank. ConnTagRemoveAll drops every row the user owns or
      *> appears in, for anonymization.
       SaveConnectionTag.
           PERFORM StampCreatedDate
           MOVE 'N' TO EOF-ConnectionTagFile
           OPEN INPUT ConnectionTagFile
           OPEN OUTPUT TempConnectionTagFile
           PERFORM UNTIL EOF-ConnectionTagFile = 'Y'
               READ ConnectionTagFile INTO ConnectionTagRecord
               AT END
                   MOVE 'Y' TO EOF-ConnectionTagFile
               NOT AT END
                   IF ConnTagRemoveAll = 'Y'
                       IF TagOwner IN ConnectionTagRecord NOT = CurrentUsername AND
                          TagPartner IN ConnectionTagRecord NOT = CurrentUsername
                           WRITE TempConnectionTagRecord FROM ConnectionTagRecord
                       END-IF
                   ELSE
                       IF TagOwner IN ConnectionTagRecord NOT = CurrentUsername OR
                          TagPartner IN ConnectionTagRecord NOT = ConnTagPartner
                           WRITE TempConnectionTagRecord FROM ConnectionTagRecord
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF ConnTagRemoveAll = 'N' AND
              (ConnTagText NOT = SPACES OR ConnTagNoteText NOT = SPACES)
               MOVE SPACES TO ConnectionTagRecord
               MOVE CurrentUsername TO TagOwner IN ConnectionTagRecord
               MOVE ConnTagPartner TO TagPartner IN ConnectionTagRecord
               MOVE ConnTagText TO TagList IN ConnectionTagRecord
               MOVE ConnTagNoteText TO TagNote IN ConnectionTagRecord
               MOVE CurrentCreatedDate TO TagUpdatedDate IN ConnectionTagRecord
               WRITE TempConnectionTagRecord FROM ConnectionTagRecord
           END-IF
           CLOSE ConnectionTagFile
           CLOSE TempConnectionTagFile
           MOVE 'N' TO ConnTagRemoveAll
           MOVE "connection_tags.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "connection_tags.dat"
           CALL "CBL_RENAME_FILE" USING "connection_tags_temp.dat"
               "connection_tags.dat"
           PERFORM JournalAfterImage.

      *> The compose screen narrowed to one tag: pick from the matching
      *> connections and SendNewMessage takes the recipient from
      *> MsgRecipientPreset instead of asking for a username.
       MessageTaggedConnection.
           PERFORM BuildFirstDegreeTable
           MOVE 0 TO ConnTagListCount
           PERFORM VARYING FirstDegreeIndex FROM 1 BY 1
                   UNTIL FirstDegreeIndex > FirstDegreeCount
               MOVE FirstDegreeName(FirstDegreeIndex) TO ConnTagPartner
               PERFORM CheckConnTagFilter
               IF ConnTagMatches = 'Y'
                   ADD 1 TO ConnTagListCount
                   MOVE ConnTagPartner TO ConnTagListName(ConnTagListCount)
                   MOVE SPACES TO CurrentMessage
                   STRING FUNCTION TRIM(ConnTagListCount) DELIMITED BY SIZE
                       ". " DELIMITED BY SIZE
                       FUNCTION TRIM(ConnTagPartner) DELIMITED BY SIZE
                       ConnTagSuffix DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM DisplayAndLog
               END-IF
           END-PERFORM
           IF ConnTagListCount = 0 THEN
               MOVE "None of your connections carry that tag." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter number to message, or 0 to skip:" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               IF MenuOption > 0 AND MenuOption <= ConnTagListCount THEN
                   MOVE ConnTagListName(MenuOption) TO MsgRecipientPreset
                   PERFORM SendNewMessage
                   MOVE SPACES TO MsgRecipientPreset
               END-IF
           END-IF.

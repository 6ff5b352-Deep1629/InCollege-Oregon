      *> Booth lead capture. On fair day a recruiter linked to an employer
      *> with a booth records each student who stops by, with a 1-5 rating
      *> and a note; the visits are kept in fair_leads.dat against the
      *> employer, so every recruiter on the account sees the same lead
      *> list. FairLeadReport delivers the list as an extract after the fair.
       FairLeadsMenu.
           PERFORM LookupLinkedEmployer
           IF LinkedEmployerId = 0 THEN
               MOVE "Your account is not linked to an employer record yet. Ask staff to link it."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               PERFORM StampCreatedDate
               PERFORM LoadFairLeadFairs
               MOVE "--- Career Fair Leads ---" TO CurrentMessage
               PERFORM DisplayAndLog
               IF FairLeadFairCount = 0 THEN
                   MOVE "Your company has no booth at a fair held so far."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   PERFORM VARYING FairLeadIndex FROM 1 BY 1
                       UNTIL FairLeadIndex > FairLeadFairCount
                       MOVE SPACES TO CurrentMessage
                       STRING FUNCTION TRIM(FairLeadIndex) DELIMITED BY SIZE
                           ". " DELIMITED BY SIZE
                           FUNCTION TRIM(FlfFairName(FairLeadIndex))
                           DELIMITED BY SIZE
                           " on " DELIMITED BY SIZE
                           FlfFairDate(FairLeadIndex) DELIMITED BY SIZE
                           " (booth " DELIMITED BY SIZE
                           FlfBoothNumber(FairLeadIndex) DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO CurrentMessage
                       IF FlfFairDate(FairLeadIndex) = CurrentCreatedDate
                           STRING FUNCTION TRIM(CurrentMessage)
                               DELIMITED BY SIZE
                               " - today" DELIMITED BY SIZE
                               INTO CurrentMessage
                       END-IF
                       PERFORM DisplayAndLog
                   END-PERFORM
                   MOVE "Enter fair #, or 0 to go back:" TO CurrentMessage
                   PERFORM DisplayAndLog
                   PERFORM ReadMenuOption
                   IF MenuOption > 0 AND MenuOption <= FairLeadFairCount
                       MOVE MenuOption TO FairLeadPick
                       IF FlfFairDate(FairLeadPick) = CurrentCreatedDate
                           PERFORM FairDayLeadMenu
                       ELSE
                           PERFORM ShowFairLeadList
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Fairs already held or under way where the employer has a booth.
       LoadFairLeadFairs.
           MOVE 0 TO FairLeadBoothCount
           MOVE 'N' TO EOF-FairBoothFile
           OPEN INPUT FairBoothFile
           PERFORM UNTIL EOF-FairBoothFile = 'Y'
               READ FairBoothFile INTO FairBoothRecord
               AT END
                   MOVE 'Y' TO EOF-FairBoothFile
               NOT AT END
                   IF BoothEmployerId IN FairBoothRecord = LinkedEmployerId
                      AND FairLeadBoothCount < 100
                       ADD 1 TO FairLeadBoothCount
                       MOVE BoothFairId IN FairBoothRecord
                           TO FlbFairId(FairLeadBoothCount)
                       MOVE BoothNumber IN FairBoothRecord
                           TO FlbBoothNumber(FairLeadBoothCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FairBoothFile

           MOVE 0 TO FairLeadFairCount
           MOVE 'N' TO EOF-CareerFairFile
           OPEN INPUT CareerFairFile
           PERFORM UNTIL EOF-CareerFairFile = 'Y'
               READ CareerFairFile INTO CareerFairRecord
               AT END
                   MOVE 'Y' TO EOF-CareerFairFile
               NOT AT END
                   IF FairDate IN CareerFairRecord <= CurrentCreatedDate
                       MOVE 'N' TO FairLeadMatched
                       PERFORM VARYING FairLeadIndex FROM 1 BY 1
                           UNTIL FairLeadIndex > FairLeadBoothCount OR
                                 FairLeadMatched = 'Y'
                           IF FlbFairId(FairLeadIndex) =
                              FairId IN CareerFairRecord AND
                              FairLeadFairCount < 50
                               MOVE 'Y' TO FairLeadMatched
                               ADD 1 TO FairLeadFairCount
                               MOVE FairId IN CareerFairRecord
                                   TO FlfFairId(FairLeadFairCount)
                               MOVE FlbBoothNumber(FairLeadIndex)
                                   TO FlfBoothNumber(FairLeadFairCount)
                               MOVE FairName IN CareerFairRecord
                                   TO FlfFairName(FairLeadFairCount)
                               MOVE FairDate IN CareerFairRecord
                                   TO FlfFairDate(FairLeadFairCount)
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CareerFairFile.

       FairDayLeadMenu.
           MOVE 'N' TO FairLeadDone
           PERFORM UNTIL FairLeadDone = 'Y' OR EOF-InputFile = 'Y'
               MOVE SPACES TO CurrentMessage
               STRING "--- Booth " DELIMITED BY SIZE
                   FlfBoothNumber(FairLeadPick) DELIMITED BY SIZE
                   " at " DELIMITED BY SIZE
                   FUNCTION TRIM(FlfFairName(FairLeadPick)) DELIMITED BY SIZE
                   " ---" DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "1. Record a Booth Visit  2. View Lead List  0. Back"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               EVALUATE MenuOption
                   WHEN 1
                       PERFORM RecordBoothVisit
                   WHEN 2
                       PERFORM ShowFairLeadList
                   WHEN OTHER
                       MOVE 'Y' TO FairLeadDone
               END-EVALUATE
           END-PERFORM.

       ReadFairLeadLine.
           READ InputFile INTO InputRecord
           AT END
               PERFORM CountUnansweredPrompt
               MOVE 'Y' TO EOF-InputFile
               MOVE SPACES TO FairLeadEntry
           NOT AT END
               PERFORM IncrementInputCheckpoint
               MOVE FUNCTION TRIM(InputRecord(1:100)) TO FairLeadEntry
           END-READ.

      *> Only student accounts count as leads, and a student is recorded
      *> once per booth however many recruiters spoke with them.
       RecordBoothVisit.
           MOVE "Enter the student's username:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadFairLeadLine
           MOVE FUNCTION UPPER-CASE(FairLeadEntry(1:20)) TO FairLeadStudent
           MOVE 'N' TO FairLeadStudentValid
           IF FairLeadStudent NOT = SPACES
               OPEN INPUT UserDataFile
               MOVE FairLeadStudent TO Username IN UserRecord
               READ UserDataFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF UserRole IN UserRecord = 'S' OR
                      UserRole IN UserRecord = SPACE
                       MOVE 'Y' TO FairLeadStudentValid
                   END-IF
               END-READ
               CLOSE UserDataFile
           END-IF

           MOVE 'N' TO FairLeadDuplicate
           MOVE 'N' TO EOF-FairLeadFile
           OPEN INPUT FairLeadFile
           PERFORM UNTIL EOF-FairLeadFile = 'Y'
               READ FairLeadFile INTO FairLeadRecord
               AT END
                   MOVE 'Y' TO EOF-FairLeadFile
               NOT AT END
                   IF LeadFairId IN FairLeadRecord =
                      FlfFairId(FairLeadPick) AND
                      LeadEmployerId IN FairLeadRecord = LinkedEmployerId AND
                      LeadUsername IN FairLeadRecord = FairLeadStudent
                       MOVE 'Y' TO FairLeadDuplicate
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FairLeadFile

           IF FairLeadStudentValid = 'N' THEN
               MOVE "No student account with that username; visit not recorded."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
           IF FairLeadDuplicate = 'Y' THEN
               MOVE "That student's visit is already recorded for your booth."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Rate the conversation from 1 (cool) to 5 (strong lead):"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               IF MenuOption < 1 OR MenuOption > 5 THEN
                   MOVE "The rating must be 1 to 5; visit not recorded."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   MOVE MenuOption TO FairLeadRating
                   MOVE "Enter a short note (or leave blank):" TO CurrentMessage
                   PERFORM DisplayAndLog
                   PERFORM ReadFairLeadLine

                   MOVE "fair_leads.dat" TO JournalMasterName
                   PERFORM JournalBeforeImage
                   OPEN EXTEND FairLeadFile
                   MOVE SPACES TO FairLeadRecord
                   MOVE FlfFairId(FairLeadPick) TO LeadFairId IN FairLeadRecord
                   MOVE LinkedEmployerId TO LeadEmployerId IN FairLeadRecord
                   MOVE FairLeadStudent TO LeadUsername IN FairLeadRecord
                   MOVE FairLeadRating TO LeadRating IN FairLeadRecord
                   MOVE FairLeadEntry TO LeadNote IN FairLeadRecord
                   MOVE CurrentUsername TO LeadRecordedBy IN FairLeadRecord
                   MOVE CurrentCreatedDate TO LeadDate IN FairLeadRecord
                   WRITE FairLeadRecord
                   CLOSE FairLeadFile
                   MOVE "fair_leads.dat" TO JournalMasterName
                   PERFORM JournalAfterImage

                   MOVE "FAIR_LEAD" TO AuditActionName
                   MOVE SPACES TO AuditDetailText
                   STRING "Fair " DELIMITED BY SIZE
                       FlfFairId(FairLeadPick) DELIMITED BY SIZE
                       " employer " DELIMITED BY SIZE
                       LinkedEmployerId DELIMITED BY SIZE
                       " visit by " DELIMITED BY SIZE
                       FUNCTION TRIM(FairLeadStudent) DELIMITED BY SIZE
                       INTO AuditDetailText
                   PERFORM WriteAuditLog
                   MOVE "Booth visit recorded." TO CurrentMessage
                   PERFORM DisplayAndLog
               END-IF
           END-IF
           END-IF.

      *> The registrar's FERPA flag holds back a student's name and major;
      *> the recruiter still sees the username they entered at the booth.
       ShowFairLeadList.
           MOVE SPACES TO CurrentMessage
           STRING "--- Leads from " DELIMITED BY SIZE
               FUNCTION TRIM(FlfFairName(FairLeadPick)) DELIMITED BY SIZE
               " ---" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           MOVE 0 TO FairLeadCount
           MOVE 'N' TO EOF-FairLeadFile
           OPEN INPUT FairLeadFile
           PERFORM UNTIL EOF-FairLeadFile = 'Y'
               READ FairLeadFile INTO FairLeadRecord
               AT END
                   MOVE 'Y' TO EOF-FairLeadFile
               NOT AT END
                   IF LeadFairId IN FairLeadRecord =
                      FlfFairId(FairLeadPick) AND
                      LeadEmployerId IN FairLeadRecord = LinkedEmployerId
                       ADD 1 TO FairLeadCount
                       PERFORM ShowOneFairLead
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FairLeadFile
           IF FairLeadCount = 0 THEN
               MOVE "No booth visits recorded." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       ShowOneFairLead.
           MOVE SPACES TO FairLeadStars
           IF LeadRating IN FairLeadRecord > 0
               MOVE ALL "*" TO FairLeadStars(1:LeadRating IN FairLeadRecord)
           END-IF
           MOVE 'N' TO FairLeadPreRegistered
           MOVE 'N' TO EOF-FairInterestFile
           OPEN INPUT FairInterestFile
           PERFORM UNTIL EOF-FairInterestFile = 'Y'
               READ FairInterestFile INTO FairInterestRecord
               AT END
                   MOVE 'Y' TO EOF-FairInterestFile
               NOT AT END
                   IF InterestFairId IN FairInterestRecord =
                      LeadFairId IN FairLeadRecord AND
                      InterestUsername IN FairInterestRecord =
                      LeadUsername IN FairLeadRecord AND
                      InterestEmployerId IN FairInterestRecord =
                      LinkedEmployerId
                       MOVE 'Y' TO FairLeadPreRegistered
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FairInterestFile

           MOVE LeadUsername IN FairLeadRecord TO FerpaCheckTarget
           PERFORM CheckFerpaSuppressed
           MOVE SPACES TO FairLeadEntry
           IF FerpaSuppressed = 'N'
               OPEN INPUT UserProfileRecordFile
               MOVE LeadUsername IN FairLeadRecord
                   TO Username-Profile IN UserProfileRecord
               READ UserProfileRecordFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING FUNCTION TRIM(FirstName IN UserProfileRecord)
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(LastName IN UserProfileRecord)
                       DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       FUNCTION TRIM(Major IN UserProfileRecord)
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       GraduationYear IN UserProfileRecord DELIMITED BY SIZE
                       INTO FairLeadEntry
               END-READ
               CLOSE UserProfileRecordFile
           ELSE
               MOVE "FairLeadList" TO FerpaExclusionPoint
               MOVE CurrentUsername TO FerpaExclusionViewer
               PERFORM RecordFerpaExclusion
           END-IF

           MOVE SPACES TO CurrentMessage
           STRING FUNCTION TRIM(LeadUsername IN FairLeadRecord)
               DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FairLeadStars DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(FairLeadEntry) DELIMITED BY SIZE
               INTO CurrentMessage
           IF FairLeadPreRegistered = 'Y'
               STRING FUNCTION TRIM(CurrentMessage) DELIMITED BY SIZE
                   " [pre-registered]" DELIMITED BY SIZE
                   INTO CurrentMessage
           END-IF
           PERFORM DisplayAndLog
           IF LeadNote IN FairLeadRecord NOT = SPACES
               MOVE SPACES TO CurrentMessage
               STRING "    Note: " DELIMITED BY SIZE
                   FUNCTION TRIM(LeadNote IN FairLeadRecord) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(LeadRecordedBy IN FairLeadRecord)
                   DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

      *> For the student's calendar history and co-curricular record.
       LookupFairLeadNames.
           MOVE SPACES TO FairLeadFairName
           MOVE SPACES TO FairLeadFairDate
           MOVE SPACES TO FairLeadEmployerName
           MOVE 'N' TO EOF-CareerFairFile
           OPEN INPUT CareerFairFile
           PERFORM UNTIL EOF-CareerFairFile = 'Y'
               READ CareerFairFile INTO CareerFairRecord
               AT END
                   MOVE 'Y' TO EOF-CareerFairFile
               NOT AT END
                   IF FairId IN CareerFairRecord = FairLeadLookupFair
                       MOVE FairName IN CareerFairRecord TO FairLeadFairName
                       MOVE FairDate IN CareerFairRecord TO FairLeadFairDate
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CareerFairFile
           MOVE 'N' TO EOF-FairBoothFile
           OPEN INPUT FairBoothFile
           PERFORM UNTIL EOF-FairBoothFile = 'Y'
               READ FairBoothFile INTO FairBoothRecord
               AT END
                   MOVE 'Y' TO EOF-FairBoothFile
               NOT AT END
                   IF BoothFairId IN FairBoothRecord = FairLeadLookupFair AND
                      BoothEmployerId IN FairBoothRecord =
                      FairLeadLookupEmployer
                       MOVE BoothEmployerName IN FairBoothRecord
                           TO FairLeadEmployerName
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FairBoothFile.

      *> Past booth visits stay on the calendar as history.
       ShowCalendarFairVisits.
           MOVE 0 TO FairLeadCount
           MOVE 'N' TO EOF-FairLeadFile
           OPEN INPUT FairLeadFile
           PERFORM UNTIL EOF-FairLeadFile = 'Y'
               READ FairLeadFile INTO FairLeadRecord
               AT END
                   MOVE 'Y' TO EOF-FairLeadFile
               NOT AT END
                   IF LeadUsername IN FairLeadRecord = CurrentUsername
                       ADD 1 TO FairLeadCount
                       IF FairLeadCount = 1
                           MOVE "Career fair booth visits:" TO CurrentMessage
                           PERFORM DisplayAndLog
                       END-IF
                       MOVE LeadFairId IN FairLeadRecord TO FairLeadLookupFair
                       MOVE LeadEmployerId IN FairLeadRecord
                           TO FairLeadLookupEmployer
                       PERFORM LookupFairLeadNames
                       MOVE SPACES TO CurrentMessage
                       STRING LeadDate IN FairLeadRecord DELIMITED BY SIZE
                           "  Visited " DELIMITED BY SIZE
                           FUNCTION TRIM(FairLeadEmployerName)
                           DELIMITED BY SIZE
                           " at " DELIMITED BY SIZE
                           FUNCTION TRIM(FairLeadFairName) DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FairLeadFile.

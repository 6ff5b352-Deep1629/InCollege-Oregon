           IF TemplateLoaded = 'N'
               PERFORM EnterJobFields
           END-IF
           PERFORM CheckPostingLocation
           PERFORM EnterJobDeadline
           PERFORM EnterJobWorkAuth
           PERFORM EnterJobWorkType
           PERFORM EnterPostingOpenings
           MOVE 'N' TO DuplicateJobFound
           MOVE 'N' TO EOF-JobFile
           OPEN INPUT JobFile
           PERFORM UNTIL EOF-JobFile = 'Y'
               READ JobFile NEXT INTO JobRecord
               AT END
                   MOVE 'Y' TO EOF-JobFile
               NOT AT END
               PERFORM StampCreatedDate
               PERFORM GetNextJobId
               PERFORM EnsureEmployerRecord
               MOVE "jobs.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN I-O JobFile
               MOVE SPACES TO JobRecord
               MOVE CurrentUsername TO JobUsername IN JobRecord
               MOVE CurrentJobTitle TO JobTitle IN JobRecord
               MOVE ShareNetworkChoice TO JobSharedFlag IN JobRecord
               MOVE CampusCodeValue TO JobOriginCampus IN JobRecord
               MOVE ScreenHitAccum TO JobScreenFlags IN JobRecord
               MOVE CurrentJobWorkAuth TO JobWorkAuth IN JobRecord
               MOVE CurrentJobWorkType TO JobWorkType IN JobRecord
               WRITE JobRecord
               INVALID KEY
                   CONTINUE
               END-WRITE
               CLOSE JobFile
               MOVE "jobs.dat" TO JournalMasterName
               PERFORM JournalAfterImage
               MOVE LastJobIdValue TO JshJobIdValue
               MOVE SPACES TO JshOldStatusValue
               MOVE "Pending" TO JshNewStatusValue
               PERFORM WriteJobStatusHistory
               IF OpeningsEntryValue > 1
                   MOVE LastJobIdValue TO OpeningsJobId
                   PERFORM SavePostingOpenings
               END-IF
               MOVE "JOB_POST" TO AuditActionName
               MOVE CurrentJobTitle TO AuditDetailText
               PERFORM WriteAuditLog
                   "). It will appear in Browse Jobs once approved." DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
               MOVE LastJobIdValue TO PostingQuestionJobId
               PERFORM EnterPostingQuestions
               IF ScreenHitCount > 0
                   MOVE "Note: the posting text matched the screening term list and will get extra review."
                       TO CurrentMessage
               END-IF
           END-READ.

       EnterJobWorkAuth.
           MOVE "Work authorization - 1=US-authorized only, 2=CPT/OPT accepted, 3=Sponsorship available, 0=Not stated:"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           PERFORM SetJobWorkAuthFromOption
           MOVE WorkAuthEntry TO CurrentJobWorkAuth.

       SetJobWorkAuthFromOption.
           EVALUATE MenuOption
               WHEN 1
                   MOVE "US" TO WorkAuthEntry
               WHEN 2
                   MOVE "CPT" TO WorkAuthEntry
               WHEN 3
                   MOVE "SPON" TO WorkAuthEntry
               WHEN OTHER
                   MOVE SPACES TO WorkAuthEntry
           END-EVALUATE.

      *> The location must be on the location master or an alias of a
      *> place on it; either way the master name is what is stored. A
      *> second unknown entry is kept as typed and turns up on the
      *> reference data cleanup report for staff to map.
       CheckPostingLocation.
           PERFORM LoadLocationTable
           IF LocTableCount > 0
               MOVE CurrentJobLocation TO LocLookupText
               PERFORM ResolveLocationText
               IF LocResolvedIndex = 0 THEN
                   MOVE "That location is not on the location list." TO CurrentMessage
                   PERFORM DisplayAndLog
                   PERFORM ListLocationMaster
                   MOVE "Enter the Job Location again:" TO CurrentMessage
                   PERFORM DisplayAndLog
                   READ InputFile INTO InputRecord
                   AT END
                       PERFORM CountUnansweredPrompt
                       MOVE 'Y' TO EOF-InputFile
                   NOT AT END
                       PERFORM IncrementInputCheckpoint
                       IF FUNCTION TRIM(InputRecord(1:50)) NOT = SPACES
                           MOVE FUNCTION TRIM(InputRecord(1:50))
                               TO CurrentJobLocation
                       END-IF
                   END-READ
                   MOVE CurrentJobLocation TO LocLookupText
                   PERFORM ResolveLocationText
                   IF LocResolvedIndex = 0 THEN
                       MOVE "Still not on the location list; kept as entered for staff to map."
                           TO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
               END-IF
               IF LocResolvedIndex > 0 AND
                  LocResolvedName NOT = CurrentJobLocation
                   MOVE LocResolvedName TO CurrentJobLocation
                   MOVE SPACES TO CurrentMessage
                   STRING "Location recorded as " DELIMITED BY SIZE
                       FUNCTION TRIM(CurrentJobLocation) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM DisplayAndLog
               END-IF
           END-IF.

       ListLocationMaster.
           MOVE "Locations on file:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM VARYING LocIndex FROM 1 BY 1
               UNTIL LocIndex > LocTableCount
               MOVE SPACES TO CurrentMessage
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(LocTabName(LocIndex)) DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-PERFORM.

      *> Defaults to what the location text suggests ("Remote - US").
       EnterJobWorkType.
           MOVE CurrentJobLocation TO LocLookupText
           PERFORM InferWorkType
           PERFORM DescribeWorkType
           MOVE SPACES TO CurrentMessage
           STRING "Work type - 1=On-site, 2=Hybrid, 3=Remote, 0=" DELIMITED BY SIZE
               FUNCTION TRIM(LocWorkTypeLabel) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           EVALUATE MenuOption
               WHEN 1
                   MOVE 'O' TO CurrentJobWorkType
               WHEN 2
                   MOVE 'H' TO CurrentJobWorkType
               WHEN 3
                   MOVE 'R' TO CurrentJobWorkType
               WHEN OTHER
                   MOVE LocWorkTypeCode TO CurrentJobWorkType
           END-EVALUATE.

       OfferJobTemplates.
           MOVE "Create this posting from a template? (Y/N):" TO CurrentMessage
           PERFORM DisplayAndLog
           WRITE TempJobTemplateRecord FROM JobTemplateRecord
           CLOSE TempJobTemplateFile

           MOVE "job_templates.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "job_templates.dat"
           CALL "CBL_RENAME_FILE" USING "job_templates_temp.dat"
               "job_templates.dat"
           PERFORM JournalAfterImage.

IDENTIFICATION DIVISION.
       PROGRAM-ID. RollForward.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalMarkFile ASSIGN TO JournalMarkName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AuditFile ASSIGN TO "audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "output/RollForwardReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD JournalFile.
       01 JournalEntryRecord.
           05 JournalEntrySeq PIC 9(8).
           05 JournalEntryStamp PIC X(19).
           05 JournalEntryProgram PIC X(24).
           05 JournalEntryUser PIC X(20).
           05 JournalEntryFile PIC X(27).
           05 JournalEntryBeforeFlag PIC X(1).
           05 JournalEntryBeforeSize PIC 9(12).
           05 JournalEntryAfterSize PIC 9(12).

       FD JournalMarkFile.
       01 JournalMarkRecord.
           05 JournalMarkSeq PIC 9(8).
           05 JournalMarkDate PIC X(10).

       FD AuditFile.
       01 AuditRecord.
           05 AuditUsername PIC X(20).
           05 AuditTimestamp PIC X(20).
           05 AuditAction PIC X(20).
           05 AuditDetail PIC X(100).
           05 AuditChainDigest PIC X(20).

       FD ReportFile.
       01 ReportRecord PIC X(132).

       WORKING-STORAGE SECTION.
       01 CurrentMessage PIC X(132).
      *> The journalled master files, as protected by BackupGenerations.
      *> Logs and rebuilt files are not journalled and are left as they
      *> stand rather than wound back to the generation.
       01 RollFileNameList.
           05 FILLER PIC X(27) VALUE "users.dat".
           05 FILLER PIC X(27) VALUE "profiles.dat".
           05 FILLER PIC X(27) VALUE "connections.dat".
           05 FILLER PIC X(27) VALUE "messages.dat".
           05 FILLER PIC X(27) VALUE "applications.dat".
           05 FILLER PIC X(27) VALUE "jobs.dat".
           05 FILLER PIC X(27) VALUE "endorsements.dat".
           05 FILLER PIC X(27) VALUE "blocked_users.dat".
           05 FILLER PIC X(27) VALUE "experience.dat".
           05 FILLER PIC X(27) VALUE "education.dat".
           05 FILLER PIC X(27) VALUE "recent_views.dat".
           05 FILLER PIC X(27) VALUE "skills_completed.dat".
           05 FILLER PIC X(27) VALUE "notifications.dat".
           05 FILLER PIC X(27) VALUE "saved_searches.dat".
           05 FILLER PIC X(27) VALUE "recommendations.dat".
           05 FILLER PIC X(27) VALUE "job_counter.dat".
           05 FILLER PIC X(27) VALUE "employers.dat".
           05 FILLER PIC X(27) VALUE "employer_counter.dat".
           05 FILLER PIC X(27) VALUE "interviews.dat".
           05 FILLER PIC X(27) VALUE "groups.dat".
           05 FILLER PIC X(27) VALUE "group_members.dat".
           05 FILLER PIC X(27) VALUE "events.dat".
           05 FILLER PIC X(27) VALUE "event_rsvps.dat".
           05 FILLER PIC X(27) VALUE "event_counter.dat".
           05 FILLER PIC X(27) VALUE "reports.dat".
           05 FILLER PIC X(27) VALUE "report_counter.dat".
           05 FILLER PIC X(27) VALUE "password_history.dat".
           05 FILLER PIC X(27) VALUE "mentor_prefs.dat".
           05 FILLER PIC X(27) VALUE "announcements.dat".
           05 FILLER PIC X(27) VALUE "announcement_acks.dat".
           05 FILLER PIC X(27) VALUE "announcement_counter.dat".
           05 FILLER PIC X(27) VALUE "recommendations_text.dat".
           05 FILLER PIC X(27) VALUE "message_contacts.dat".
           05 FILLER PIC X(27) VALUE "universities.dat".
           05 FILLER PIC X(27) VALUE "majors.dat".
           05 FILLER PIC X(27) VALUE "advisor_majors.dat".
           05 FILLER PIC X(27) VALUE "ref_aliases.dat".
           05 FILLER PIC X(27) VALUE "group_posts.dat".
           05 FILLER PIC X(27) VALUE "offers.dat".
           05 FILLER PIC X(27) VALUE "mentorships.dat".
           05 FILLER PIC X(27) VALUE "mentor_sessions.dat".
           05 FILLER PIC X(27) VALUE "placement_hours.dat".
           05 FILLER PIC X(27) VALUE "employer_users.dat".
           05 FILLER PIC X(27) VALUE "skills.dat".
           05 FILLER PIC X(27) VALUE "job_status_history.dat".
           05 FILLER PIC X(27) VALUE "advisor_slots.dat".
           05 FILLER PIC X(27) VALUE "advisor_notes.dat".
           05 FILLER PIC X(27) VALUE "surveys.dat".
           05 FILLER PIC X(27) VALUE "survey_questions.dat".
           05 FILLER PIC X(27) VALUE "survey_responses.dat".
           05 FILLER PIC X(27) VALUE "survey_counter.dat".
           05 FILLER PIC X(27) VALUE "pending_actions.dat".
           05 FILLER PIC X(27) VALUE "message_limits.dat".
           05 FILLER PIC X(27) VALUE "message_send_counts.dat".
           05 FILLER PIC X(27) VALUE "layout_versions.dat".
           05 FILLER PIC X(27) VALUE "career_fairs.dat".
           05 FILLER PIC X(27) VALUE "fair_booths.dat".
           05 FILLER PIC X(27) VALUE "fair_interest.dat".
           05 FILLER PIC X(27) VALUE "fair_counter.dat".
           05 FILLER PIC X(27) VALUE "notif_prefs.dat".
           05 FILLER PIC X(27) VALUE "saved_jobs.dat".
           05 FILLER PIC X(27) VALUE "archive_periods.dat".
           05 FILLER PIC X(27) VALUE "job_templates.dat".
           05 FILLER PIC X(27) VALUE "applicant_notes.dat".
           05 FILLER PIC X(27) VALUE "open_to_work.dat".
           05 FILLER PIC X(27) VALUE "availability.dat".
           05 FILLER PIC X(27) VALUE "screening_terms.dat".
           05 FILLER PIC X(27) VALUE "anon_counter.dat".
           05 FILLER PIC X(27) VALUE "pending_action_counter.dat".
           05 FILLER PIC X(27) VALUE "user_contacts.dat".
           05 FILLER PIC X(27) VALUE "relay_counter.dat".
           05 FILLER PIC X(27) VALUE "term_calendar.dat".
           05 FILLER PIC X(27) VALUE "posting_questions.dat".
           05 FILLER PIC X(27) VALUE "posting_answers.dat".
           05 FILLER PIC X(27) VALUE "work_authorizations.dat".
           05 FILLER PIC X(27) VALUE "work_study_awards.dat".
           05 FILLER PIC X(27) VALUE "learning_agreements.dat".
           05 FILLER PIC X(27) VALUE "employer_suspensions.dat".
           05 FILLER PIC X(27) VALUE "fair_booths_held.dat".
           05 FILLER PIC X(27) VALUE "ferpa_suppressions.dat".
           05 FILLER PIC X(27) VALUE "legal_holds.dat".
           05 FILLER PIC X(27) VALUE "recert_items.dat".
           05 FILLER PIC X(27) VALUE "interface_sequences.dat".
           05 FILLER PIC X(27) VALUE "application_forwards.dat".
           05 FILLER PIC X(27) VALUE "report_inbox.dat".
           05 FILLER PIC X(27) VALUE "report_requests.dat".
           05 FILLER PIC X(27) VALUE "report_request_counter.dat".
           05 FILLER PIC X(27) VALUE "kpi_snapshots.dat".
           05 FILLER PIC X(27) VALUE "dormant_nudges.dat".
           05 FILLER PIC X(27) VALUE "at_risk_worklist.dat".
           05 FILLER PIC X(27) VALUE "milestones.dat".
           05 FILLER PIC X(27) VALUE "resume_reviews.dat".
           05 FILLER PIC X(27) VALUE "external_applications.dat".
           05 FILLER PIC X(27) VALUE "certifications.dat".
           05 FILLER PIC X(27) VALUE "profile_import_rejects.dat".
           05 FILLER PIC X(27) VALUE "ats_postings.dat".
           05 FILLER PIC X(27) VALUE "ats_sent.dat".
           05 FILLER PIC X(27) VALUE "referrals.dat".
           05 FILLER PIC X(27) VALUE "posting_qa.dat".
           05 FILLER PIC X(27) VALUE "employer_reviews.dat".
           05 FILLER PIC X(27) VALUE "posting_owners.dat".
           05 FILLER PIC X(27) VALUE "primary_contacts.dat".
           05 FILLER PIC X(27) VALUE "employer_contacts.dat".
           05 FILLER PIC X(27) VALUE "fair_leads.dat".
           05 FILLER PIC X(27) VALUE "fair_leads_sent.dat".
           05 FILLER PIC X(27) VALUE "event_series.dat".
           05 FILLER PIC X(27) VALUE "event_occurrences.dat".
           05 FILLER PIC X(27) VALUE "accommodations.dat".
           05 FILLER PIC X(27) VALUE "self_id.dat".
           05 FILLER PIC X(27) VALUE "message_outbox.dat".
           05 FILLER PIC X(27) VALUE "connection_tags.dat".
           05 FILLER PIC X(27) VALUE "recycle_bin.dat".
           05 FILLER PIC X(27) VALUE "posting_openings.dat".
           05 FILLER PIC X(27) VALUE "career_history.dat".
           05 FILLER PIC X(27) VALUE "verification_letters.dat".
           05 FILLER PIC X(27) VALUE "references.dat".
           05 FILLER PIC X(27) VALUE "reference_checks.dat".
           05 FILLER PIC X(27) VALUE "locations.dat".
       01 RollFileNameTable REDEFINES RollFileNameList.
           05 RollFileName PIC X(27) OCCURS 118 TIMES.
       01 RollFileIndex PIC 9(3) VALUE 0.

       01 RollGenerationEnv PIC X(10).
       01 RollGeneration PIC 9(1) VALUE 0.
       01 RollCutoffEnv PIC X(20).
       01 RollCutoff PIC X(19).
       01 BackupDirName PIC X(20).
       01 BackupSourceName PIC X(50).
       01 JournalMarkName PIC X(50).
       01 RollMarkSeq PIC 9(8) VALUE 0.
       01 RollMarkFound PIC X VALUE 'N'.
       01 RollImageName PIC X(40).
       01 RollCheckDetails.
           05 RollCheckSize PIC 9(18) COMP.
           05 FILLER PIC X(56).
       01 RollMasterExists PIC X VALUE 'N'.
       01 RollMasterSize PIC 9(12) VALUE 0.
       01 RollEntryOk PIC X VALUE 'N'.
       01 RollFailReason PIC X(40).
       01 EOF-JournalFile PIC X VALUE 'N'.

       01 BlockedFileTable.
           05 BlockedFileName PIC X(27) OCCURS 100 TIMES.
       01 BlockedFileCount PIC 9(3) VALUE 0.
       01 BlockedFileIndex PIC 9(3) VALUE 0.
       01 BlockedFileFound PIC X VALUE 'N'.

       01 FilesRestoredCount PIC 9(3) VALUE 0.
       01 FilesMissingCount PIC 9(3) VALUE 0.
       01 EntriesInGenerationCount PIC 9(6) VALUE 0.
       01 EntriesAppliedCount PIC 9(6) VALUE 0.
       01 EntriesFailedCount PIC 9(6) VALUE 0.
       01 EntriesAfterCutoffCount PIC 9(6) VALUE 0.

       01 ReportTitle PIC X(60).
       01 ReportRunDate PIC X(10).
       01 ReportPageNumber PIC 9(3) VALUE 0.
       01 ReportLineCount PIC 9(3) VALUE 0.
       01 ReportPageSize PIC 9(3) VALUE 50.
       01 ReportHeaderLine PIC X(132).

       01 ChainDigestInput PIC X(200).
       01 ChainDigestValue PIC X(20).
       01 ChainDigestAccum PIC 9(18) COMP VALUE 0.
       01 ChainDigestDigits PIC 9(16) VALUE 0.
       01 ChainDigestIndex PIC 9(3) VALUE 0.
       01 ChainDigestLength PIC 9(3) VALUE 0.
       01 PrevAuditDigest PIC X(20).
       01 EOF-AuditChainScan PIC X VALUE 'N'.
       01 FixedTimestamp PIC X(20).
       01 CurrentDateTime PIC X(21).
       01 RunTimestamp PIC X(20).

       PROCEDURE DIVISION.
       MainSection.
           MOVE SPACES TO RollGenerationEnv
           ACCEPT RollGenerationEnv
               FROM ENVIRONMENT "INCOLLEGE_ROLLFORWARD_GEN"
           IF FUNCTION TRIM(RollGenerationEnv) = SPACES OR
              FUNCTION TRIM(RollGenerationEnv) IS NOT NUMERIC THEN
               MOVE "INCOLLEGE_ROLLFORWARD_GEN not set (1-9); nothing restored."
                   TO CurrentMessage
               DISPLAY CurrentMessage
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(RollGenerationEnv) TO RollGeneration
           MOVE SPACES TO BackupDirName
           STRING "backup/gen" DELIMITED BY SIZE
               RollGeneration DELIMITED BY SIZE
               INTO BackupDirName

           PERFORM DetermineRunTimestamp
           PERFORM DetermineCutoff

           OPEN OUTPUT ReportFile
           MOVE "InCollege Roll-Forward Recovery" TO ReportTitle
           MOVE RunTimestamp(1:10) TO ReportRunDate
           MOVE SPACES TO CurrentMessage
           STRING "Generation: " DELIMITED BY SIZE
               FUNCTION TRIM(BackupDirName) DELIMITED BY SIZE
               "   Roll forward to: " DELIMITED BY SIZE
               RollCutoff DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine

           PERFORM ReadGenerationMark
           IF RollMarkFound = 'N'
               MOVE "No journal mark in this generation; every journal entry on file will be considered."
                   TO CurrentMessage
               PERFORM WriteReportLine
           END-IF

           PERFORM VARYING RollFileIndex FROM 1 BY 1
               UNTIL RollFileIndex > 118
               PERFORM RestoreRollFile
           END-PERFORM
           MOVE SPACES TO CurrentMessage
           STRING FilesRestoredCount DELIMITED BY SIZE
               " file(s) restored from the generation, " DELIMITED BY SIZE
               FilesMissingCount DELIMITED BY SIZE
               " not in it and left as they stand" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           PERFORM WriteReportLine

           MOVE "Transactions applied and not applied:" TO CurrentMessage
           PERFORM WriteReportLine
           MOVE 'N' TO EOF-JournalFile
           OPEN INPUT JournalFile
           PERFORM UNTIL EOF-JournalFile = 'Y'
               READ JournalFile INTO JournalEntryRecord
               AT END
                   MOVE 'Y' TO EOF-JournalFile
               NOT AT END
                   PERFORM ApplyJournalEntry
               END-READ
           END-PERFORM
           CLOSE JournalFile

           MOVE SPACES TO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Applied: " DELIMITED BY SIZE
               EntriesAppliedCount DELIMITED BY SIZE
               "  not applied: " DELIMITED BY SIZE
               EntriesFailedCount DELIMITED BY SIZE
               "  already in generation: " DELIMITED BY SIZE
               EntriesInGenerationCount DELIMITED BY SIZE
               "  after cutoff: " DELIMITED BY SIZE
               EntriesAfterCutoffCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           PERFORM FinishReport
           CLOSE ReportFile

           PERFORM WriteRollForwardAudit
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       DetermineRunTimestamp.
           MOVE SPACES TO FixedTimestamp
           ACCEPT FixedTimestamp FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
           IF FUNCTION TRIM(FixedTimestamp) = SPACES
               MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
               MOVE SPACES TO RunTimestamp
               STRING CurrentDateTime(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(7:2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CurrentDateTime(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   CurrentDateTime(11:2) DELIMITED BY SIZE
                   INTO RunTimestamp
           ELSE
               MOVE FixedTimestamp TO RunTimestamp
           END-IF.

      *> The cutoff is inclusive: a date alone means the end of that day
      *> and a time without seconds means the end of that minute. With no
      *> cutoff the whole journal is replayed.
       DetermineCutoff.
           MOVE SPACES TO RollCutoffEnv
           ACCEPT RollCutoffEnv FROM ENVIRONMENT "INCOLLEGE_ROLLFORWARD_TO"
           MOVE FUNCTION TRIM(RollCutoffEnv) TO RollCutoff
           IF RollCutoff = SPACES
               MOVE "9999-12-31 23:59:59" TO RollCutoff
           ELSE
               IF RollCutoff(11:9) = SPACES
                   MOVE " 23:59:59" TO RollCutoff(11:9)
               ELSE
                   IF RollCutoff(17:3) = SPACES
                       MOVE ":59" TO RollCutoff(17:3)
                   END-IF
               END-IF
           END-IF.

      *> BackupGenerations leaves the journal sequence reached at backup
      *> time in the generation; entries up to it are already in the copy.
       ReadGenerationMark.
           MOVE 0 TO RollMarkSeq
           MOVE 'N' TO RollMarkFound
           MOVE SPACES TO JournalMarkName
           STRING FUNCTION TRIM(BackupDirName) DELIMITED BY SIZE
               "/journal_mark.dat" DELIMITED BY SIZE
               INTO JournalMarkName
           OPEN INPUT JournalMarkFile
           READ JournalMarkFile
           AT END
               CONTINUE
           NOT AT END
               IF JournalMarkSeq IS NUMERIC
                   MOVE JournalMarkSeq TO RollMarkSeq
                   MOVE 'Y' TO RollMarkFound
               END-IF
           END-READ
           CLOSE JournalMarkFile.

       RestoreRollFile.
           MOVE SPACES TO BackupSourceName
           STRING FUNCTION TRIM(BackupDirName) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(RollFileName(RollFileIndex)) DELIMITED BY SIZE
               INTO BackupSourceName
           CALL "CBL_CHECK_FILE_EXIST" USING BackupSourceName
               RollCheckDetails
           IF RETURN-CODE = 0 THEN
               CALL "CBL_COPY_FILE" USING BackupSourceName
                   RollFileName(RollFileIndex)
               IF RETURN-CODE = 0 THEN
                   ADD 1 TO FilesRestoredCount
               END-IF
           ELSE
               ADD 1 TO FilesMissingCount
           END-IF.

      *> An entry is applied only when the file is exactly as the entry
      *> found it (same existence and size as its before-image). Once one
      *> entry for a file cannot be applied, later ones for that file
      *> cannot be either, since each builds on the one before.
       ApplyJournalEntry.
           IF JournalEntrySeq <= RollMarkSeq
               ADD 1 TO EntriesInGenerationCount
           ELSE
               IF JournalEntryStamp > RollCutoff
                   ADD 1 TO EntriesAfterCutoffCount
               ELSE
                   MOVE 'Y' TO RollEntryOk
                   MOVE SPACES TO RollFailReason
                   PERFORM CheckFileBlocked
                   IF BlockedFileFound = 'Y'
                       MOVE 'N' TO RollEntryOk
                       MOVE "earlier change to file not applied"
                           TO RollFailReason
                   END-IF
                   IF RollEntryOk = 'Y'
                       PERFORM CheckMasterMatchesBefore
                   END-IF
                   IF RollEntryOk = 'Y'
                       PERFORM CopyAfterImage
                   END-IF
                   IF RollEntryOk = 'Y'
                       ADD 1 TO EntriesAppliedCount
                       MOVE SPACES TO CurrentMessage
                       STRING "APPLIED  " DELIMITED BY SIZE
                           JournalEntrySeq DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           JournalEntryStamp DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           JournalEntryFile DELIMITED BY SIZE
                           FUNCTION TRIM(JournalEntryProgram) DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           FUNCTION TRIM(JournalEntryUser) DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM WriteReportLine
                   ELSE
                       ADD 1 TO EntriesFailedCount
                       IF BlockedFileFound = 'N' AND BlockedFileCount < 100
                           ADD 1 TO BlockedFileCount
                           MOVE JournalEntryFile
                               TO BlockedFileName(BlockedFileCount)
                       END-IF
                       MOVE SPACES TO CurrentMessage
                       STRING "NOT APPLIED " DELIMITED BY SIZE
                           JournalEntrySeq DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           JournalEntryStamp DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           JournalEntryFile DELIMITED BY SIZE
                           FUNCTION TRIM(JournalEntryProgram) DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           FUNCTION TRIM(JournalEntryUser) DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           FUNCTION TRIM(RollFailReason) DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM WriteReportLine
                   END-IF
               END-IF
           END-IF.

       CheckFileBlocked.
           MOVE 'N' TO BlockedFileFound
           PERFORM VARYING BlockedFileIndex FROM 1 BY 1
               UNTIL BlockedFileIndex > BlockedFileCount
                   OR BlockedFileFound = 'Y'
               IF BlockedFileName(BlockedFileIndex) = JournalEntryFile
                   MOVE 'Y' TO BlockedFileFound
               END-IF
           END-PERFORM.

       CheckMasterMatchesBefore.
           MOVE LOW-VALUES TO RollCheckDetails
           CALL "CBL_CHECK_FILE_EXIST" USING JournalEntryFile
               RollCheckDetails
           IF RETURN-CODE = 0
               MOVE 'Y' TO RollMasterExists
               MOVE RollCheckSize TO RollMasterSize
           ELSE
               MOVE 'N' TO RollMasterExists
               MOVE 0 TO RollMasterSize
           END-IF
           IF JournalEntryBeforeFlag = 'Y'
               IF RollMasterExists = 'N' OR
                  RollMasterSize NOT = JournalEntryBeforeSize
                   MOVE 'N' TO RollEntryOk
                   MOVE "file does not match before-image"
                       TO RollFailReason
               END-IF
           ELSE
               IF RollMasterExists = 'Y' AND RollMasterSize > 0
                   MOVE 'N' TO RollEntryOk
                   MOVE "file exists but entry created it"
                       TO RollFailReason
               END-IF
           END-IF.

       CopyAfterImage.
           MOVE SPACES TO RollImageName
           STRING "journal/J" DELIMITED BY SIZE
               JournalEntrySeq DELIMITED BY SIZE
               ".aft" DELIMITED BY SIZE
               INTO RollImageName
           CALL "CBL_CHECK_FILE_EXIST" USING RollImageName
               RollCheckDetails
           IF RETURN-CODE NOT = 0
               MOVE 'N' TO RollEntryOk
               MOVE "after-image missing from journal" TO RollFailReason
           ELSE
               CALL "CBL_COPY_FILE" USING RollImageName JournalEntryFile
               IF RETURN-CODE NOT = 0
                   MOVE 'N' TO RollEntryOk
                   MOVE "after-image could not be copied" TO RollFailReason
               END-IF
           END-IF.

       GetLastAuditDigest.
           MOVE SPACES TO PrevAuditDigest
           MOVE 'N' TO EOF-AuditChainScan
           OPEN INPUT AuditFile
           PERFORM UNTIL EOF-AuditChainScan = 'Y'
               READ AuditFile INTO AuditRecord
               AT END
                   MOVE 'Y' TO EOF-AuditChainScan
               NOT AT END
                   MOVE AuditChainDigest IN AuditRecord TO PrevAuditDigest
               END-READ
           END-PERFORM
           CLOSE AuditFile.

       WriteRollForwardAudit.
           PERFORM GetLastAuditDigest
           OPEN EXTEND AuditFile
           MOVE "OPERATOR" TO AuditUsername
           MOVE RunTimestamp TO AuditTimestamp
           MOVE "ROLLFORWARD" TO AuditAction
           MOVE SPACES TO AuditDetail
           STRING FUNCTION TRIM(BackupDirName) DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               RollCutoff DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               EntriesAppliedCount DELIMITED BY SIZE
               " applied, " DELIMITED BY SIZE
               EntriesFailedCount DELIMITED BY SIZE
               " not applied" DELIMITED BY SIZE
               INTO AuditDetail
           MOVE SPACES TO ChainDigestInput
           STRING PrevAuditDigest DELIMITED BY SIZE
               AuditUsername IN AuditRecord DELIMITED BY SIZE
               AuditTimestamp IN AuditRecord DELIMITED BY SIZE
               AuditAction IN AuditRecord DELIMITED BY SIZE
               AuditDetail IN AuditRecord DELIMITED BY SIZE
               INTO ChainDigestInput
           PERFORM ComputeChainDigest
           MOVE ChainDigestValue TO AuditChainDigest IN AuditRecord
           WRITE AuditRecord
           CLOSE AuditFile.

       COPY "ReportFormat.cob".

       COPY "ChainDigest.cob".

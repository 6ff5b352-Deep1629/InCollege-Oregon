               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AuditFile ASSIGN TO "audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalControlFile ASSIGN TO "journal_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalMarkFile ASSIGN TO JournalMarkName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempJournalFile ASSIGN TO "journal_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 AuditDetail PIC X(100).
           05 AuditChainDigest PIC X(20).

       FD JournalControlFile.
       01 JournalControlRecord.
           05 JournalControlSeq PIC 9(8).

       FD JournalMarkFile.
       01 JournalMarkRecord.
           05 JournalMarkSeq PIC 9(8).
           05 JournalMarkDate PIC X(10).

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

       FD TempJournalFile.
       01 TempJournalEntryRecord PIC X(123).

       WORKING-STORAGE SECTION.
       01 CurrentMessage PIC X(100).
       01 BackupNameList.
           05 FILLER PIC X(27) VALUE "pending_action_counter.dat".
           05 FILLER PIC X(27) VALUE "dailyops_hwm.dat".
           05 FILLER PIC X(27) VALUE "weeklydigest_hwm.dat".
           05 FILLER PIC X(27) VALUE "user_contacts.dat".
           05 FILLER PIC X(27) VALUE "otp_codes.dat".
           05 FILLER PIC X(27) VALUE "relay_log.dat".
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
           05 FILLER PIC X(27) VALUE "ferpa_exclusions.dat".
           05 FILLER PIC X(27) VALUE "ferpa_report_hwm.dat".
           05 FILLER PIC X(27) VALUE "legal_holds.dat".
           05 FILLER PIC X(27) VALUE "legal_hold_skips.dat".
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
       01 BackupNameTable REDEFINES BackupNameList.
           05 BackupFileName PIC X(27) OCCURS 133 TIMES.
       01 BackupFileIndex PIC 9(3) VALUE 0.

       01 BackupGenerationMax PIC 9(1) VALUE 3.
       01 BackupGenerationEnv PIC X(10).
       01 BackupDirName PIC X(20).
       01 BackupTargetName PIC X(50).
       01 SourceCheckDetails PIC X(64).
       01 FilesCopiedCount PIC 9(3) VALUE 0.
       01 FilesMissingCount PIC 9(3) VALUE 0.
       01 ChainDigestInput PIC X(200).
       01 ChainDigestValue PIC X(20).
       01 ChainDigestAccum PIC 9(18) COMP VALUE 0.
       01 ChainDigestLength PIC 9(3) VALUE 0.
       01 PrevAuditDigest PIC X(20).
       01 EOF-AuditChainScan PIC X VALUE 'N'.
       01 JournalMarkName PIC X(50).
       01 JournalSeqNow PIC 9(8) VALUE 0.
       01 JournalLowestMark PIC 9(8) VALUE 0.
       01 JournalGenIndex PIC 9(1) VALUE 0.
       01 JournalGenMarkFound PIC X VALUE 'N'.
       01 JournalImageName PIC X(40).
       01 JournalPrunedCount PIC 9(6) VALUE 0.
       01 EOF-JournalFile PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MainSection.
           CALL "CBL_CREATE_DIR" USING BackupDirName

           PERFORM VARYING BackupFileIndex FROM 1 BY 1
               UNTIL BackupFileIndex > 133
               PERFORM CopyOneFile
           END-PERFORM

           PERFORM WriteJournalMark
           PERFORM SaveBackupControl
           PERFORM WriteBackupAudit
           PERFORM PruneJournal

           MOVE SPACES TO CurrentMessage
           STRING "Backup generation " DELIMITED BY SIZE
               " not present" DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage
           MOVE SPACES TO CurrentMessage
           STRING "Journal at entry " DELIMITED BY SIZE
               JournalSeqNow DELIMITED BY SIZE
               "; " DELIMITED BY SIZE
               JournalPrunedCount DELIMITED BY SIZE
               " entries older than every generation removed"
               DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage
           MOVE 0 TO RETURN-CODE
           STOP RUN.

           WRITE BackupControlRecord
           CLOSE BackupControlFile.

      *> The journal sequence reached at backup time goes into the
      *> generation so RollForward knows which entries the copy already
      *> holds.
       WriteJournalMark.
           MOVE 0 TO JournalSeqNow
           OPEN INPUT JournalControlFile
           READ JournalControlFile
           AT END
               CONTINUE
           NOT AT END
               IF JournalControlSeq IS NUMERIC
                   MOVE JournalControlSeq TO JournalSeqNow
               END-IF
           END-READ
           CLOSE JournalControlFile
           MOVE SPACES TO JournalMarkName
           STRING FUNCTION TRIM(BackupDirName) DELIMITED BY SIZE
               "/journal_mark.dat" DELIMITED BY SIZE
               INTO JournalMarkName
           OPEN OUTPUT JournalMarkFile
           MOVE JournalSeqNow TO JournalMarkSeq
           MOVE BackupDate TO JournalMarkDate
           WRITE JournalMarkRecord
           CLOSE JournalMarkFile.

      *> Entries at or below the lowest mark across the generations kept
      *> can no longer be needed by any roll-forward. A generation with no
      *> mark (not yet taken, or taken before journalling) keeps the lot.
       PruneJournal.
           MOVE 99999999 TO JournalLowestMark
           PERFORM VARYING JournalGenIndex FROM 1 BY 1
               UNTIL JournalGenIndex > BackupGenerationMax
               MOVE SPACES TO JournalMarkName
               STRING "backup/gen" DELIMITED BY SIZE
                   JournalGenIndex DELIMITED BY SIZE
                   "/journal_mark.dat" DELIMITED BY SIZE
                   INTO JournalMarkName
               MOVE 'N' TO JournalGenMarkFound
               OPEN INPUT JournalMarkFile
               READ JournalMarkFile
               AT END
                   CONTINUE
               NOT AT END
                   IF JournalMarkSeq IS NUMERIC
                       MOVE 'Y' TO JournalGenMarkFound
                       IF JournalMarkSeq < JournalLowestMark
                           MOVE JournalMarkSeq TO JournalLowestMark
                       END-IF
                   END-IF
               END-READ
               CLOSE JournalMarkFile
               IF JournalGenMarkFound = 'N'
                   MOVE 0 TO JournalLowestMark
               END-IF
           END-PERFORM
           IF JournalLowestMark > 0
               MOVE 'N' TO EOF-JournalFile
               OPEN INPUT JournalFile
               OPEN OUTPUT TempJournalFile
               PERFORM UNTIL EOF-JournalFile = 'Y'
                   READ JournalFile INTO JournalEntryRecord
                   AT END
                       MOVE 'Y' TO EOF-JournalFile
                   NOT AT END
                       IF JournalEntrySeq > JournalLowestMark
                           WRITE TempJournalEntryRecord
                               FROM JournalEntryRecord
                       ELSE
                           ADD 1 TO JournalPrunedCount
                           MOVE SPACES TO JournalImageName
                           STRING "journal/J" DELIMITED BY SIZE
                               JournalEntrySeq DELIMITED BY SIZE
                               ".bef" DELIMITED BY SIZE
                               INTO JournalImageName
                           CALL "CBL_DELETE_FILE" USING JournalImageName
                           MOVE SPACES TO JournalImageName
                           STRING "journal/J" DELIMITED BY SIZE
                               JournalEntrySeq DELIMITED BY SIZE
                               ".aft" DELIMITED BY SIZE
                               INTO JournalImageName
                           CALL "CBL_DELETE_FILE" USING JournalImageName
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE JournalFile
               CLOSE TempJournalFile
               CALL "CBL_DELETE_FILE" USING "journal.dat"
               CALL "CBL_RENAME_FILE" USING "journal_temp.dat"
                   "journal.dat"
           END-IF
           MOVE 0 TO RETURN-CODE.

       CopyOneFile.
           CALL "CBL_CHECK_FILE_EXIST"
               USING BackupFileName(BackupFileIndex)

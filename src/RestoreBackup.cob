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

       01 RestoreGenerationEnv PIC X(10).
       01 RestoreGeneration PIC 9(1) VALUE 0.
       01 BackupDirName PIC X(20).
       01 BackupSourceName PIC X(50).
       01 SourceCheckDetails PIC X(64).
       01 FilesRestoredCount PIC 9(3) VALUE 0.
       01 FilesMissingCount PIC 9(3) VALUE 0.
       01 ChainDigestInput PIC X(200).
       01 ChainDigestValue PIC X(20).
       01 ChainDigestAccum PIC 9(18) COMP VALUE 0.
               PERFORM RestoreNamedFile
           ELSE
               PERFORM VARYING BackupFileIndex FROM 1 BY 1
                   UNTIL BackupFileIndex > 133
                   MOVE BackupFileName(BackupFileIndex) TO RestoreOneFile
                   PERFORM RestoreNamedFile
               END-PERFORM

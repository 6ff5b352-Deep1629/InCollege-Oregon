               PERFORM DisplayAndLog
           ELSE
               PERFORM StampCreatedDate
               MOVE "open_to_work.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND OpenToWorkFile
               MOVE SPACES TO OpenToWorkRecord
               MOVE CurrentUsername TO OtwUsername IN OpenToWorkRecord
               MOVE CurrentCreatedDate TO OtwDate IN OpenToWorkRecord
               WRITE OpenToWorkRecord
               CLOSE OpenToWorkFile
               MOVE "open_to_work.dat" TO JournalMasterName
               PERFORM JournalAfterImage
               MOVE "You are now listed as open to opportunities; recruiters can find you."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

      *> Self-declared; employers see it only as eligibility on their
      *> postings, and the international student office uses it for the
      *> CPT/OPT term report.
       ManageWorkAuth.
           MOVE "--- My Work Authorization ---" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE CurrentUsername TO WorkAuthTargetUsername
           PERFORM LookupWorkAuthStatus
           PERFORM DescribeStudentWorkAuth
           MOVE SPACES TO CurrentMessage
           STRING "Current status: " DELIMITED BY SIZE
               FUNCTION TRIM(WorkAuthLabel) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "1. Authorized to work in the US (no sponsorship needed)"
               TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "2. F-1 student eligible for CPT/OPT" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "3. Will need visa sponsorship" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "4. Prefer not to say (clear)" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "0. Back" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           IF MenuOption >= 1 AND MenuOption <= 4 THEN
               IF MenuOption = 4
                   MOVE SPACES TO WorkAuthEntry
               ELSE
                   PERFORM SetJobWorkAuthFromOption
               END-IF
               PERFORM StampCreatedDate
               MOVE 'N' TO EOF-WorkAuthFile
               OPEN INPUT WorkAuthFile
               OPEN OUTPUT TempWorkAuthFile
               PERFORM UNTIL EOF-WorkAuthFile = 'Y'
                   READ WorkAuthFile INTO WorkAuthRecord
                   AT END
                       MOVE 'Y' TO EOF-WorkAuthFile
                   NOT AT END
                       IF WorkAuthUsername IN WorkAuthRecord
                          NOT = CurrentUsername
                           WRITE TempWorkAuthRecord FROM WorkAuthRecord
                       END-IF
                   END-READ
               END-PERFORM
               IF WorkAuthEntry NOT = SPACES
                   MOVE SPACES TO TempWorkAuthRecord
                   MOVE CurrentUsername
                       TO WorkAuthUsername IN TempWorkAuthRecord
                   MOVE WorkAuthEntry TO WorkAuthStatus IN TempWorkAuthRecord
                   MOVE CurrentCreatedDate
                       TO WorkAuthDate IN TempWorkAuthRecord
                   WRITE TempWorkAuthRecord
               END-IF
               CLOSE WorkAuthFile
               CLOSE TempWorkAuthFile
               MOVE "work_authorizations.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "work_authorizations.dat"
               CALL "CBL_RENAME_FILE" USING "work_authorizations_temp.dat"
                   "work_authorizations.dat"
               PERFORM JournalAfterImage
               MOVE "WORKAUTH_SET" TO AuditActionName
               MOVE WorkAuthEntry TO AuditDetailText
               PERFORM WriteAuditLog
               MOVE "Work authorization updated." TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       SearchOpenCandidates.
           MOVE "--- Opt-In Candidate Search ---" TO CurrentMessage
           PERFORM DisplayAndLog
               END-IF
           END-READ

           MOVE "Enter a completed skill or certification to require (blank for any):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           READ InputFile INTO InputRecord
               MOVE SPACES TO CandidateSkillFilter
           NOT AT END
               PERFORM IncrementInputCheckpoint
               MOVE FUNCTION TRIM(InputRecord(1:50)) TO CandidateSkillFilter
           END-READ

           MOVE 0 TO CandidateMatchCount
                   GraduationYear IN UserProfileRecord =
                   CandidateYearFilter)
                   PERFORM CheckCandidateSkill
                   IF CandidateHasSkill = 'Y'
                       MOVE CandidateUsername TO FerpaCheckTarget
                       PERFORM CheckFerpaSuppressed
                       IF FerpaSuppressed = 'Y'
                           MOVE 'N' TO CandidateHasSkill
                           MOVE "CandidateSearch" TO FerpaExclusionPoint
                           MOVE CurrentUsername TO FerpaExclusionViewer
                           PERFORM RecordFerpaExclusion
                       END-IF
                   END-IF
                   IF CandidateHasSkill = 'Y'
                       ADD 1 TO CandidateMatchCount
                       MOVE SPACES TO CurrentMessage
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SkillsCompletedFile
           IF CandidateHasSkill = 'N'
               PERFORM ScanCandidateCertifications
           END-IF.

      *> A current certification the staff have not rejected counts the same
      *> as a completed skill.
       ScanCandidateCertifications.
           PERFORM StampCreatedDate
           MOVE 'N' TO EOF-CertificationFile
           OPEN INPUT CertificationFile
           PERFORM UNTIL EOF-CertificationFile = 'Y' OR
                         CandidateHasSkill = 'Y'
               READ CertificationFile INTO CertificationRecord
               AT END
                   MOVE 'Y' TO EOF-CertificationFile
               NOT AT END
                   IF CertUsername IN CertificationRecord =
                      CandidateUsername AND
                      FUNCTION UPPER-CASE(FUNCTION TRIM(CertName IN CertificationRecord))
                      = FUNCTION UPPER-CASE(FUNCTION TRIM(CandidateSkillFilter))
                      AND FUNCTION TRIM(CertVerifyStatus IN CertificationRecord)
                      NOT = "Rejected"
                      AND (CertExpiryDate IN CertificationRecord = SPACES OR
                       CertExpiryDate IN CertificationRecord >=
                       CurrentCreatedDate)
                       MOVE 'Y' TO CandidateHasSkill
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CertificationFile.

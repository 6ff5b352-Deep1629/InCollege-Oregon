      *> Professional certifications a student holds outside our own skill
      *> lessons (CPR, AWS, CompTIA, food handler, ...). The student records
      *> them in certifications.dat as Unverified; staff mark them Verified
      *> or Rejected from the admin console. A blank expiry date means the
      *> credential does not expire. CertExpiryReminders sends the 60- and
      *> 30-day notices and sets CertReminder60/CertReminder30.
       MyCertificationsMenu.
           MOVE "--- My Certifications ---" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "1. Add a Certification  2. Remove a Certification  3. View My Certifications  0. Back"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           EVALUATE MenuOption
               WHEN 1
                   PERFORM AddCertification
               WHEN 2
                   PERFORM RemoveCertification
               WHEN 3
                   MOVE CurrentUsername TO CertDisplayUsername
                   PERFORM DisplayUserCertifications
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid option. Please try again." TO CurrentMessage
                   PERFORM DisplayAndLog
           END-EVALUATE.

       AddCertification.
           MOVE "Enter the certification name (e.g. AWS Certified Cloud Practitioner):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadCertificationLine
           MOVE CertLineEntry(1:50) TO CertEntryName
           MOVE "Enter the issuing organization:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadCertificationLine
           MOVE CertLineEntry(1:50) TO CertEntryIssuer
           MOVE "Enter the credential ID (blank if none):" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadCertificationLine
           MOVE CertLineEntry(1:30) TO CertEntryCredentialId
           IF CertEntryName = SPACES OR CertEntryIssuer = SPACES
               MOVE "Both the name and the issuer are required; nothing saved."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               PERFORM EnterCertificationDates
           END-IF.

       EnterCertificationDates.
           MOVE SPACES TO CertEntryExpiry
           MOVE 'Y' TO CertEntryValid
           MOVE "Enter the issue date (YYYY-MM-DD):" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadCertificationLine
           MOVE CertLineEntry(1:10) TO DateCheckInput
           PERFORM ValidateDateField
           IF DateCheckValid = 'N' THEN
               MOVE "That is not a valid issue date; nothing saved."
                   TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE 'N' TO CertEntryValid
           ELSE
               MOVE DateCheckNormalized TO CertEntryIssued
               MOVE "Enter the expiry date (YYYY-MM-DD), or leave blank if it does not expire:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadCertificationLine
               IF CertLineEntry NOT = SPACES
                   MOVE CertLineEntry(1:10) TO DateCheckInput
                   PERFORM ValidateDateField
                   IF DateCheckValid = 'N' OR
                      DateCheckNormalized < CertEntryIssued THEN
                       MOVE "That is not a valid expiry date; nothing saved."
                           TO CurrentMessage
                       PERFORM DisplayAndLog
                       MOVE 'N' TO CertEntryValid
                   ELSE
                       MOVE DateCheckNormalized TO CertEntryExpiry
                   END-IF
               END-IF
           END-IF
           IF CertEntryValid = 'Y'
               PERFORM AppendCertification
           END-IF.

       AppendCertification.
           PERFORM StampCreatedDate
           MOVE "certifications.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND CertificationFile
           MOVE SPACES TO CertificationRecord
           MOVE CurrentUsername TO CertUsername IN CertificationRecord
           MOVE CertEntryName TO CertName IN CertificationRecord
           MOVE CertEntryIssuer TO CertIssuer IN CertificationRecord
           MOVE CertEntryCredentialId
               TO CertCredentialId IN CertificationRecord
           MOVE CertEntryIssued TO CertIssueDate IN CertificationRecord
           MOVE CertEntryExpiry TO CertExpiryDate IN CertificationRecord
           MOVE "Unverified" TO CertVerifyStatus IN CertificationRecord
           MOVE 'N' TO CertReminder60 IN CertificationRecord
           MOVE 'N' TO CertReminder30 IN CertificationRecord
           MOVE CurrentCreatedDate TO CertAddedDate IN CertificationRecord
           WRITE CertificationRecord
           CLOSE CertificationFile
           MOVE "certifications.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           MOVE "CERT_ADD" TO AuditActionName
           MOVE SPACES TO AuditDetailText
           STRING FUNCTION TRIM(CertEntryName) DELIMITED BY SIZE
               " from " DELIMITED BY SIZE
               FUNCTION TRIM(CertEntryIssuer) DELIMITED BY SIZE
               INTO AuditDetailText
           PERFORM WriteAuditLog
           MOVE "Certification saved; it shows as unverified until staff check it."
               TO CurrentMessage
           PERFORM DisplayAndLog.

       RemoveCertification.
           MOVE CurrentUsername TO CertDisplayUsername
           PERFORM DisplayUserCertifications
           IF CertListCount > 0
               MOVE "Enter certification # to remove, or 0 to go back:"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               IF MenuOption > 0 AND MenuOption <= CertListCount THEN
                   PERFORM DropCertification
               END-IF
           END-IF.

       DropCertification.
           MOVE 0 TO CertScanIndex
           MOVE SPACES TO CertEntryName
           MOVE 'N' TO EOF-CertificationFile
           OPEN INPUT CertificationFile
           OPEN OUTPUT TempCertificationFile
           PERFORM UNTIL EOF-CertificationFile = 'Y'
               READ CertificationFile INTO CertificationRecord
               AT END
                   MOVE 'Y' TO EOF-CertificationFile
               NOT AT END
                   IF CertUsername IN CertificationRecord = CurrentUsername
                       ADD 1 TO CertScanIndex
                   END-IF
                   IF CertUsername IN CertificationRecord = CurrentUsername
                      AND CertScanIndex = MenuOption
                       MOVE CertName IN CertificationRecord TO CertEntryName
                   ELSE
                       WRITE TempCertificationRecord FROM CertificationRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CertificationFile
           CLOSE TempCertificationFile

           MOVE "certifications.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "certifications.dat"
           CALL "CBL_RENAME_FILE" USING "certifications_temp.dat"
               "certifications.dat"
           PERFORM JournalAfterImage

           MOVE "CERT_REMOVE" TO AuditActionName
           MOVE CertEntryName TO AuditDetailText
           PERFORM WriteAuditLog
           MOVE "Certification removed." TO CurrentMessage
           PERFORM DisplayAndLog.

      *> Profile section. The owner sees every entry; anyone else sees only
      *> those staff have not rejected.
       DisplayUserCertifications.
           PERFORM StampCreatedDate
           MOVE 0 TO CertListCount
           MOVE 'N' TO EOF-CertificationFile
           OPEN INPUT CertificationFile
           PERFORM UNTIL EOF-CertificationFile = 'Y'
               READ CertificationFile INTO CertificationRecord
               AT END
                   MOVE 'Y' TO EOF-CertificationFile
               NOT AT END
                   IF CertUsername IN CertificationRecord = CertDisplayUsername
                      AND (CertDisplayUsername = CurrentUsername OR
                       FUNCTION TRIM(CertVerifyStatus IN CertificationRecord)
                       NOT = "Rejected")
                       ADD 1 TO CertListCount
                       PERFORM ShowOneCertification
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CertificationFile
           IF CertListCount = 0 THEN
               MOVE "  None" TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       ShowOneCertification.
           MOVE SPACES TO CurrentMessage
           STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(CertListCount) DELIMITED BY SIZE
               ". " DELIMITED BY SIZE
               FUNCTION TRIM(CertName IN CertificationRecord)
               DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(CertIssuer IN CertificationRecord)
               DELIMITED BY SIZE
               " [" DELIMITED BY SIZE
               FUNCTION TRIM(CertVerifyStatus IN CertificationRecord)
               DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           MOVE SPACES TO CurrentMessage
           IF CertExpiryDate IN CertificationRecord = SPACES
               STRING "     Issued " DELIMITED BY SIZE
                   CertIssueDate IN CertificationRecord DELIMITED BY SIZE
                   ", does not expire" DELIMITED BY SIZE
                   INTO CurrentMessage
           ELSE
               IF CertExpiryDate IN CertificationRecord < CurrentCreatedDate
                   STRING "     Issued " DELIMITED BY SIZE
                       CertIssueDate IN CertificationRecord DELIMITED BY SIZE
                       ", EXPIRED " DELIMITED BY SIZE
                       CertExpiryDate IN CertificationRecord
                       DELIMITED BY SIZE
                       INTO CurrentMessage
               ELSE
                   STRING "     Issued " DELIMITED BY SIZE
                       CertIssueDate IN CertificationRecord DELIMITED BY SIZE
                       ", expires " DELIMITED BY SIZE
                       CertExpiryDate IN CertificationRecord
                       DELIMITED BY SIZE
                       INTO CurrentMessage
               END-IF
           END-IF
           IF CertCredentialId IN CertificationRecord NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(CurrentMessage TRAILING))
                   TO CertLinePointer
               ADD 1 TO CertLinePointer
               STRING ", credential ID " DELIMITED BY SIZE
                   FUNCTION TRIM(CertCredentialId IN CertificationRecord)
                   DELIMITED BY SIZE
                   INTO CurrentMessage
                   WITH POINTER CertLinePointer
           END-IF
           PERFORM DisplayAndLog.

       ReadCertificationLine.
           READ InputFile INTO InputRecord
           AT END
               PERFORM CountUnansweredPrompt
               MOVE 'Y' TO EOF-InputFile
               MOVE SPACES TO CertLineEntry
           NOT AT END
               PERFORM IncrementInputCheckpoint
               MOVE FUNCTION TRIM(InputRecord(1:200)) TO CertLineEntry
           END-READ.

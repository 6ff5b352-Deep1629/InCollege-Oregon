IDENTIFICATION DIVISION.
       PROGRAM-ID. AdminTransactionLoader.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TransactionFile
               ASSIGN TO "input/AdminTransactions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SessionLockFile ASSIGN TO "incollege.lock"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL UserDataFile ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Username OF UserRecord.
           SELECT OPTIONAL LoginAttemptFile ASSIGN TO "login_attempts.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempAttemptFile ASSIGN TO "login_attempts_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JobId OF JobRecord
               ALTERNATE RECORD KEY IS JobUsername OF JobRecord
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EmployerId OF JobRecord
                   WITH DUPLICATES.
           SELECT OPTIONAL AuditFile ASSIGN TO "audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EmployerFile ASSIGN TO "employers.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EmployerCounterFile ASSIGN TO "employer_counter.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EmployerUserFile ASSIGN TO "employer_users.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempEmployerUserFile ASSIGN TO "employer_users_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL UniversityMasterFile ASSIGN TO "universities.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MajorMasterFile ASSIGN TO "majors.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SkillMasterFile ASSIGN TO "skills.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AdvisorMajorFile ASSIGN TO "advisor_majors.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PendingActionFile ASSIGN TO "pending_actions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PendingActionCounterFile
               ASSIGN TO "pending_action_counter.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "output/AdminTransactionReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalControlFile ASSIGN TO "journal_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TransactionFile.
       01 TransactionRecord PIC X(200).

       FD SessionLockFile.
       01 SessionLockRecord.
           05 LockTimestamp PIC X(20).

       FD UserDataFile.
       01 UserRecord.
           05 Username PIC X(20).
           05 PasswordDigest PIC X(20).
           05 CreatedDate PIC X(10).
           05 UserRole PIC X(1).
           05 PwdMustChange PIC X(1).
           05 PwdChangedDate PIC X(10).

       FD LoginAttemptFile.
       01 LoginAttemptRecord.
           05 AttemptUsername PIC X(20).
           05 AttemptCount PIC 9(3).
           05 AttemptLockedFlag PIC X(1).

       FD TempAttemptFile.
       01 TempAttemptRecord.
           05 AttemptUsername PIC X(20).
           05 AttemptCount PIC 9(3).
           05 AttemptLockedFlag PIC X(1).

       FD JobFile.
       01 JobRecord.
           05 JobUsername PIC X(20).
           05 JobTitle PIC X(50).
           05 JobDescription PIC X(200).
           05 JobEmployer PIC X(50).
           05 JobLocation PIC X(50).
           05 JobSalary PIC X(30).
           05 JobCategory PIC X(10).
           05 SalaryMin PIC 9(6).
           05 SalaryMax PIC 9(6).
           05 SalaryVisible PIC X(1).
           05 ApplicationDeadline PIC X(10).
           05 CreatedDate PIC X(10).
           05 JobId PIC 9(5).
           05 EmployerId PIC 9(5).
           05 JobViewCount PIC 9(5).
           05 JobStatus PIC X(10).
           05 JobSharedFlag PIC X(1).
           05 JobOriginCampus PIC X(8).
           05 JobScreenFlags PIC X(60).
           05 JobOriginJobId PIC 9(5).
           05 JobWorkAuth PIC X(4).
           05 JobWorkType PIC X(1).

       FD AuditFile.
       01 AuditRecord.
           05 AuditUsername PIC X(20).
           05 AuditTimestamp PIC X(20).
           05 AuditAction PIC X(20).
           05 AuditDetail PIC X(100).
           05 AuditChainDigest PIC X(20).

       FD EmployerFile.
       01 EmployerRecord.
           05 EmployerId-Master PIC 9(5).
           05 EmployerName PIC X(50).
           05 EmployerLocation PIC X(50).
           05 EmployerDescription PIC X(200).
           05 EmployerContact PIC X(50).
           05 EmployerParentId PIC 9(5).

       FD EmployerCounterFile.
       01 EmployerCounterRecord.
           05 LastEmployerId PIC 9(5).

       FD EmployerUserFile.
       01 EmployerUserRecord.
           05 EmpUserUsername PIC X(20).
           05 EmpUserEmployerId PIC 9(5).

       FD TempEmployerUserFile.
       01 TempEmployerUserRecord.
           05 EmpUserUsername PIC X(20).
           05 EmpUserEmployerId PIC 9(5).

       FD UniversityMasterFile.
       01 UniversityMasterRecord.
           05 MasterUniversityName PIC X(30).

       FD MajorMasterFile.
       01 MajorMasterRecord.
           05 MasterMajorName PIC X(30).

       FD SkillMasterFile.
       01 SkillMasterRecord.
           05 MasterSkillName PIC X(30).

       FD AdvisorMajorFile.
       01 AdvisorMajorRecord.
           05 AdvisorUsername PIC X(20).
           05 AdvisorMajor PIC X(30).

       FD PendingActionFile.
       01 PendingActionRecord.
           05 PendActionId PIC 9(5).
           05 PendActionType PIC X(12).
           05 PendActionRef PIC X(30).
           05 PendActionExtra PIC X(20).
           05 PendRequestedBy PIC X(20).
           05 PendRequestDate PIC X(10).
           05 PendActionStatus PIC X(10).
           05 PendActionReason PIC X(60).

       FD PendingActionCounterFile.
       01 PendingActionCounterRecord.
           05 LastPendActionId PIC 9(5).

       FD ReportFile.
       01 ReportRecord PIC X(132).

       FD BatchControlFile.
       01 BatchControlRecord.
           05 ControlRunDate PIC X(10).
           05 ControlStep PIC X(20).
           05 ControlFileName PIC X(25).
           05 ControlReadCount PIC 9(6).
           05 ControlWrittenCount PIC 9(6).
           05 ControlRejectCount PIC 9(6).

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

       FD JournalControlFile.
       01 JournalControlRecord.
           05 JournalControlSeq PIC 9(8).

       WORKING-STORAGE SECTION.
       01 CurrentMessage PIC X(132).
       01 RunDate PIC X(10).
       01 RunTimestamp PIC X(20).
       01 FixedTimestamp PIC X(20).
       01 CurrentDateTime PIC X(21).
       01 EOF-TransactionFile PIC X VALUE 'N'.
       01 EOF-WorkFile PIC X VALUE 'N'.
       01 EOF-UserData PIC X VALUE 'N'.
       01 EOF-EmployerFile PIC X VALUE 'N'.
       01 TransactionFileDetails PIC X(64).
       01 SessionLockHeld PIC X VALUE 'N'.
       01 SessionLockDetails PIC X(64).

      *> One admin action per line, in fixed columns:
      *>   1-10  action  ADMIN, UNLOCK, RESET, GRANT, REVOKE, LINK,
      *>                 ADDREF or REMOVEJOB
      *>  11-30  target  username (job ID for REMOVEJOB)
      *>     31  code    role A/V/E for GRANT and REVOKE, list U/M/S
      *>                 for ADDREF
      *>  32-81  value   temporary password, advisor major, employer
      *>                 name or the reference value
      *> An ADMIN line names the admin submitting the lines after it.
      *> Blank lines and lines starting with * are skipped.
       01 TransactionLine.
           05 TxnAction PIC X(10).
           05 TxnTarget PIC X(20).
           05 TxnCode PIC X(1).
           05 TxnValue PIC X(50).
           05 FILLER PIC X(119).
       01 TxnLineNumber PIC 9(4) VALUE 0.
       01 TxnAccepted PIC X VALUE 'N'.
       01 TxnOutcome PIC X(100).
       01 TxnReadCount PIC 9(6) VALUE 0.
       01 TxnAcceptedCount PIC 9(6) VALUE 0.
       01 TxnRejectedCount PIC 9(6) VALUE 0.
       01 TxnQueuedCount PIC 9(6) VALUE 0.

       01 AdminUsername PIC X(20) VALUE SPACES.
       01 AdminReady PIC X VALUE 'N'.
       01 TargetUsername PIC X(20).
       01 TargetFound PIC X VALUE 'N'.
       01 TargetRole PIC X(1).
       01 TargetJobId PIC 9(5) VALUE 0.
       01 TargetEmployerName PIC X(50).
       01 NewAdvisorMajor PIC X(30).
       01 WorkMatchFound PIC X VALUE 'N'.
       01 UnlockPriorFlag PIC X VALUE 'N'.
       01 TargetLockFlag PIC X VALUE 'N'.
       01 AdminAccountCount PIC 9(5) VALUE 0.
       01 RefEntryType PIC X(1).
       01 RefEntryValue PIC X(30).
       01 RefEntryExists PIC X VALUE 'N'.
       01 LinkEmployerId PIC 9(5) VALUE 0.
       01 EmployerFound PIC X VALUE 'N'.
       01 LastEmployerIdValue PIC 9(5) VALUE 0.
       01 LastPendActionIdValue PIC 9(5) VALUE 0.
       01 QueueActionType PIC X(12).
       01 QueueActionRef PIC X(30).
       01 QueueActionExtra PIC X(20).
       01 QueueActionReason PIC X(60) VALUE SPACES.
       01 AuditActionName PIC X(20).
       01 AuditDetailText PIC X(100).

       01 PasswordDigestInput PIC X(20).
       01 PasswordDigestValue PIC X(20).
       01 PasswordDigestAccum PIC 9(18) COMP VALUE 0.
       01 PasswordDigestDigits PIC 9(16) VALUE 0.
       01 PasswordDigestIndex PIC 9(2) VALUE 0.
       01 PasswordDigestLength PIC 9(2) VALUE 0.

       01 ChainDigestInput PIC X(200).
       01 ChainDigestValue PIC X(20).
       01 ChainDigestAccum PIC 9(18) COMP VALUE 0.
       01 ChainDigestDigits PIC 9(16) VALUE 0.
       01 ChainDigestIndex PIC 9(3) VALUE 0.
       01 ChainDigestLength PIC 9(3) VALUE 0.
       01 PrevAuditDigest PIC X(20).
       01 EOF-AuditChainScan PIC X VALUE 'N'.

       01 ReportTitle PIC X(60).
       01 ReportRunDate PIC X(10).
       01 ReportPageNumber PIC 9(3) VALUE 0.
       01 ReportLineCount PIC 9(3) VALUE 0.
       01 ReportPageSize PIC 9(3) VALUE 50.
       01 ReportHeaderLine PIC X(132).

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "AdminTransactionLoader".
       01 JournalUserName PIC X(20) VALUE "OPERATOR".
       01 JournalLastSeq PIC 9(8) VALUE 0.
       01 JournalImageName PIC X(40).
       01 JournalDirReady PIC X VALUE 'N'.
       01 JournalCheckDetails.
           05 JournalCheckSize PIC 9(18) COMP.
           05 FILLER PIC X(56).
       01 JournalPendingTable VALUE SPACES.
           05 JournalPendingEntry OCCURS 10 TIMES.
               10 JournalPendingName PIC X(27).
               10 JournalPendingSeq PIC 9(8).
               10 JournalPendingExists PIC X(1).
               10 JournalPendingSize PIC 9(12).
       01 JournalPendingIndex PIC 9(2) VALUE 0.
       01 JournalPendingSlot PIC 9(2) VALUE 0.
       01 JournalStampBuf PIC X(20).
       01 JournalStampWork PIC X(21).
       01 JournalStamp PIC X(19).

       PROCEDURE DIVISION.
       MainSection.
           PERFORM DetermineRunDate
           OPEN OUTPUT ReportFile
           MOVE "InCollege Admin Transaction Report" TO ReportTitle
           MOVE RunDate TO ReportRunDate

           PERFORM AcquireSessionLock
           IF SessionLockHeld = 'N'
               MOVE "Another session is updating records; no transactions applied. Run again shortly."
                   TO CurrentMessage
               PERFORM WriteReportLine
           ELSE
               MOVE LOW-VALUES TO TransactionFileDetails
               CALL "CBL_CHECK_FILE_EXIST" USING
                   "input/AdminTransactions.txt" TransactionFileDetails
               IF RETURN-CODE NOT = 0
                   MOVE "No admin transaction file received." TO CurrentMessage
                   PERFORM WriteReportLine
               ELSE
                   PERFORM ApplyTransactionFile
      *> Set aside once applied so a second run cannot queue or grant
      *> the same lines again.
                   CALL "CBL_DELETE_FILE" USING
                       "input/AdminTransactions.loaded"
                   CALL "CBL_RENAME_FILE" USING
                       "input/AdminTransactions.txt"
                       "input/AdminTransactions.loaded"
               END-IF
               PERFORM ReleaseSessionLock
           END-IF

           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Transactions read: " DELIMITED BY SIZE
               TxnReadCount DELIMITED BY SIZE
               "  accepted: " DELIMITED BY SIZE
               TxnAcceptedCount DELIMITED BY SIZE
               " (queued for a second admin: " DELIMITED BY SIZE
               TxnQueuedCount DELIMITED BY SIZE
               ")  rejected: " DELIMITED BY SIZE
               TxnRejectedCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           PERFORM FinishReport
           CLOSE ReportFile

           PERFORM WriteBatchControlRecord
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       DetermineRunDate.
           MOVE SPACES TO FixedTimestamp
           ACCEPT FixedTimestamp FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
           IF FUNCTION TRIM(FixedTimestamp) = SPACES
               MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
               STRING CurrentDateTime(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(7:2) DELIMITED BY SIZE
                   INTO RunDate
               STRING RunDate DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CurrentDateTime(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   CurrentDateTime(11:2) DELIMITED BY SIZE
                   INTO RunTimestamp
           ELSE
               MOVE FixedTimestamp(1:10) TO RunDate
               MOVE FixedTimestamp TO RunTimestamp
           END-IF.

      *> The same lock the console takes, so a batch of admin changes
      *> never interleaves with a live console or user session.
       AcquireSessionLock.
           MOVE 'N' TO SessionLockHeld
           CALL "CBL_CHECK_FILE_EXIST" USING "incollege.lock"
               SessionLockDetails
           IF RETURN-CODE NOT = 0 THEN
               OPEN OUTPUT SessionLockFile
               MOVE RunTimestamp TO LockTimestamp IN SessionLockRecord
               WRITE SessionLockRecord
               CLOSE SessionLockFile
               MOVE 'Y' TO SessionLockHeld
           END-IF.

       ReleaseSessionLock.
           IF SessionLockHeld = 'Y' THEN
               CALL "CBL_DELETE_FILE" USING "incollege.lock"
               MOVE 'N' TO SessionLockHeld
           END-IF.

       ApplyTransactionFile.
           MOVE SPACES TO CurrentMessage
           STRING "Line Action     Target               C "
               DELIMITED BY SIZE
               "Result   Reason" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           MOVE 'N' TO EOF-TransactionFile
           OPEN INPUT TransactionFile
           PERFORM UNTIL EOF-TransactionFile = 'Y'
               READ TransactionFile
               AT END
                   MOVE 'Y' TO EOF-TransactionFile
               NOT AT END
                   ADD 1 TO TxnLineNumber
                   MOVE TransactionRecord TO TransactionLine
                   IF TransactionLine NOT = SPACES AND
                      TransactionLine(1:1) NOT = "*"
                       PERFORM ApplyOneTransaction
                   END-IF
               END-READ
           END-PERFORM
           CLOSE TransactionFile.

       ApplyOneTransaction.
           ADD 1 TO TxnReadCount
           MOVE 'N' TO TxnAccepted
           MOVE SPACES TO TxnOutcome
           MOVE FUNCTION UPPER-CASE(TxnAction) TO TxnAction
           MOVE FUNCTION UPPER-CASE(TxnTarget) TO TargetUsername
           MOVE FUNCTION UPPER-CASE(TxnCode) TO TxnCode
           IF FUNCTION TRIM(TxnAction) NOT = "ADMIN" AND AdminReady = 'N'
               MOVE "No valid ADMIN line names the submitting admin."
                   TO TxnOutcome
           ELSE
               EVALUATE FUNCTION TRIM(TxnAction)
                   WHEN "ADMIN"
                       PERFORM TxnSetSubmittingAdmin
                   WHEN "UNLOCK"
                       PERFORM TxnUnlockAccount
                   WHEN "RESET"
                       PERFORM TxnForcePasswordReset
                   WHEN "GRANT"
                       PERFORM TxnGrantRole
                   WHEN "REVOKE"
                       PERFORM TxnRevokeRole
                   WHEN "LINK"
                       PERFORM TxnLinkEmployer
                   WHEN "ADDREF"
                       PERFORM TxnAddReferenceValue
                   WHEN "REMOVEJOB"
                       PERFORM TxnRemoveJobPosting
                   WHEN OTHER
                       MOVE "Unknown action." TO TxnOutcome
               END-EVALUATE
           END-IF
           IF TxnAccepted = 'Y'
               ADD 1 TO TxnAcceptedCount
           ELSE
               ADD 1 TO TxnRejectedCount
           END-IF
           PERFORM PrintTransactionResult.

       PrintTransactionResult.
           MOVE SPACES TO CurrentMessage
           STRING TxnLineNumber DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TxnAction DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TxnTarget DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TxnCode DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO CurrentMessage
           IF TxnAccepted = 'Y'
               MOVE "ACCEPTED" TO CurrentMessage(41:8)
           ELSE
               MOVE "REJECTED" TO CurrentMessage(41:8)
           END-IF
           MOVE TxnOutcome(1:83) TO CurrentMessage(50:83)
           PERFORM WriteReportLine.

      *> Everything after an ADMIN line is done in that admin's name: it
      *> must be an admin account that is not locked out, and it is who
      *> the audit trail and any queued request will show.
       TxnSetSubmittingAdmin.
           MOVE 'N' TO AdminReady
           MOVE SPACES TO AdminUsername
           PERFORM ReadTargetAccount
           IF TargetFound = 'N' OR TargetRole NOT = 'A'
               MOVE "Not an admin account; lines up to the next ADMIN line are rejected."
                   TO TxnOutcome
           ELSE
               PERFORM ReadTargetLockFlag
               IF TargetLockFlag = 'Y' OR TargetLockFlag = 'S'
                   MOVE "Admin account is locked; lines up to the next ADMIN line are rejected."
                       TO TxnOutcome
               ELSE
                   MOVE TargetUsername TO AdminUsername
                   MOVE AdminUsername TO JournalUserName
                   MOVE 'Y' TO AdminReady
                   MOVE 'Y' TO TxnAccepted
                   MOVE "Following lines are submitted by this admin."
                       TO TxnOutcome
               END-IF
           END-IF.

       ReadTargetAccount.
           MOVE 'N' TO TargetFound
           MOVE SPACE TO TargetRole
           IF TargetUsername NOT = SPACES
               OPEN INPUT UserDataFile
               MOVE TargetUsername TO Username IN UserRecord
               READ UserDataFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO TargetFound
                   MOVE UserRole IN UserRecord TO TargetRole
               END-READ
               CLOSE UserDataFile
           END-IF.

       ReadTargetLockFlag.
           MOVE 'N' TO TargetLockFlag
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT LoginAttemptFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ LoginAttemptFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF AttemptUsername IN LoginAttemptRecord = TargetUsername
                       MOVE AttemptLockedFlag IN LoginAttemptRecord
                           TO TargetLockFlag
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LoginAttemptFile.

       TxnUnlockAccount.
           MOVE 'N' TO WorkMatchFound
           MOVE 'N' TO UnlockPriorFlag
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT LoginAttemptFile
           OPEN OUTPUT TempAttemptFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ LoginAttemptFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF AttemptUsername IN LoginAttemptRecord = TargetUsername THEN
                       MOVE 'Y' TO WorkMatchFound
                       IF AttemptLockedFlag IN LoginAttemptRecord = 'S'
                           MOVE 'S' TO UnlockPriorFlag
                       ELSE
                           MOVE 0 TO AttemptCount IN LoginAttemptRecord
                           MOVE 'N' TO AttemptLockedFlag IN LoginAttemptRecord
                       END-IF
                   END-IF
                   WRITE TempAttemptRecord FROM LoginAttemptRecord
               END-READ
           END-PERFORM
           CLOSE LoginAttemptFile
           CLOSE TempAttemptFile

           CALL "CBL_DELETE_FILE" USING "login_attempts.dat"
           CALL "CBL_RENAME_FILE" USING "login_attempts_temp.dat"
               "login_attempts.dat"

           IF UnlockPriorFlag = 'S' THEN
               MOVE "Locked by an employer suspension; reinstate the employer instead."
                   TO TxnOutcome
           ELSE
               IF WorkMatchFound = 'Y' THEN
                   MOVE "ADMIN_UNLOCK" TO AuditActionName
                   MOVE TargetUsername TO AuditDetailText
                   PERFORM WriteAdminAudit
                   MOVE 'Y' TO TxnAccepted
                   MOVE "Account unlocked and failure count reset."
                       TO TxnOutcome
               ELSE
                   MOVE "No login-attempt record found for that username."
                       TO TxnOutcome
               END-IF
           END-IF.

       TxnForcePasswordReset.
           PERFORM ReadTargetAccount
           IF TargetFound = 'N'
               MOVE "No account found with that username." TO TxnOutcome
           ELSE
               IF TxnValue(1:20) = SPACES
                   MOVE "Temporary password cannot be empty." TO TxnOutcome
               ELSE
                   MOVE TxnValue(1:20) TO PasswordDigestInput
                   PERFORM ComputePasswordDigest
                   MOVE "PWDRESET" TO QueueActionType
                   MOVE TargetUsername TO QueueActionRef
                   MOVE PasswordDigestValue TO QueueActionExtra
                   PERFORM QueuePendingAction
               END-IF
           END-IF.

       TxnGrantRole.
           EVALUATE TxnCode
               WHEN 'A'
                   PERFORM ReadTargetAccount
                   IF TargetFound = 'N'
                       MOVE "No account found with that username."
                           TO TxnOutcome
                   ELSE
                       MOVE "GRANTADMIN" TO QueueActionType
                       MOVE TargetUsername TO QueueActionRef
                       MOVE SPACES TO QueueActionExtra
                       PERFORM QueuePendingAction
                   END-IF
               WHEN 'V'
                   PERFORM TxnGrantAdvisorRole
               WHEN 'E'
                   PERFORM TxnLinkEmployer
               WHEN OTHER
                   MOVE "Role must be A (admin), V (advisor) or E (employer)."
                       TO TxnOutcome
           END-EVALUATE.

       TxnGrantAdvisorRole.
           MOVE TxnValue(1:30) TO NewAdvisorMajor
           IF FUNCTION TRIM(NewAdvisorMajor) = SPACES THEN
               MOVE "Major cannot be empty." TO TxnOutcome
           ELSE
               MOVE 'N' TO TargetFound
               MOVE "users.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN I-O UserDataFile
               MOVE TargetUsername TO Username IN UserRecord
               READ UserDataFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'V' TO UserRole IN UserRecord
                   REWRITE UserRecord
                   MOVE 'Y' TO TargetFound
               END-READ
               CLOSE UserDataFile
               MOVE "users.dat" TO JournalMasterName
               PERFORM JournalAfterImage

               IF TargetFound = 'N' THEN
                   MOVE "No account found with that username." TO TxnOutcome
               ELSE
                   MOVE "advisor_majors.dat" TO JournalMasterName
                   PERFORM JournalBeforeImage
                   OPEN EXTEND AdvisorMajorFile
                   MOVE SPACES TO AdvisorMajorRecord
                   MOVE TargetUsername TO AdvisorUsername IN AdvisorMajorRecord
                   MOVE NewAdvisorMajor TO AdvisorMajor IN AdvisorMajorRecord
                   WRITE AdvisorMajorRecord
                   CLOSE AdvisorMajorFile
                   MOVE "advisor_majors.dat" TO JournalMasterName
                   PERFORM JournalAfterImage

                   MOVE "ADMIN_ADVISOR" TO AuditActionName
                   MOVE SPACES TO AuditDetailText
                   STRING FUNCTION TRIM(TargetUsername) DELIMITED BY SIZE
                       " advises " DELIMITED BY SIZE
                       FUNCTION TRIM(NewAdvisorMajor) DELIMITED BY SIZE
                       INTO AuditDetailText
                   PERFORM WriteAdminAudit
                   MOVE 'Y' TO TxnAccepted
                   MOVE "Advisor role granted and major assigned."
                       TO TxnOutcome
               END-IF
           END-IF.

      *> Revoking drops the account to a student account, as a revoke
      *> does in the access recertification; the role on the line must
      *> be the role the account holds, and the last admin stays.
       TxnRevokeRole.
           PERFORM ReadTargetAccount
           EVALUATE TRUE
               WHEN TxnCode NOT = 'A' AND TxnCode NOT = 'V' AND
                    TxnCode NOT = 'E'
                   MOVE "Role must be A (admin), V (advisor) or E (employer)."
                       TO TxnOutcome
               WHEN TargetFound = 'N'
                   MOVE "No account found with that username." TO TxnOutcome
               WHEN TargetRole NOT = TxnCode
                   MOVE "The account does not hold that role." TO TxnOutcome
               WHEN TargetUsername = AdminUsername
                   MOVE "This is your own access; another admin must revoke it."
                       TO TxnOutcome
               WHEN OTHER
                   PERFORM CountAdminAccounts
                   IF TxnCode = 'A' AND AdminAccountCount <= 1
                       MOVE "That is the last admin account; grant another admin first."
                           TO TxnOutcome
                   ELSE
                       PERFORM RevokeTargetRole
                   END-IF
           END-EVALUATE.

       RevokeTargetRole.
           MOVE "users.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN I-O UserDataFile
           MOVE TargetUsername TO Username IN UserRecord
           READ UserDataFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF UserRole IN UserRecord = TxnCode
                   MOVE 'S' TO UserRole IN UserRecord
                   REWRITE UserRecord
               END-IF
           END-READ
           CLOSE UserDataFile
           MOVE "users.dat" TO JournalMasterName
           PERFORM JournalAfterImage
           MOVE "ADMIN_ROLE_REVOKE" TO AuditActionName
           MOVE SPACES TO AuditDetailText
           STRING FUNCTION TRIM(TargetUsername) DELIMITED BY SIZE
               " role " DELIMITED BY SIZE
               TxnCode DELIMITED BY SIZE
               " revoked" DELIMITED BY SIZE
               INTO AuditDetailText
           PERFORM WriteAdminAudit
           MOVE 'Y' TO TxnAccepted
           MOVE "Access revoked; the account is now a student account."
               TO TxnOutcome.

       CountAdminAccounts.
           MOVE 0 TO AdminAccountCount
           MOVE 'N' TO EOF-UserData
           OPEN INPUT UserDataFile
           PERFORM UNTIL EOF-UserData = 'Y'
               READ UserDataFile NEXT
               AT END
                   MOVE 'Y' TO EOF-UserData
               NOT AT END
                   IF UserRole IN UserRecord = 'A'
                       ADD 1 TO AdminAccountCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE UserDataFile.

       TxnLinkEmployer.
           MOVE TxnValue TO TargetEmployerName
           IF FUNCTION TRIM(TargetEmployerName) = SPACES THEN
               MOVE "Employer name cannot be empty." TO TxnOutcome
           ELSE
               MOVE 'N' TO TargetFound
               MOVE "users.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN I-O UserDataFile
               MOVE TargetUsername TO Username IN UserRecord
               READ UserDataFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'E' TO UserRole IN UserRecord
                   REWRITE UserRecord
                   MOVE 'Y' TO TargetFound
               END-READ
               CLOSE UserDataFile
               MOVE "users.dat" TO JournalMasterName
               PERFORM JournalAfterImage

               IF TargetFound = 'N' THEN
                   MOVE "No account found with that username." TO TxnOutcome
               ELSE
                   PERFORM FindOrCreateEmployer
                   PERFORM LinkEmployerUser

                   MOVE "ADMIN_EMPLOYER_ROLE" TO AuditActionName
                   MOVE SPACES TO AuditDetailText
                   STRING FUNCTION TRIM(TargetUsername) DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       FUNCTION TRIM(TargetEmployerName) DELIMITED BY SIZE
                       INTO AuditDetailText
                   PERFORM WriteAdminAudit
                   MOVE 'Y' TO TxnAccepted
                   MOVE "Employer role granted and company linked."
                       TO TxnOutcome
               END-IF
           END-IF.

       FindOrCreateEmployer.
           MOVE 0 TO LinkEmployerId
           MOVE 'N' TO EmployerFound
           MOVE 'N' TO EOF-EmployerFile
           OPEN INPUT EmployerFile
           PERFORM UNTIL EOF-EmployerFile = 'Y' OR EmployerFound = 'Y'
               READ EmployerFile
               AT END
                   MOVE 'Y' TO EOF-EmployerFile
               NOT AT END
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(EmployerName IN EmployerRecord)) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(TargetEmployerName))
                       MOVE 'Y' TO EmployerFound
                       MOVE EmployerId-Master IN EmployerRecord
                           TO LinkEmployerId
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerFile
           IF EmployerFound = 'N' THEN
               PERFORM GetNextEmployerId
               MOVE "employers.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND EmployerFile
               MOVE SPACES TO EmployerRecord
               MOVE LastEmployerIdValue
                   TO EmployerId-Master IN EmployerRecord
               MOVE TargetEmployerName TO EmployerName IN EmployerRecord
               MOVE 0 TO EmployerParentId IN EmployerRecord
               WRITE EmployerRecord
               CLOSE EmployerFile
               MOVE "employers.dat" TO JournalMasterName
               PERFORM JournalAfterImage
               MOVE LastEmployerIdValue TO LinkEmployerId
           END-IF.

       LinkEmployerUser.
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT EmployerUserFile
           OPEN OUTPUT TempEmployerUserFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ EmployerUserFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF EmpUserUsername IN EmployerUserRecord
                      NOT = TargetUsername
                       WRITE TempEmployerUserRecord FROM EmployerUserRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerUserFile

           MOVE TargetUsername TO EmpUserUsername IN EmployerUserRecord
           MOVE LinkEmployerId TO EmpUserEmployerId IN EmployerUserRecord
           WRITE TempEmployerUserRecord FROM EmployerUserRecord
           CLOSE TempEmployerUserFile

           MOVE "employer_users.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "employer_users.dat"
           CALL "CBL_RENAME_FILE" USING "employer_users_temp.dat"
               "employer_users.dat"
           PERFORM JournalAfterImage.

       GetNextEmployerId.
           MOVE 0 TO LastEmployerIdValue
           OPEN INPUT EmployerCounterFile
           READ EmployerCounterFile
           AT END
               CONTINUE
           NOT AT END
               IF LastEmployerId IN EmployerCounterRecord IS NUMERIC
                   MOVE LastEmployerId IN EmployerCounterRecord
                       TO LastEmployerIdValue
               END-IF
           END-READ
           CLOSE EmployerCounterFile
           ADD 1 TO LastEmployerIdValue
           MOVE "employer_counter.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN OUTPUT EmployerCounterFile
           MOVE LastEmployerIdValue TO LastEmployerId IN EmployerCounterRecord
           WRITE EmployerCounterRecord
           CLOSE EmployerCounterFile
           MOVE "employer_counter.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       TxnAddReferenceValue.
           MOVE TxnCode TO RefEntryType
           MOVE TxnValue(1:30) TO RefEntryValue
           IF FUNCTION TRIM(RefEntryValue) = SPACES OR
              (RefEntryType NOT = 'U' AND RefEntryType NOT = 'M' AND
               RefEntryType NOT = 'S') THEN
               MOVE "Nothing added (need U, M, or S and a value)." TO TxnOutcome
           ELSE
               MOVE 'N' TO RefEntryExists
               EVALUATE RefEntryType
                   WHEN 'S'
                       PERFORM AddSkillValue
                   WHEN 'U'
                       PERFORM AddUniversityValue
                   WHEN OTHER
                       PERFORM AddMajorValue
               END-EVALUATE
               IF RefEntryExists = 'Y' THEN
                   MOVE "That value is already on the approved list."
                       TO TxnOutcome
               ELSE
                   MOVE "ADMIN_REFDATA" TO AuditActionName
                   MOVE RefEntryValue TO AuditDetailText
                   PERFORM WriteAdminAudit
                   MOVE 'Y' TO TxnAccepted
                   MOVE "Approved value added." TO TxnOutcome
               END-IF
           END-IF.

       AddSkillValue.
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT SkillMasterFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ SkillMasterFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(MasterSkillName)) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(RefEntryValue))
                       MOVE 'Y' TO RefEntryExists
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SkillMasterFile
           IF RefEntryExists = 'N' THEN
               MOVE "skills.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND SkillMasterFile
               MOVE RefEntryValue TO MasterSkillName
               WRITE SkillMasterRecord
               CLOSE SkillMasterFile
               MOVE "skills.dat" TO JournalMasterName
               PERFORM JournalAfterImage
           END-IF.

       AddUniversityValue.
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT UniversityMasterFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ UniversityMasterFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(MasterUniversityName)) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(RefEntryValue))
                       MOVE 'Y' TO RefEntryExists
                   END-IF
               END-READ
           END-PERFORM
           CLOSE UniversityMasterFile
           IF RefEntryExists = 'N' THEN
               MOVE "universities.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND UniversityMasterFile
               MOVE RefEntryValue TO MasterUniversityName
               WRITE UniversityMasterRecord
               CLOSE UniversityMasterFile
               MOVE "universities.dat" TO JournalMasterName
               PERFORM JournalAfterImage
           END-IF.

       AddMajorValue.
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT MajorMasterFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ MajorMasterFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(MasterMajorName)) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(RefEntryValue))
                       MOVE 'Y' TO RefEntryExists
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MajorMasterFile
           IF RefEntryExists = 'N' THEN
               MOVE "majors.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND MajorMasterFile
               MOVE RefEntryValue TO MasterMajorName
               WRITE MajorMasterRecord
               CLOSE MajorMasterFile
               MOVE "majors.dat" TO JournalMasterName
               PERFORM JournalAfterImage
           END-IF.

       TxnRemoveJobPosting.
           MOVE 0 TO TargetJobId
           IF FUNCTION TRIM(TxnTarget) NOT = SPACES AND
              FUNCTION TEST-NUMVAL(TxnTarget) = 0
               MOVE FUNCTION NUMVAL(TxnTarget) TO TargetJobId
           END-IF
           IF TargetJobId = 0 THEN
               MOVE "No Job ID given; nothing queued." TO TxnOutcome
           ELSE
               MOVE 'N' TO WorkMatchFound
               MOVE 'N' TO EOF-WorkFile
               OPEN INPUT JobFile
               PERFORM UNTIL EOF-WorkFile = 'Y' OR WorkMatchFound = 'Y'
                   READ JobFile
                   AT END
                       MOVE 'Y' TO EOF-WorkFile
                   NOT AT END
                       IF JobId IN JobRecord IS NUMERIC AND
                          JobId IN JobRecord = TargetJobId
                           MOVE 'Y' TO WorkMatchFound
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE JobFile
               IF WorkMatchFound = 'N'
                   MOVE "No posting found with that Job ID." TO TxnOutcome
               ELSE
                   MOVE "JOBREMOVE" TO QueueActionType
                   MOVE SPACES TO QueueActionRef
                   MOVE TargetJobId TO QueueActionRef(1:5)
                   MOVE SPACES TO QueueActionExtra
                   PERFORM QueuePendingAction
               END-IF
           END-IF.

      *> Password resets, admin grants and posting removals wait in
      *> pending_actions.dat for a second admin to confirm them at the
      *> console (option 18), exactly as when they are keyed there.
       QueuePendingAction.
           PERFORM GetNextPendActionId
           MOVE "pending_actions.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND PendingActionFile
           MOVE SPACES TO PendingActionRecord
           MOVE LastPendActionIdValue TO PendActionId IN PendingActionRecord
           MOVE QueueActionType TO PendActionType IN PendingActionRecord
           MOVE QueueActionRef TO PendActionRef IN PendingActionRecord
           MOVE QueueActionExtra TO PendActionExtra IN PendingActionRecord
           MOVE AdminUsername TO PendRequestedBy IN PendingActionRecord
           MOVE RunDate TO PendRequestDate IN PendingActionRecord
           MOVE "Pending" TO PendActionStatus IN PendingActionRecord
           MOVE QueueActionReason TO PendActionReason IN PendingActionRecord
           WRITE PendingActionRecord
           CLOSE PendingActionFile
           MOVE "pending_actions.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           MOVE "ADMIN_REQUEST" TO AuditActionName
           MOVE SPACES TO AuditDetailText
           STRING FUNCTION TRIM(QueueActionType) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(QueueActionRef) DELIMITED BY SIZE
               " queued for second-admin approval" DELIMITED BY SIZE
               INTO AuditDetailText
           PERFORM WriteAdminAudit
           ADD 1 TO TxnQueuedCount
           MOVE 'Y' TO TxnAccepted
           MOVE SPACES TO TxnOutcome
           STRING "Queued as pending action #" DELIMITED BY SIZE
               LastPendActionIdValue DELIMITED BY SIZE
               "; a second admin must confirm it (option 18)."
               DELIMITED BY SIZE
               INTO TxnOutcome.

       GetNextPendActionId.
           MOVE 0 TO LastPendActionIdValue
           OPEN INPUT PendingActionCounterFile
           READ PendingActionCounterFile
           AT END
               CONTINUE
           NOT AT END
               IF LastPendActionId IN PendingActionCounterRecord IS NUMERIC
                   MOVE LastPendActionId IN PendingActionCounterRecord
                       TO LastPendActionIdValue
               END-IF
           END-READ
           CLOSE PendingActionCounterFile
           ADD 1 TO LastPendActionIdValue
           MOVE "pending_action_counter.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN OUTPUT PendingActionCounterFile
           MOVE LastPendActionIdValue
               TO LastPendActionId IN PendingActionCounterRecord
           WRITE PendingActionCounterRecord
           CLOSE PendingActionCounterFile
           MOVE "pending_action_counter.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       WriteAdminAudit.
           PERFORM GetLastAuditDigest
           OPEN EXTEND AuditFile
           MOVE AdminUsername TO AuditUsername
           MOVE RunTimestamp TO AuditTimestamp
           MOVE AuditActionName TO AuditAction
           MOVE AuditDetailText TO AuditDetail
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

       COPY "ReportFormat.cob".

       COPY "ChainDigest.cob".

       COPY "ComputeDigest.cob".

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "ADMINTXN" TO ControlStep
           MOVE "AdminTransactions.txt" TO ControlFileName
           MOVE TxnReadCount TO ControlReadCount
           MOVE TxnAcceptedCount TO ControlWrittenCount
           MOVE TxnRejectedCount TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "Journal.cob".

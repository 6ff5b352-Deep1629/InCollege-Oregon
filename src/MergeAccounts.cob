           SELECT TempApplicationFile ASSIGN TO "applications_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JobId OF JobRecord
               ALTERNATE RECORD KEY IS JobUsername OF JobRecord
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EmployerId OF JobRecord
                   WITH DUPLICATES.
           SELECT OPTIONAL ExperienceFile ASSIGN TO "experience.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempExperienceFile ASSIGN TO "experience_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempMessageContactFile ASSIGN TO "message_contacts_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ConnectionTagFile ASSIGN TO "connection_tags.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempConnectionTagFile ASSIGN TO "connection_tags_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RecycleBinFile ASSIGN TO "recycle_bin.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempRecycleBinFile ASSIGN TO "recycle_bin_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AnnouncementAckFile ASSIGN TO "announcement_acks.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempAnnouncementAckFile ASSIGN TO "announcement_acks_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LegalHoldFile ASSIGN TO "legal_holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LegalHoldSkipFile ASSIGN TO "legal_hold_skips.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "output/MergeAccountsPreview.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalControlFile ASSIGN TO "journal_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 JobOriginCampus PIC X(8).
           05 JobScreenFlags PIC X(60).
           05 JobOriginJobId PIC 9(5).
           05 JobWorkAuth PIC X(4).
           05 JobWorkType PIC X(1).

       FD ExperienceFile.
       01 ExperienceRecord.
           05 NotifText PIC X(100).
           05 NotifDate PIC X(10).
           05 NotifStatus PIC X(6).
           05 NotifCategoryCode PIC X(12).
           05 NotifRelayed PIC X(1).

       FD TempNotificationFile.
       01 TempNotificationRecord.
           05 NotifText PIC X(100).
           05 NotifDate PIC X(10).
           05 NotifStatus PIC X(6).
           05 NotifCategoryCode PIC X(12).
           05 NotifRelayed PIC X(1).

       FD SavedSearchFile.
       01 SavedSearchRecord.
           05 SearchLocation PIC X(50).
           05 SearchCategory PIC X(10).
           05 SearchMinSalary PIC 9(6).
           05 SearchWorkType PIC X(1).

       FD TempSavedSearchFile.
       01 TempSavedSearchRecord.
           05 SearchLocation PIC X(50).
           05 SearchCategory PIC X(10).
           05 SearchMinSalary PIC 9(6).
           05 SearchWorkType PIC X(1).

       FD RecommendationFile.
       01 RecommendationRecord.
           05 PrefUsername PIC X(20).
           05 PrefCategory PIC X(12).
           05 PrefEnabled PIC X(1).
           05 PrefChannel PIC X(5).

       FD TempNotifPrefFile.
       01 TempNotifPrefRecord.
           05 PrefUsername PIC X(20).
           05 PrefCategory PIC X(12).
           05 PrefEnabled PIC X(1).
           05 PrefChannel PIC X(5).

       FD AbuseReportFile.
       01 AbuseReportRecord.
           05 ContactUserA PIC X(20).
           05 ContactUserB PIC X(20).

       FD ConnectionTagFile.
       01 ConnectionTagRecord.
           05 TagOwner PIC X(20).
           05 TagPartner PIC X(20).
           05 TagList PIC X(60).
           05 TagNote PIC X(200).
           05 TagUpdatedDate PIC X(10).

       FD TempConnectionTagFile.
       01 TempConnectionTagRecord PIC X(310).

       FD RecycleBinFile.
       01 RecycleBinRecord.
           05 BinId PIC 9(5).
           05 BinOwner PIC X(20).
           05 BinKind PIC X(4).
           05 BinDeletedDate PIC X(10).
           05 BinPurgeDate PIC X(10).
           05 BinSummary PIC X(80).
           05 BinImage PIC X(1100).

       FD TempRecycleBinFile.
       01 TempRecycleBinRecord PIC X(1229).

       FD AnnouncementAckFile.
       01 AnnouncementAckRecord.
           05 AckAnnId PIC 9(5).
           05 ControlWrittenCount PIC 9(6).
           05 ControlRejectCount PIC 9(6).

       FD LegalHoldFile.
       01 LegalHoldRecord.
           05 HoldUsername PIC X(20).
           05 HoldCaseRef PIC X(20).
           05 HoldPlacedBy PIC X(20).
           05 HoldPlacedDate PIC X(10).
           05 HoldStatus PIC X(10).
           05 HoldReleasedBy PIC X(20).
           05 HoldReleasedDate PIC X(10).

       FD LegalHoldSkipFile.
       01 LegalHoldSkipRecord.
           05 SkipDate PIC X(10).
           05 SkipPoint PIC X(24).
           05 SkipUsername PIC X(20).
           05 SkipCaseRef PIC X(20).
           05 SkipDetail PIC X(60).

       FD ReportFile.
       01 ReportRecord PIC X(132).

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
       01 CurrentMessage PIC X(100).
       01 MergeFromUser PIC X(20).
       01 ControlStampBuf PIC X(20).
       01 ControlStampWork PIC X(21).
       01 ControlRunDay PIC X(10).
       01 PreviewRun PIC X VALUE 'N'.
       01 PreviewSwitch PIC X(10).
       01 MergeFileName PIC X(27).
       01 MergeRecordBefore PIC X(1200).
       01 MergeRecordAfter PIC X(1200).
       01 MergeWrittenBefore PIC 9(6) VALUE 0.
       01 MergeReassignedCount PIC 9(6) VALUE 0.
       01 MergeDroppedCount PIC 9(6) VALUE 0.

       01 LegalHoldTable.
           05 LegalHoldEntry OCCURS 200 TIMES.
               10 LegalHeldUser PIC X(20).
               10 LegalHeldCase PIC X(20).
       01 LegalHoldCount PIC 9(3) VALUE 0.
       01 LegalHoldIndex PIC 9(3) VALUE 0.
       01 LegalHoldTarget PIC X(20).
       01 LegalHoldActive PIC X VALUE 'N'.
       01 LegalHoldCaseRef PIC X(20).
       01 LegalHoldSkipPoint PIC X(24).
       01 LegalHoldSkipDetail PIC X(60).
       01 EOF-LegalHoldFile PIC X VALUE 'N'.
       01 LegalHoldStampBuf PIC X(20).
       01 LegalHoldStampWork PIC X(21).
       01 LegalHoldToday PIC X(10).

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "MergeAccounts".
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
               TO MergeFromUser
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MergeIntoEnv))
               TO MergeIntoUser
           PERFORM DeterminePreviewRun
           IF PreviewRun = 'Y'
               OPEN OUTPUT ReportFile
               MOVE SPACES TO CurrentMessage
               STRING "InCollege Account Merge PREVIEW  " DELIMITED BY SIZE
                   FUNCTION TRIM(MergeFromUser) DELIMITED BY SIZE
                   " into " DELIMITED BY SIZE
                   FUNCTION TRIM(MergeIntoUser) DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM ShowMergeLine
               MOVE "No files are changed by a preview run." TO CurrentMessage
               PERFORM ShowMergeLine
               MOVE "----------------------------------------" TO CurrentMessage
               PERFORM ShowMergeLine
           END-IF

           MOVE 'Y' TO MergeValid
           IF FUNCTION TRIM(MergeFromUser) = SPACES OR
              FUNCTION TRIM(MergeIntoUser) = SPACES THEN
               MOVE "Set INCOLLEGE_MERGE_FROM and INCOLLEGE_MERGE_INTO; nothing merged."
                   TO CurrentMessage
               PERFORM ShowMergeLine
               MOVE 'N' TO MergeValid
           END-IF
           IF MergeValid = 'Y' AND MergeFromUser = MergeIntoUser THEN
               MOVE "Source and survivor are the same account; nothing merged."
                   TO CurrentMessage
               PERFORM ShowMergeLine
               MOVE 'N' TO MergeValid
           END-IF
           IF MergeValid = 'Y' THEN
               PERFORM CheckBothAccountsExist
           END-IF
           IF MergeValid = 'Y' THEN
               PERFORM CheckMergeLegalHold
           END-IF

           IF MergeValid = 'Y' THEN
               PERFORM MergeConnectionFile
               PERFORM MergeAbuseReportFile
               PERFORM MergePwdHistoryFile
               PERFORM MergeMessageContactFile
               PERFORM MergeConnectionTagFile
               PERFORM MergeRecycleBinFile
               PERFORM MergeAnnouncementAckFile
               PERFORM MergeAdvisorMajorFile
               IF PreviewRun = 'Y'
                   PERFORM ReportMergePreview
               ELSE
                   PERFORM RetireDuplicateAccount
                   PERFORM WriteMergeAudit
               END-IF
               PERFORM WriteBatchControlRecord

               MOVE SPACES TO CurrentMessage
               IF PreviewRun = 'Y'
                   STRING "Preview only: " DELIMITED BY SIZE
                       FUNCTION TRIM(MergeFromUser) DELIMITED BY SIZE
                       " has not been merged." DELIMITED BY SIZE
                       INTO CurrentMessage
               ELSE
                   STRING "Merged " DELIMITED BY SIZE
                       FUNCTION TRIM(MergeFromUser) DELIMITED BY SIZE
                       " into " DELIMITED BY SIZE
                       FUNCTION TRIM(MergeIntoUser) DELIMITED BY SIZE
                       " and retired the duplicate." DELIMITED BY SIZE
                       INTO CurrentMessage
               END-IF
               PERFORM ShowMergeLine
           END-IF
           IF PreviewRun = 'Y'
               CLOSE ReportFile
           END-IF
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *> INCOLLEGE_PREVIEW=Y lists every record the merge would reassign
      *> or fold away, with the same control totals, and leaves every data
      *> file as it stands.
       DeterminePreviewRun.
           MOVE 'N' TO PreviewRun
           MOVE SPACES TO PreviewSwitch
           ACCEPT PreviewSwitch FROM ENVIRONMENT "INCOLLEGE_PREVIEW"
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(PreviewSwitch)) = "Y"
               MOVE 'Y' TO PreviewRun
           END-IF.

       ShowMergeLine.
           DISPLAY CurrentMessage
           IF PreviewRun = 'Y'
               MOVE CurrentMessage TO ReportRecord
               WRITE ReportRecord
           END-IF.

      *> A record the merge leaves unwritten was folded away (a user paired
      *> with themselves); one written back changed was reassigned.
       NoteMergedRecord.
           IF MergeWrittenCount = MergeWrittenBefore
               ADD 1 TO MergeDroppedCount
               IF PreviewRun = 'Y'
                   MOVE SPACES TO CurrentMessage
                   STRING "Would drop " DELIMITED BY SIZE
                       FUNCTION TRIM(MergeFileName) DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       MergeRecordBefore(1:60) DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM ShowMergeLine
               END-IF
           ELSE
               IF MergeRecordAfter NOT = MergeRecordBefore
                   ADD 1 TO MergeReassignedCount
                   IF PreviewRun = 'Y'
                       MOVE SPACES TO CurrentMessage
                       STRING "Would reassign " DELIMITED BY SIZE
                           FUNCTION TRIM(MergeFileName) DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           MergeRecordAfter(1:60) DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM ShowMergeLine
                   END-IF
               END-IF
           END-IF.

       ReportMergePreview.
           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM ShowMergeLine
           MOVE SPACES TO CurrentMessage
           STRING "Records read: " DELIMITED BY SIZE
               MergeReadCount DELIMITED BY SIZE
               "  reassigned: " DELIMITED BY SIZE
               MergeReassignedCount DELIMITED BY SIZE
               "  dropped: " DELIMITED BY SIZE
               MergeDroppedCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM ShowMergeLine
           MOVE SPACES TO CurrentMessage
           STRING "Would retire account " DELIMITED BY SIZE
               FUNCTION TRIM(MergeFromUser) DELIMITED BY SIZE
               " (users.dat, profiles.dat) and audit the merge"
                   DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM ShowMergeLine.

       CheckBothAccountsExist.
           OPEN INPUT UserDataFile
           MOVE MergeFromUser TO Username IN UserRecord
           READ UserDataFile
           INVALID KEY
               MOVE "Duplicate account not found on users file." TO CurrentMessage
               PERFORM ShowMergeLine
               MOVE 'N' TO MergeValid
           END-READ
           IF MergeValid = 'Y' THEN
               READ UserDataFile
               INVALID KEY
                   MOVE "Surviving account not found on users file." TO CurrentMessage
                   PERFORM ShowMergeLine
                   MOVE 'N' TO MergeValid
               END-READ
           END-IF
           CLOSE UserDataFile.

      *> A merge rewrites both accounts' records and retires one of them,
      *> so a hold on either side stops the whole merge.
       CheckMergeLegalHold.
           PERFORM LoadLegalHolds
           MOVE MergeFromUser TO LegalHoldTarget
           PERFORM CheckLegalHold
           IF LegalHoldActive = 'N'
               MOVE MergeIntoUser TO LegalHoldTarget
               PERFORM CheckLegalHold
           END-IF
           IF LegalHoldActive = 'Y'
               MOVE "MERGE" TO LegalHoldSkipPoint
               MOVE SPACES TO LegalHoldSkipDetail
               STRING "Merge of " DELIMITED BY SIZE
                   FUNCTION TRIM(MergeFromUser) DELIMITED BY SIZE
                   " into " DELIMITED BY SIZE
                   FUNCTION TRIM(MergeIntoUser) DELIMITED BY SIZE
                   " not run" DELIMITED BY SIZE
                   INTO LegalHoldSkipDetail
               IF PreviewRun = 'N'
                   PERFORM RecordLegalHoldSkip
               END-IF
               MOVE SPACES TO CurrentMessage
               STRING FUNCTION TRIM(LegalHoldTarget) DELIMITED BY SIZE
                   " is under legal hold (" DELIMITED BY SIZE
                   FUNCTION TRIM(LegalHoldCaseRef) DELIMITED BY SIZE
                   "); nothing merged." DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM ShowMergeLine
               MOVE 'N' TO MergeValid
           END-IF.

       MergeConnectionFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "connections.dat" TO MergeFileName
           OPEN INPUT ConnectionRequestFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempConnectionFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ ConnectionRequestFile INTO ConnectionRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE ConnectionRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF FromUsername IN ConnectionRecord = MergeFromUser
                       MOVE MergeIntoUser TO FromUsername IN ConnectionRecord
                   END-IF
                      ToUsername IN ConnectionRecord
                       CONTINUE
                   ELSE
                       IF PreviewRun = 'N'
                           WRITE TempConnectionRecord FROM ConnectionRecord
                       END-IF
                       ADD 1 TO MergeWrittenCount
                   END-IF
                   MOVE ConnectionRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE ConnectionRequestFile
           IF PreviewRun = 'N'
               CLOSE TempConnectionFile
               MOVE "connections.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "connections.dat"
               CALL "CBL_RENAME_FILE" USING "connections_temp.dat"
                   "connections.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeMessageFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "messages.dat" TO MergeFileName
           OPEN INPUT MessageFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempMessageFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ MessageFile INTO MessageRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE MessageRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF MsgSender IN MessageRecord = MergeFromUser
                       MOVE MergeIntoUser TO MsgSender IN MessageRecord
                   END-IF
                   IF MsgRecipient IN MessageRecord = MergeFromUser
                       MOVE MergeIntoUser TO MsgRecipient IN MessageRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempMessageRecord FROM MessageRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE MessageRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE MessageFile
           IF PreviewRun = 'N'
               CLOSE TempMessageFile
               MOVE "messages.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "messages.dat"
               CALL "CBL_RENAME_FILE" USING "messages_temp.dat"
                   "messages.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeApplicationFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "applications.dat" TO MergeFileName
           OPEN INPUT ApplicationFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempApplicationFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ ApplicationFile INTO ApplicationRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE ApplicationRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF AppUsername IN ApplicationRecord = MergeFromUser
                       MOVE MergeIntoUser TO AppUsername IN ApplicationRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempApplicationRecord FROM ApplicationRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE ApplicationRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE ApplicationFile
           IF PreviewRun = 'N'
               CLOSE TempApplicationFile
               MOVE "applications.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "applications.dat"
               CALL "CBL_RENAME_FILE" USING "applications_temp.dat"
                   "applications.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeJobFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "jobs.dat" TO MergeFileName
           IF PreviewRun = 'N'
               MOVE "jobs.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN I-O JobFile
           ELSE
               OPEN INPUT JobFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ JobFile INTO JobRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE JobRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF JobUsername IN JobRecord = MergeFromUser
                       MOVE MergeIntoUser TO JobUsername IN JobRecord
                       IF PreviewRun = 'N'
                           REWRITE JobRecord
                       END-IF
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE JobRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE JobFile
           IF PreviewRun = 'N'
               MOVE "jobs.dat" TO JournalMasterName
               PERFORM JournalAfterImage
           END-IF.

       MergeExperienceFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "experience.dat" TO MergeFileName
           OPEN INPUT ExperienceFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempExperienceFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ ExperienceFile INTO ExperienceRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE ExperienceRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF ExpUsername IN ExperienceRecord = MergeFromUser
                       MOVE MergeIntoUser TO ExpUsername IN ExperienceRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempExperienceRecord FROM ExperienceRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE ExperienceRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE ExperienceFile
           IF PreviewRun = 'N'
               CLOSE TempExperienceFile
               MOVE "experience.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "experience.dat"
               CALL "CBL_RENAME_FILE" USING "experience_temp.dat"
                   "experience.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeEducationFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "education.dat" TO MergeFileName
           OPEN INPUT EducationFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempEducationFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ EducationFile INTO EducationRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE EducationRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF EduUsername IN EducationRecord = MergeFromUser
                       MOVE MergeIntoUser TO EduUsername IN EducationRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempEducationRecord FROM EducationRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE EducationRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE EducationFile
           IF PreviewRun = 'N'
               CLOSE TempEducationFile
               MOVE "education.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "education.dat"
               CALL "CBL_RENAME_FILE" USING "education_temp.dat"
                   "education.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeBlockedUserFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "blocked_users.dat" TO MergeFileName
           OPEN INPUT BlockedUserFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempBlockedUserFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ BlockedUserFile INTO BlockedUserRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE BlockedUserRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF BlockerUsername IN BlockedUserRecord = MergeFromUser
                       MOVE MergeIntoUser TO BlockerUsername IN BlockedUserRecord
                   END-IF
                      BlockedUsername IN BlockedUserRecord
                       CONTINUE
                   ELSE
                       IF PreviewRun = 'N'
                           WRITE TempBlockedUserRecord FROM BlockedUserRecord
                       END-IF
                       ADD 1 TO MergeWrittenCount
                   END-IF
                   MOVE BlockedUserRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE BlockedUserFile
           IF PreviewRun = 'N'
               CLOSE TempBlockedUserFile
               MOVE "blocked_users.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "blocked_users.dat"
               CALL "CBL_RENAME_FILE" USING "blocked_users_temp.dat"
                   "blocked_users.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeEndorsementFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "endorsements.dat" TO MergeFileName
           OPEN INPUT EndorsementFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempEndorsementFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ EndorsementFile INTO EndorsementRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE EndorsementRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF EndorserUsername IN EndorsementRecord = MergeFromUser
                       MOVE MergeIntoUser
                           TO EndorserUsername IN EndorsementRecord
                      EndorsedUsername IN EndorsementRecord
                       CONTINUE
                   ELSE
                       IF PreviewRun = 'N'
                           WRITE TempEndorsementRecord FROM EndorsementRecord
                       END-IF
                       ADD 1 TO MergeWrittenCount
                   END-IF
                   MOVE EndorsementRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE EndorsementFile
           IF PreviewRun = 'N'
               CLOSE TempEndorsementFile
               MOVE "endorsements.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "endorsements.dat"
               CALL "CBL_RENAME_FILE" USING "endorsements_temp.dat"
                   "endorsements.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeRecentViewsFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "recent_views.dat" TO MergeFileName
           OPEN INPUT RecentViewsFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempRecentViewsFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ RecentViewsFile INTO RecentViewRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE RecentViewRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF RecentViewUsername IN RecentViewRecord = MergeFromUser
                       MOVE MergeIntoUser
                           TO RecentViewUsername IN RecentViewRecord
                      RecentViewedUsername IN RecentViewRecord
                       CONTINUE
                   ELSE
                       IF PreviewRun = 'N'
                           WRITE TempRecentViewRecord FROM RecentViewRecord
                       END-IF
                       ADD 1 TO MergeWrittenCount
                   END-IF
                   MOVE RecentViewRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE RecentViewsFile
           IF PreviewRun = 'N'
               CLOSE TempRecentViewsFile
               MOVE "recent_views.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "recent_views.dat"
               CALL "CBL_RENAME_FILE" USING "recent_views_temp.dat"
                   "recent_views.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeSkillsFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "skills_completed.dat" TO MergeFileName
           OPEN INPUT SkillsCompletedFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempSkillsCompletedFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ SkillsCompletedFile INTO SkillCompletionRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE SkillCompletionRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF SkillUsername IN SkillCompletionRecord = MergeFromUser
                       MOVE MergeIntoUser
                           TO SkillUsername IN SkillCompletionRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempSkillCompletionRecord FROM SkillCompletionRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE SkillCompletionRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE SkillsCompletedFile
           IF PreviewRun = 'N'
               CLOSE TempSkillsCompletedFile
               MOVE "skills_completed.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "skills_completed.dat"
               CALL "CBL_RENAME_FILE" USING "skills_completed_temp.dat"
                   "skills_completed.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeNotificationFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "notifications.dat" TO MergeFileName
           OPEN INPUT NotificationFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempNotificationFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ NotificationFile INTO NotificationRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE NotificationRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF NotifUsername IN NotificationRecord = MergeFromUser
                       MOVE MergeIntoUser TO NotifUsername IN NotificationRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempNotificationRecord FROM NotificationRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE NotificationRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE NotificationFile
           IF PreviewRun = 'N'
               CLOSE TempNotificationFile
               MOVE "notifications.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "notifications.dat"
               CALL "CBL_RENAME_FILE" USING "notifications_temp.dat"
                   "notifications.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeSavedSearchFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "saved_searches.dat" TO MergeFileName
           OPEN INPUT SavedSearchFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempSavedSearchFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ SavedSearchFile INTO SavedSearchRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE SavedSearchRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF SearchUsername IN SavedSearchRecord = MergeFromUser
                       MOVE MergeIntoUser TO SearchUsername IN SavedSearchRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempSavedSearchRecord FROM SavedSearchRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE SavedSearchRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE SavedSearchFile
           IF PreviewRun = 'N'
               CLOSE TempSavedSearchFile
               MOVE "saved_searches.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "saved_searches.dat"
               CALL "CBL_RENAME_FILE" USING "saved_searches_temp.dat"
                   "saved_searches.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeRecommendationFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "recommendations.dat" TO MergeFileName
           OPEN INPUT RecommendationFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempRecommendationFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ RecommendationFile INTO RecommendationRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE RecommendationRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF RecUsername IN RecommendationRecord = MergeFromUser
                       MOVE MergeIntoUser TO RecUsername IN RecommendationRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempRecommendationRecord FROM RecommendationRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE RecommendationRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE RecommendationFile
           IF PreviewRun = 'N'
               CLOSE TempRecommendationFile
               MOVE "recommendations.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "recommendations.dat"
               CALL "CBL_RENAME_FILE" USING "recommendations_temp.dat"
                   "recommendations.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeRecoTextFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "recommendations_text.dat" TO MergeFileName
           OPEN INPUT RecoTextFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempRecoTextFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ RecoTextFile INTO RecoTextRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE RecoTextRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF RecoFrom IN RecoTextRecord = MergeFromUser
                       MOVE MergeIntoUser TO RecoFrom IN RecoTextRecord
                   END-IF
                   IF RecoFrom IN RecoTextRecord = RecoFor IN RecoTextRecord
                       CONTINUE
                   ELSE
                       IF PreviewRun = 'N'
                           WRITE TempRecoTextRecord FROM RecoTextRecord
                       END-IF
                       ADD 1 TO MergeWrittenCount
                   END-IF
                   MOVE RecoTextRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE RecoTextFile
           IF PreviewRun = 'N'
               CLOSE TempRecoTextFile
               MOVE "recommendations_text.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "recommendations_text.dat"
               CALL "CBL_RENAME_FILE" USING "recommendations_text_temp.dat"
                   "recommendations_text.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeMentorPrefFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "mentor_prefs.dat" TO MergeFileName
           OPEN INPUT MentorPrefFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempMentorPrefFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ MentorPrefFile INTO MentorPrefRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE MentorPrefRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF MentorPrefUsername IN MentorPrefRecord = MergeFromUser
                       MOVE MergeIntoUser TO MentorPrefUsername IN MentorPrefRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempMentorPrefRecord FROM MentorPrefRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE MentorPrefRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE MentorPrefFile
           IF PreviewRun = 'N'
               CLOSE TempMentorPrefFile
               MOVE "mentor_prefs.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "mentor_prefs.dat"
               CALL "CBL_RENAME_FILE" USING "mentor_prefs_temp.dat"
                   "mentor_prefs.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeMentorshipFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "mentorships.dat" TO MergeFileName
           OPEN INPUT MentorshipFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempMentorshipFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ MentorshipFile INTO MentorshipRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE MentorshipRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF MentorshipMentor IN MentorshipRecord = MergeFromUser
                       MOVE MergeIntoUser
                           TO MentorshipMentor IN MentorshipRecord
                       MOVE MergeIntoUser
                           TO MentorshipMentee IN MentorshipRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempMentorshipRecord FROM MentorshipRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE MentorshipRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE MentorshipFile
           IF PreviewRun = 'N'
               CLOSE TempMentorshipFile
               MOVE "mentorships.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "mentorships.dat"
               CALL "CBL_RENAME_FILE" USING "mentorships_temp.dat"
                   "mentorships.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeMentorSessionFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "mentor_sessions.dat" TO MergeFileName
           OPEN INPUT MentorSessionFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempMentorSessionFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ MentorSessionFile INTO MentorSessionRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE MentorSessionRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF SessionMentor IN MentorSessionRecord = MergeFromUser
                       MOVE MergeIntoUser
                           TO SessionMentor IN MentorSessionRecord
                       MOVE MergeIntoUser
                           TO SessionMentee IN MentorSessionRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempMentorSessionRecord FROM MentorSessionRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE MentorSessionRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE MentorSessionFile
           IF PreviewRun = 'N'
               CLOSE TempMentorSessionFile
               MOVE "mentor_sessions.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "mentor_sessions.dat"
               CALL "CBL_RENAME_FILE" USING "mentor_sessions_temp.dat"
                   "mentor_sessions.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeGroupFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "groups.dat" TO MergeFileName
           OPEN INPUT GroupFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempGroupFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ GroupFile INTO GroupRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE GroupRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF GroupOwner IN GroupRecord = MergeFromUser
                       MOVE MergeIntoUser TO GroupOwner IN GroupRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempGroupRecord FROM GroupRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE GroupRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE GroupFile
           IF PreviewRun = 'N'
               CLOSE TempGroupFile
               MOVE "groups.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "groups.dat"
               CALL "CBL_RENAME_FILE" USING "groups_temp.dat"
                   "groups.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeGroupMemberFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "group_members.dat" TO MergeFileName
           OPEN INPUT GroupMemberFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempGroupMemberFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ GroupMemberFile INTO GroupMemberRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE GroupMemberRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF GroupMemberUsername IN GroupMemberRecord = MergeFromUser
                       MOVE MergeIntoUser TO GroupMemberUsername IN GroupMemberRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempGroupMemberRecord FROM GroupMemberRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE GroupMemberRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE GroupMemberFile
           IF PreviewRun = 'N'
               CLOSE TempGroupMemberFile
               MOVE "group_members.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "group_members.dat"
               CALL "CBL_RENAME_FILE" USING "group_members_temp.dat"
                   "group_members.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeGroupPostFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "group_posts.dat" TO MergeFileName
           OPEN INPUT GroupPostFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempGroupPostFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ GroupPostFile INTO GroupPostRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE GroupPostRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF PostAuthor IN GroupPostRecord = MergeFromUser
                       MOVE MergeIntoUser TO PostAuthor IN GroupPostRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempGroupPostRecord FROM GroupPostRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE GroupPostRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE GroupPostFile
           IF PreviewRun = 'N'
               CLOSE TempGroupPostFile
               MOVE "group_posts.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "group_posts.dat"
               CALL "CBL_RENAME_FILE" USING "group_posts_temp.dat"
                   "group_posts.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeEventFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "events.dat" TO MergeFileName
           OPEN INPUT EventFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempEventFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ EventFile INTO EventRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE EventRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF EventHost IN EventRecord = MergeFromUser
                       MOVE MergeIntoUser TO EventHost IN EventRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempEventRecord FROM EventRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE EventRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE EventFile
           IF PreviewRun = 'N'
               CLOSE TempEventFile
               MOVE "events.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "events.dat"
               CALL "CBL_RENAME_FILE" USING "events_temp.dat"
                   "events.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeEventRsvpFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "event_rsvps.dat" TO MergeFileName
           OPEN INPUT EventRsvpFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempEventRsvpFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ EventRsvpFile INTO EventRsvpRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE EventRsvpRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF RsvpUsername IN EventRsvpRecord = MergeFromUser
                       MOVE MergeIntoUser TO RsvpUsername IN EventRsvpRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempEventRsvpRecord FROM EventRsvpRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE EventRsvpRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE EventRsvpFile
           IF PreviewRun = 'N'
               CLOSE TempEventRsvpFile
               MOVE "event_rsvps.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "event_rsvps.dat"
               CALL "CBL_RENAME_FILE" USING "event_rsvps_temp.dat"
                   "event_rsvps.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeInterviewFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "interviews.dat" TO MergeFileName
           OPEN INPUT InterviewFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempInterviewFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ InterviewFile INTO InterviewRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE InterviewRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF IntvPoster IN InterviewRecord = MergeFromUser
                       MOVE MergeIntoUser TO IntvPoster IN InterviewRecord
                   END-IF
                   IF IntvPoster IN InterviewRecord = IntvApplicant IN InterviewRecord
                       CONTINUE
                   ELSE
                       IF PreviewRun = 'N'
                           WRITE TempInterviewRecord FROM InterviewRecord
                       END-IF
                       ADD 1 TO MergeWrittenCount
                   END-IF
                   MOVE InterviewRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE InterviewFile
           IF PreviewRun = 'N'
               CLOSE TempInterviewFile
               MOVE "interviews.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "interviews.dat"
               CALL "CBL_RENAME_FILE" USING "interviews_temp.dat"
                   "interviews.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeJobOfferFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "offers.dat" TO MergeFileName
           OPEN INPUT JobOfferFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempJobOfferFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ JobOfferFile INTO JobOfferRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE JobOfferRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF OfferPoster IN JobOfferRecord = MergeFromUser
                       MOVE MergeIntoUser TO OfferPoster IN JobOfferRecord
                   END-IF
                   IF OfferApplicant IN JobOfferRecord = MergeFromUser
                       MOVE MergeIntoUser TO OfferApplicant IN JobOfferRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempJobOfferRecord FROM JobOfferRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE JobOfferRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE JobOfferFile
           IF PreviewRun = 'N'
               CLOSE TempJobOfferFile
               MOVE "offers.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "offers.dat"
               CALL "CBL_RENAME_FILE" USING "offers_temp.dat"
                   "offers.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergePlacementHoursFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "placement_hours.dat" TO MergeFileName
           OPEN INPUT PlacementHoursFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempPlacementHoursFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ PlacementHoursFile INTO PlacementHoursRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE PlacementHoursRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF HoursUsername IN PlacementHoursRecord = MergeFromUser
                       MOVE MergeIntoUser
                           TO HoursUsername IN PlacementHoursRecord
                       MOVE MergeIntoUser
                           TO HoursPoster IN PlacementHoursRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempPlacementHoursRecord FROM PlacementHoursRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE PlacementHoursRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE PlacementHoursFile
           IF PreviewRun = 'N'
               CLOSE TempPlacementHoursFile
               MOVE "placement_hours.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "placement_hours.dat"
               CALL "CBL_RENAME_FILE" USING "placement_hours_temp.dat"
                   "placement_hours.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeEmployerUserFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "employer_users.dat" TO MergeFileName
           OPEN INPUT EmployerUserFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempEmployerUserFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ EmployerUserFile INTO EmployerUserRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE EmployerUserRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF EmpUserUsername IN EmployerUserRecord = MergeFromUser
                       MOVE MergeIntoUser
                           TO EmpUserUsername IN EmployerUserRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempEmployerUserRecord FROM EmployerUserRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE EmployerUserRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE EmployerUserFile
           IF PreviewRun = 'N'
               CLOSE TempEmployerUserFile
               MOVE "employer_users.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "employer_users.dat"
               CALL "CBL_RENAME_FILE" USING "employer_users_temp.dat"
                   "employer_users.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeApplicantNoteFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "applicant_notes.dat" TO MergeFileName
           OPEN INPUT ApplicantNoteFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempApplicantNoteFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ ApplicantNoteFile INTO ApplicantNoteRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE ApplicantNoteRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF AnotePoster IN ApplicantNoteRecord = MergeFromUser
                       MOVE MergeIntoUser
                           TO AnotePoster IN ApplicantNoteRecord
                       MOVE MergeIntoUser
                           TO AnoteApplicant IN ApplicantNoteRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempApplicantNoteRecord FROM ApplicantNoteRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE ApplicantNoteRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE ApplicantNoteFile
           IF PreviewRun = 'N'
               CLOSE TempApplicantNoteFile
               MOVE "applicant_notes.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "applicant_notes.dat"
               CALL "CBL_RENAME_FILE" USING "applicant_notes_temp.dat"
                   "applicant_notes.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeOpenToWorkFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "open_to_work.dat" TO MergeFileName
           OPEN INPUT OpenToWorkFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempOpenToWorkFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ OpenToWorkFile INTO OpenToWorkRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE OpenToWorkRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF OtwUsername IN OpenToWorkRecord = MergeFromUser
                       MOVE MergeIntoUser TO OtwUsername IN OpenToWorkRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempOpenToWorkRecord FROM OpenToWorkRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE OpenToWorkRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE OpenToWorkFile
           IF PreviewRun = 'N'
               CLOSE TempOpenToWorkFile
               MOVE "open_to_work.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "open_to_work.dat"
               CALL "CBL_RENAME_FILE" USING "open_to_work_temp.dat"
                   "open_to_work.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeSavedJobFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "saved_jobs.dat" TO MergeFileName
           OPEN INPUT SavedJobFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempSavedJobFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ SavedJobFile INTO SavedJobRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE SavedJobRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF SavedJobUsername IN SavedJobRecord = MergeFromUser
                       MOVE MergeIntoUser
                           TO SavedJobUsername IN SavedJobRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempSavedJobRecord FROM SavedJobRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE SavedJobRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE SavedJobFile
           IF PreviewRun = 'N'
               CLOSE TempSavedJobFile
               MOVE "saved_jobs.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "saved_jobs.dat"
               CALL "CBL_RENAME_FILE" USING "saved_jobs_temp.dat"
                   "saved_jobs.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeAvailabilityFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "availability.dat" TO MergeFileName
           OPEN INPUT AvailabilityFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempAvailabilityFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ AvailabilityFile INTO AvailabilityRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE AvailabilityRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF AvailUsername IN AvailabilityRecord = MergeFromUser
                       MOVE MergeIntoUser
                           TO AvailUsername IN AvailabilityRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempAvailabilityRecord FROM AvailabilityRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE AvailabilityRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE AvailabilityFile
           IF PreviewRun = 'N'
               CLOSE TempAvailabilityFile
               MOVE "availability.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "availability.dat"
               CALL "CBL_RENAME_FILE" USING "availability_temp.dat"
                   "availability.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeFairInterestFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "fair_interest.dat" TO MergeFileName
           OPEN INPUT FairInterestFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempFairInterestFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ FairInterestFile INTO FairInterestRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE FairInterestRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF InterestUsername IN FairInterestRecord = MergeFromUser
                       MOVE MergeIntoUser
                           TO InterestUsername IN FairInterestRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempFairInterestRecord FROM FairInterestRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE FairInterestRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE FairInterestFile
           IF PreviewRun = 'N'
               CLOSE TempFairInterestFile
               MOVE "fair_interest.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "fair_interest.dat"
               CALL "CBL_RENAME_FILE" USING "fair_interest_temp.dat"
                   "fair_interest.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeAdvisorSlotFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "advisor_slots.dat" TO MergeFileName
           OPEN INPUT AdvisorSlotFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempAdvisorSlotFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ AdvisorSlotFile INTO AdvisorSlotRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE AdvisorSlotRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF SlotAdvisor IN AdvisorSlotRecord = MergeFromUser
                       MOVE MergeIntoUser TO SlotAdvisor IN AdvisorSlotRecord
                   END-IF
                   IF SlotStudent IN AdvisorSlotRecord = MergeFromUser
                       MOVE MergeIntoUser TO SlotStudent IN AdvisorSlotRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempAdvisorSlotRecord FROM AdvisorSlotRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE AdvisorSlotRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE AdvisorSlotFile
           IF PreviewRun = 'N'
               CLOSE TempAdvisorSlotFile
               MOVE "advisor_slots.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "advisor_slots.dat"
               CALL "CBL_RENAME_FILE" USING "advisor_slots_temp.dat"
                   "advisor_slots.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeAdvisorNoteFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "advisor_notes.dat" TO MergeFileName
           OPEN INPUT AdvisorNoteFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempAdvisorNoteFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ AdvisorNoteFile INTO AdvisorNoteRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE AdvisorNoteRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF NoteStudent IN AdvisorNoteRecord = MergeFromUser
                       MOVE MergeIntoUser TO NoteStudent IN AdvisorNoteRecord
                   END-IF
                   IF NoteAdvisor IN AdvisorNoteRecord = MergeFromUser
                       MOVE MergeIntoUser TO NoteAdvisor IN AdvisorNoteRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempAdvisorNoteRecord FROM AdvisorNoteRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE AdvisorNoteRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE AdvisorNoteFile
           IF PreviewRun = 'N'
               CLOSE TempAdvisorNoteFile
               MOVE "advisor_notes.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "advisor_notes.dat"
               CALL "CBL_RENAME_FILE" USING "advisor_notes_temp.dat"
                   "advisor_notes.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeJobTemplateFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "job_templates.dat" TO MergeFileName
           OPEN INPUT JobTemplateFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempJobTemplateFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ JobTemplateFile INTO JobTemplateRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE JobTemplateRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF TmplOwner IN JobTemplateRecord = MergeFromUser
                       MOVE MergeIntoUser TO TmplOwner IN JobTemplateRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempJobTemplateRecord FROM JobTemplateRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE JobTemplateRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE JobTemplateFile
           IF PreviewRun = 'N'
               CLOSE TempJobTemplateFile
               MOVE "job_templates.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "job_templates.dat"
               CALL "CBL_RENAME_FILE" USING "job_templates_temp.dat"
                   "job_templates.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeSurveyResponseFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "survey_responses.dat" TO MergeFileName
           OPEN INPUT SurveyResponseFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempSurveyResponseFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ SurveyResponseFile INTO SurveyResponseRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE SurveyResponseRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF RespUsername IN SurveyResponseRecord = MergeFromUser
                       MOVE MergeIntoUser
                           TO RespUsername IN SurveyResponseRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempSurveyResponseRecord FROM SurveyResponseRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE SurveyResponseRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE SurveyResponseFile
           IF PreviewRun = 'N'
               CLOSE TempSurveyResponseFile
               MOVE "survey_responses.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "survey_responses.dat"
               CALL "CBL_RENAME_FILE" USING "survey_responses_temp.dat"
                   "survey_responses.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeNotifPrefFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "notif_prefs.dat" TO MergeFileName
           OPEN INPUT NotifPrefFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempNotifPrefFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ NotifPrefFile INTO NotifPrefRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE NotifPrefRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF PrefUsername IN NotifPrefRecord = MergeFromUser
                       MOVE MergeIntoUser TO PrefUsername IN NotifPrefRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempNotifPrefRecord FROM NotifPrefRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE NotifPrefRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE NotifPrefFile
           IF PreviewRun = 'N'
               CLOSE TempNotifPrefFile
               MOVE "notif_prefs.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "notif_prefs.dat"
               CALL "CBL_RENAME_FILE" USING "notif_prefs_temp.dat"
                   "notif_prefs.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeAbuseReportFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "reports.dat" TO MergeFileName
           OPEN INPUT AbuseReportFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempAbuseReportFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ AbuseReportFile INTO AbuseReportRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE AbuseReportRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF ReporterUsername IN AbuseReportRecord = MergeFromUser
                       MOVE MergeIntoUser TO ReporterUsername IN AbuseReportRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempAbuseReportRecord FROM AbuseReportRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE AbuseReportRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE AbuseReportFile
           IF PreviewRun = 'N'
               CLOSE TempAbuseReportFile
               MOVE "reports.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "reports.dat"
               CALL "CBL_RENAME_FILE" USING "reports_temp.dat"
                   "reports.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergePwdHistoryFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "password_history.dat" TO MergeFileName
           OPEN INPUT PwdHistoryFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempPwdHistoryFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ PwdHistoryFile INTO PwdHistoryRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE PwdHistoryRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF HistUsername IN PwdHistoryRecord = MergeFromUser
                       MOVE MergeIntoUser TO HistUsername IN PwdHistoryRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempPwdHistoryRecord FROM PwdHistoryRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE PwdHistoryRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE PwdHistoryFile
           IF PreviewRun = 'N'
               CLOSE TempPwdHistoryFile
               MOVE "password_history.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "password_history.dat"
               CALL "CBL_RENAME_FILE" USING "password_history_temp.dat"
                   "password_history.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeMessageContactFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "message_contacts.dat" TO MergeFileName
           OPEN INPUT MessageContactFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempMessageContactFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ MessageContactFile INTO MessageContactRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE MessageContactRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF ContactUserA IN MessageContactRecord = MergeFromUser
                       MOVE MergeIntoUser TO ContactUserA IN MessageContactRecord
                   END-IF
                   IF ContactUserA IN MessageContactRecord = ContactUserB IN MessageContactRecord
                       CONTINUE
                   ELSE
                       IF PreviewRun = 'N'
                           WRITE TempMessageContactRecord FROM MessageContactRecord
                       END-IF
                       ADD 1 TO MergeWrittenCount
                   END-IF
                   MOVE MessageContactRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE MessageContactFile
           IF PreviewRun = 'N'
               CLOSE TempMessageContactFile
               MOVE "message_contacts.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "message_contacts.dat"
               CALL "CBL_RENAME_FILE" USING "message_contacts_temp.dat"
                   "message_contacts.dat"
               PERFORM JournalAfterImage
           END-IF.

      *> A tag the duplicate held on the survivor (or the survivor on the
      *> duplicate) has nobody left to describe and is dropped.
       MergeConnectionTagFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "connection_tags.dat" TO MergeFileName
           OPEN INPUT ConnectionTagFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempConnectionTagFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ ConnectionTagFile INTO ConnectionTagRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE ConnectionTagRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF TagOwner IN ConnectionTagRecord = MergeFromUser
                       MOVE MergeIntoUser TO TagOwner IN ConnectionTagRecord
                   END-IF
                   IF TagPartner IN ConnectionTagRecord = MergeFromUser
                       MOVE MergeIntoUser TO TagPartner IN ConnectionTagRecord
                   END-IF
                   IF TagOwner IN ConnectionTagRecord = TagPartner IN ConnectionTagRecord
                       CONTINUE
                   ELSE
                       IF PreviewRun = 'N'
                           WRITE TempConnectionTagRecord FROM ConnectionTagRecord
                       END-IF
                       ADD 1 TO MergeWrittenCount
                   END-IF
                   MOVE ConnectionTagRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE ConnectionTagFile
           IF PreviewRun = 'N'
               CLOSE TempConnectionTagFile
               MOVE "connection_tags.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "connection_tags.dat"
               CALL "CBL_RENAME_FILE" USING "connection_tags_temp.dat"
                   "connection_tags.dat"
               PERFORM JournalAfterImage
           END-IF.

      *> Held messages and connections carry both parties in their first
      *> two username fields; postings and profile entries carry the
      *> owner first.
       MergeRecycleBinFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "recycle_bin.dat" TO MergeFileName
           OPEN INPUT RecycleBinFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempRecycleBinFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ RecycleBinFile INTO RecycleBinRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE RecycleBinRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF BinOwner IN RecycleBinRecord = MergeFromUser
                       MOVE MergeIntoUser TO BinOwner IN RecycleBinRecord
                   END-IF
                   IF BinImage IN RecycleBinRecord (1:20) = MergeFromUser
                       MOVE MergeIntoUser TO BinImage IN RecycleBinRecord (1:20)
                   END-IF
                   IF (BinKind IN RecycleBinRecord = "MSG" OR
                       BinKind IN RecycleBinRecord = "CONN") AND
                      BinImage IN RecycleBinRecord (21:20) = MergeFromUser
                       MOVE MergeIntoUser TO BinImage IN RecycleBinRecord (21:20)
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempRecycleBinRecord FROM RecycleBinRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE RecycleBinRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE RecycleBinFile
           IF PreviewRun = 'N'
               CLOSE TempRecycleBinFile
               MOVE "recycle_bin.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "recycle_bin.dat"
               CALL "CBL_RENAME_FILE" USING "recycle_bin_temp.dat"
                   "recycle_bin.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeAnnouncementAckFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "announcement_acks.dat" TO MergeFileName
           OPEN INPUT AnnouncementAckFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempAnnouncementAckFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ AnnouncementAckFile INTO AnnouncementAckRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE AnnouncementAckRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF AckUsername IN AnnouncementAckRecord = MergeFromUser
                       MOVE MergeIntoUser TO AckUsername IN AnnouncementAckRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempAnnouncementAckRecord FROM AnnouncementAckRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE AnnouncementAckRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE AnnouncementAckFile
           IF PreviewRun = 'N'
               CLOSE TempAnnouncementAckFile
               MOVE "announcement_acks.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "announcement_acks.dat"
               CALL "CBL_RENAME_FILE" USING "announcement_acks_temp.dat"
                   "announcement_acks.dat"
               PERFORM JournalAfterImage
           END-IF.

       MergeAdvisorMajorFile.
           MOVE 'N' TO EOF-WorkFile
           MOVE "advisor_majors.dat" TO MergeFileName
           OPEN INPUT AdvisorMajorFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempAdvisorMajorFile
           END-IF
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ AdvisorMajorFile INTO AdvisorMajorRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO MergeReadCount
                   MOVE AdvisorMajorRecord TO MergeRecordBefore
                   MOVE MergeWrittenCount TO MergeWrittenBefore
                   IF AdvisorUsername IN AdvisorMajorRecord = MergeFromUser
                       MOVE MergeIntoUser TO AdvisorUsername IN AdvisorMajorRecord
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempAdvisorMajorRecord FROM AdvisorMajorRecord
                   END-IF
                   ADD 1 TO MergeWrittenCount
                   MOVE AdvisorMajorRecord TO MergeRecordAfter
                   PERFORM NoteMergedRecord
               END-READ
           END-PERFORM
           CLOSE AdvisorMajorFile
           IF PreviewRun = 'N'
               CLOSE TempAdvisorMajorFile
               MOVE "advisor_majors.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "advisor_majors.dat"
               CALL "CBL_RENAME_FILE" USING "advisor_majors_temp.dat"
                   "advisor_majors.dat"
               PERFORM JournalAfterImage
           END-IF.

       RetireDuplicateAccount.
           MOVE "users.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN I-O UserDataFile
           MOVE MergeFromUser TO Username IN UserRecord
           DELETE UserDataFile RECORD
               CONTINUE
           END-DELETE
           CLOSE UserDataFile
           MOVE "users.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           MOVE "profiles.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN I-O UserProfileRecordFile
           MOVE MergeFromUser TO Username-Profile IN UserProfileRecord
           DELETE UserProfileRecordFile RECORD
           INVALID KEY
               CONTINUE
           END-DELETE
           CLOSE UserProfileRecordFile
           MOVE "profiles.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       WriteMergeAudit.
           MOVE SPACES TO FixedTimestamp
           ELSE
               MOVE ControlStampBuf(1:10) TO ControlRunDay
           END-IF
           MOVE SPACES TO BatchControlRecord
           MOVE ControlRunDay TO ControlRunDate
           MOVE "ACCOUNTMERGE" TO ControlStep
           MOVE MergeReadCount TO ControlReadCount
           MOVE MergeWrittenCount TO ControlWrittenCount
           COMPUTE ControlRejectCount = MergeReadCount - MergeWrittenCount
           IF PreviewRun = 'Y'
               MOVE SPACES TO CurrentMessage
               STRING "Control totals (not posted): " DELIMITED BY SIZE
                   FUNCTION TRIM(ControlStep) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(ControlFileName) DELIMITED BY SIZE
                   " read " DELIMITED BY SIZE
                   ControlReadCount DELIMITED BY SIZE
                   " written " DELIMITED BY SIZE
                   ControlWrittenCount DELIMITED BY SIZE
                   " rejected " DELIMITED BY SIZE
                   ControlRejectCount DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM ShowMergeLine
           ELSE
               OPEN EXTEND BatchControlFile
               WRITE BatchControlRecord
               CLOSE BatchControlFile
           END-IF.

       COPY "ChainDigest.cob".

       COPY "LegalHold.cob".

       COPY "Journal.cob".

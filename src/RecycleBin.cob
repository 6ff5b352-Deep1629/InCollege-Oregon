      *> Recently Deleted. Deleting a message, a job posting, a connection
      *> or a profile experience/education entry copies the record here
      *> first; the owner can put it back until RecycleBinPurge removes
      *> the row for good after RecyclePurgeDays. The host sets
      *> RecycleKind, RecycleSummary and RecycleImage before performing
      *> StashInRecycleBin.
       RecentlyDeletedMenu.
           MOVE "--- Recently Deleted ---" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE SPACES TO CurrentMessage
           STRING "Deleted items are kept for " DELIMITED BY SIZE
               FUNCTION TRIM(RecyclePurgeDays) DELIMITED BY SIZE
               " days and then removed for good." DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           MOVE 0 TO RecycleListCount
           MOVE 'N' TO EOF-RecycleBinFile
           OPEN INPUT RecycleBinFile
           PERFORM UNTIL EOF-RecycleBinFile = 'Y'
               READ RecycleBinFile INTO RecycleBinRecord
               AT END
                   MOVE 'Y' TO EOF-RecycleBinFile
               NOT AT END
                   IF BinOwner IN RecycleBinRecord = CurrentUsername
                       ADD 1 TO RecycleListCount
                       MOVE BinKind IN RecycleBinRecord TO RecycleKind
                       PERFORM DescribeRecycleKind
                       MOVE SPACES TO CurrentMessage
                       STRING FUNCTION TRIM(RecycleListCount) DELIMITED BY SIZE
                           ". [" DELIMITED BY SIZE
                           FUNCTION TRIM(RecycleRefusal) DELIMITED BY SIZE
                           "] " DELIMITED BY SIZE
                           FUNCTION TRIM(BinSummary IN RecycleBinRecord)
                               DELIMITED BY SIZE
                           " (deleted " DELIMITED BY SIZE
                           BinDeletedDate IN RecycleBinRecord DELIMITED BY SIZE
                           ", kept until " DELIMITED BY SIZE
                           BinPurgeDate IN RecycleBinRecord DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RecycleBinFile
           IF RecycleListCount = 0 THEN
               MOVE "Nothing has been deleted recently." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter number to restore, or 0 to go back:" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               IF MenuOption > 0 AND MenuOption <= RecycleListCount THEN
                   PERFORM LoadRecycleEntry
                   PERFORM RestoreRecycleEntry
               END-IF
           END-IF.

      *> Leaves the label for RecycleKind in RecycleRefusal, which is free
      *> whenever the list is being shown.
       DescribeRecycleKind.
           EVALUATE RecycleKind
               WHEN "MSG"
                   MOVE "Message" TO RecycleRefusal
               WHEN "JOB"
                   MOVE "Job posting" TO RecycleRefusal
               WHEN "CONN"
                   MOVE "Connection" TO RecycleRefusal
               WHEN "EXP"
                   MOVE "Experience" TO RecycleRefusal
               WHEN "EDU"
                   MOVE "Education" TO RecycleRefusal
               WHEN OTHER
                   MOVE RecycleKind TO RecycleRefusal
           END-EVALUATE.

      *> Picks up the MenuOption-th bin row belonging to the user.
       LoadRecycleEntry.
           MOVE 0 TO RecycleListCount
           MOVE 0 TO RecycleSelectedId
           MOVE 'N' TO EOF-RecycleBinFile
           OPEN INPUT RecycleBinFile
           PERFORM UNTIL EOF-RecycleBinFile = 'Y'
               READ RecycleBinFile INTO RecycleBinRecord
               AT END
                   MOVE 'Y' TO EOF-RecycleBinFile
               NOT AT END
                   IF BinOwner IN RecycleBinRecord = CurrentUsername
                       ADD 1 TO RecycleListCount
                       IF RecycleListCount = MenuOption
                           MOVE BinId IN RecycleBinRecord TO RecycleSelectedId
                           MOVE BinKind IN RecycleBinRecord TO RecycleKind
                           MOVE BinSummary IN RecycleBinRecord TO RecycleSummary
                           MOVE BinImage IN RecycleBinRecord TO RecycleImage
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RecycleBinFile.

       RestoreRecycleEntry.
           MOVE 'Y' TO RecycleRestoreOk
           MOVE SPACES TO RecycleRefusal
           EVALUATE RecycleKind
               WHEN "MSG"
                   PERFORM RestoreRecycledMessage
               WHEN "JOB"
                   PERFORM RestoreRecycledJob
               WHEN "CONN"
                   PERFORM RestoreRecycledConnection
               WHEN "EXP"
                   PERFORM RestoreRecycledExperience
               WHEN "EDU"
                   PERFORM RestoreRecycledEducation
               WHEN OTHER
                   MOVE 'N' TO RecycleRestoreOk
                   MOVE "That item cannot be restored." TO RecycleRefusal
           END-EVALUATE
           IF RecycleRestoreOk = 'Y' THEN
               MOVE 'N' TO RecycleRemoveAll
               PERFORM DropRecycleEntry
               PERFORM DescribeRecycleKind
               MOVE "RECYCLE_RESTORE" TO AuditActionName
               MOVE SPACES TO AuditDetailText
               STRING FUNCTION TRIM(RecycleRefusal) DELIMITED BY SIZE
                   " restored: " DELIMITED BY SIZE
                   FUNCTION TRIM(RecycleSummary) DELIMITED BY SIZE
                   INTO AuditDetailText
               PERFORM WriteAuditLog
               MOVE "Restored." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE RecycleRefusal TO CurrentMessage
               PERFORM DisplayAndLog
           END-IF.

       RestoreRecycledMessage.
           MOVE CurrentUsername TO RecycleMsgRecipient
           MOVE "messages.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND MessageFile
           WRITE MessageRecord FROM RecycleImage
           CLOSE MessageFile
           MOVE "messages.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

      *> The posting comes back with the status it had when removed.
      *> Applications closed out by the removal stay closed.
       RestoreRecycledJob.
           MOVE CurrentUsername TO RecycleJobOwner
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN I-O JobFile
           WRITE JobRecord FROM RecycleImage
           INVALID KEY
               CONTINUE
           END-WRITE
           CLOSE JobFile
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalAfterImage
           MOVE 0 TO JshJobIdValue
           IF RecycleJobId IS NUMERIC
               MOVE RecycleJobId TO JshJobIdValue
           END-IF
           MOVE "Removed" TO JshOldStatusValue
           MOVE RecycleJobStatus TO JshNewStatusValue
           MOVE SPACES TO JshApplicantValue
           PERFORM WriteJobStatusHistory
           MOVE "Applications closed when the listing was removed stay closed."
               TO CurrentMessage
           PERFORM DisplayAndLog.

      *> A connection only comes back if nothing has happened between the
      *> pair since: no block and no newer request either way.
       RestoreRecycledConnection.
           IF RecycleConnFrom = CurrentUsername
               MOVE RecycleConnTo TO RecyclePartner
           ELSE
               MOVE RecycleConnFrom TO RecyclePartner
               MOVE CurrentUsername TO RecycleConnTo
           END-IF
           MOVE RecyclePartner TO BlockCheckTarget
           PERFORM CheckBlocked
           IF IsBlocked = 'Y' THEN
               MOVE 'N' TO RecycleRestoreOk
               MOVE "That connection cannot be restored while either of you has blocked the other."
                   TO RecycleRefusal
           ELSE
               MOVE 'N' TO RecycleMatchFound
               MOVE 'N' TO EOF-ConnectionFile
               OPEN INPUT ConnectionRequestFile
               PERFORM UNTIL EOF-ConnectionFile = 'Y'
                   READ ConnectionRequestFile INTO ConnectionRecord
                   AT END
                       MOVE 'Y' TO EOF-ConnectionFile
                   NOT AT END
                       IF (FromUsername IN ConnectionRecord = CurrentUsername AND
                           ToUsername IN ConnectionRecord = RecyclePartner) OR
                          (FromUsername IN ConnectionRecord = RecyclePartner AND
                           ToUsername IN ConnectionRecord = CurrentUsername)
                           MOVE 'Y' TO RecycleMatchFound
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ConnectionRequestFile
               IF RecycleMatchFound = 'Y' THEN
                   MOVE 'N' TO RecycleRestoreOk
                   MOVE SPACES TO RecycleRefusal
                   STRING "You already have a connection or request with "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(RecyclePartner) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO RecycleRefusal
               ELSE
                   MOVE "connections.dat" TO JournalMasterName
                   PERFORM JournalBeforeImage
                   OPEN EXTEND ConnectionRequestFile
                   WRITE ConnectionRecord FROM RecycleImage
                   CLOSE ConnectionRequestFile
                   MOVE "connections.dat" TO JournalMasterName
                   PERFORM JournalAfterImage
               END-IF
           END-IF.

      *> A restored entry goes after the user's current entries, so it
      *> only fits while they have fewer than three.
       RestoreRecycledExperience.
           MOVE 0 TO RecycleEntryCount
           MOVE 'N' TO EOF-ExperienceFile
           OPEN INPUT ExperienceFile
           PERFORM UNTIL EOF-ExperienceFile = 'Y'
               READ ExperienceFile INTO ExperienceRecord
               AT END
                   MOVE 'Y' TO EOF-ExperienceFile
               NOT AT END
                   IF ExpUsername IN ExperienceRecord = CurrentUsername
                       ADD 1 TO RecycleEntryCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ExperienceFile
           IF RecycleEntryCount >= 3 THEN
               MOVE 'N' TO RecycleRestoreOk
               MOVE "Your profile already has three experience entries; remove one first."
                   TO RecycleRefusal
           ELSE
               MOVE CurrentUsername TO RecycleEntryUser
               COMPUTE RecycleEntryNumber = RecycleEntryCount + 1
               MOVE "experience.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND ExperienceFile
               WRITE ExperienceRecord FROM RecycleImage
               CLOSE ExperienceFile
               MOVE "experience.dat" TO JournalMasterName
               PERFORM JournalAfterImage
           END-IF.

       RestoreRecycledEducation.
           MOVE 0 TO RecycleEntryCount
           MOVE 'N' TO EOF-EducationFile
           OPEN INPUT EducationFile
           PERFORM UNTIL EOF-EducationFile = 'Y'
               READ EducationFile INTO EducationRecord
               AT END
                   MOVE 'Y' TO EOF-EducationFile
               NOT AT END
                   IF EduUsername IN EducationRecord = CurrentUsername
                       ADD 1 TO RecycleEntryCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EducationFile
           IF RecycleEntryCount >= 3 THEN
               MOVE 'N' TO RecycleRestoreOk
               MOVE "Your profile already has three education entries; remove one first."
                   TO RecycleRefusal
           ELSE
               MOVE CurrentUsername TO RecycleEntryUser
               COMPUTE RecycleEntryNumber = RecycleEntryCount + 1
               MOVE "education.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND EducationFile
               WRITE EducationRecord FROM RecycleImage
               CLOSE EducationFile
               MOVE "education.dat" TO JournalMasterName
               PERFORM JournalAfterImage
           END-IF.

       StashInRecycleBin.
           PERFORM StampCreatedDate
           COMPUTE RecyclePurgeNum = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(CurrentCreatedDate(1:4)) * 10000 +
                   FUNCTION NUMVAL(CurrentCreatedDate(6:2)) * 100 +
                   FUNCTION NUMVAL(CurrentCreatedDate(9:2)))
               + RecyclePurgeDays)
           MOVE SPACES TO RecyclePurgeDate
           STRING RecyclePurgeNum(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RecyclePurgeNum(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RecyclePurgeNum(7:2) DELIMITED BY SIZE
               INTO RecyclePurgeDate
           MOVE 0 TO RecycleNextId
           MOVE 'N' TO EOF-RecycleBinFile
           OPEN INPUT RecycleBinFile
           PERFORM UNTIL EOF-RecycleBinFile = 'Y'
               READ RecycleBinFile INTO RecycleBinRecord
               AT END
                   MOVE 'Y' TO EOF-RecycleBinFile
               NOT AT END
                   IF BinId IN RecycleBinRecord IS NUMERIC AND
                      BinId IN RecycleBinRecord > RecycleNextId
                       MOVE BinId IN RecycleBinRecord TO RecycleNextId
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RecycleBinFile
           ADD 1 TO RecycleNextId
           MOVE "recycle_bin.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND RecycleBinFile
           MOVE SPACES TO RecycleBinRecord
           MOVE RecycleNextId TO BinId IN RecycleBinRecord
           MOVE CurrentUsername TO BinOwner IN RecycleBinRecord
           MOVE RecycleKind TO BinKind IN RecycleBinRecord
           MOVE CurrentCreatedDate TO BinDeletedDate IN RecycleBinRecord
           MOVE RecyclePurgeDate TO BinPurgeDate IN RecycleBinRecord
           MOVE RecycleSummary TO BinSummary IN RecycleBinRecord
           MOVE RecycleImage TO BinImage IN RecycleBinRecord
           WRITE RecycleBinRecord
           CLOSE RecycleBinFile
           MOVE "recycle_bin.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

      *> Drops RecycleSelectedId, or with RecycleRemoveAll set every row
      *> the user owns.
       DropRecycleEntry.
           MOVE 'N' TO EOF-RecycleBinFile
           OPEN INPUT RecycleBinFile
           OPEN OUTPUT TempRecycleBinFile
           PERFORM UNTIL EOF-RecycleBinFile = 'Y'
               READ RecycleBinFile INTO RecycleBinRecord
               AT END
                   MOVE 'Y' TO EOF-RecycleBinFile
               NOT AT END
                   IF RecycleRemoveAll = 'Y'
                       IF BinOwner IN RecycleBinRecord NOT = CurrentUsername
                           WRITE TempRecycleBinRecord FROM RecycleBinRecord
                       END-IF
                   ELSE
                       IF BinId IN RecycleBinRecord NOT = RecycleSelectedId
                           WRITE TempRecycleBinRecord FROM RecycleBinRecord
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RecycleBinFile
           CLOSE TempRecycleBinFile
           MOVE 'N' TO RecycleRemoveAll
           MOVE "recycle_bin.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "recycle_bin.dat"
           CALL "CBL_RENAME_FILE" USING "recycle_bin_temp.dat"
               "recycle_bin.dat"
           PERFORM JournalAfterImage.

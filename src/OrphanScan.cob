               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QuarantineFile ASSIGN TO "quarantine.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LegalHoldFile ASSIGN TO "legal_holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LegalHoldSkipFile ASSIGN TO "legal_hold_skips.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FD ReportFile.
       01 ReportRecord PIC X(100).

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

       WORKING-STORAGE SECTION.
       01 CurrentMessage PIC X(100).
       01 KnownUserTable.
       01 EOF-UserData PIC X VALUE 'N'.
       01 EOF-ScanFile PIC X VALUE 'N'.
       01 RecordIsOrphan PIC X VALUE 'N'.
       01 RecordIsHeld PIC X VALUE 'N'.
       01 ScanSourceName PIC X(22).
       01 OrphanTotalCount PIC 9(5) VALUE 0.
       01 OrphanFileCount PIC 9(5) VALUE 0.
       01 HeldTotalCount PIC 9(5) VALUE 0.
       01 HeldFileCount PIC 9(5) VALUE 0.
       01 ScanRecordCount PIC 9(5) VALUE 0.
       01 ReportFileName PIC X(40) VALUE "output/OrphanReport.txt".
       01 PreviewRun PIC X VALUE 'N'.
       01 PreviewSwitch PIC X(10).

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

       PROCEDURE DIVISION.
       MainSection.
           PERFORM DeterminePreviewRun
           PERFORM LoadKnownUsers
           PERFORM LoadLegalHolds
           IF PreviewRun = 'N'
               OPEN OUTPUT QuarantineFile
           END-IF
           OPEN OUTPUT ReportFile

           IF PreviewRun = 'Y'
               MOVE "InCollege Orphan Record Reconciliation PREVIEW"
                   TO CurrentMessage
               PERFORM WriteReportLine
               MOVE "No files are changed by a preview run." TO CurrentMessage
           ELSE
               MOVE "InCollege Orphan Record Reconciliation Report"
                   TO CurrentMessage
           END-IF
           PERFORM WriteReportLine
           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine
               OrphanTotalCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Left in place under legal hold: " DELIMITED BY SIZE
               HeldTotalCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine

           IF PreviewRun = 'N'
               CLOSE QuarantineFile
           END-IF
           CLOSE ReportFile
           STOP RUN.

      *> INCOLLEGE_PREVIEW=Y lists every record a run would quarantine and
      *> leaves quarantine.dat and the hold log as they stand.
       DeterminePreviewRun.
           MOVE 'N' TO PreviewRun
           MOVE SPACES TO PreviewSwitch
           ACCEPT PreviewSwitch FROM ENVIRONMENT "INCOLLEGE_PREVIEW"
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(PreviewSwitch)) = "Y"
               MOVE 'Y' TO PreviewRun
               MOVE "output/OrphanScanPreview.txt" TO ReportFileName
           END-IF.

       LoadKnownUsers.
           MOVE 'N' TO EOF-UserData
           OPEN INPUT UserDataFile
                       MOVE 'Y' TO UsernameKnown
                   END-IF
               END-PERFORM
           END-IF
      *> A held account's records are never quarantined, whichever side
      *> of the record is missing; the first held name found is the one
      *> the skip is logged against.
           IF RecordIsHeld = 'N' AND
              FUNCTION TRIM(CheckUsernameValue) NOT = SPACES
               MOVE CheckUsernameValue TO LegalHoldTarget
               PERFORM CheckLegalHold
               IF LegalHoldActive = 'Y'
                   MOVE 'Y' TO RecordIsHeld
               END-IF
           END-IF.

       QuarantineCurrentRecord.
           IF RecordIsHeld = 'Y'
               ADD 1 TO HeldFileCount
               ADD 1 TO HeldTotalCount
               MOVE "ORPHANSCAN" TO LegalHoldSkipPoint
               MOVE SPACES TO LegalHoldSkipDetail
               STRING FUNCTION TRIM(ScanSourceName) DELIMITED BY SIZE
                   " orphan left out of quarantine" DELIMITED BY SIZE
                   INTO LegalHoldSkipDetail
               IF PreviewRun = 'Y'
                   MOVE SPACES TO CurrentMessage
                   STRING "Held (" DELIMITED BY SIZE
                       FUNCTION TRIM(LegalHoldCaseRef) DELIMITED BY SIZE
                       ") " DELIMITED BY SIZE
                       FUNCTION TRIM(ScanSourceName) DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       QuarantineData(1:60) DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM WriteReportLine
               ELSE
                   PERFORM RecordLegalHoldSkip
               END-IF
           ELSE
               ADD 1 TO OrphanFileCount
               ADD 1 TO OrphanTotalCount
               IF PreviewRun = 'Y'
                   MOVE SPACES TO CurrentMessage
                   STRING "Would quarantine " DELIMITED BY SIZE
                       FUNCTION TRIM(ScanSourceName) DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       QuarantineData(1:60) DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM WriteReportLine
               ELSE
                   WRITE QuarantineRecord
               END-IF
           END-IF.

       ReportFileResult.
           MOVE SPACES TO CurrentMessage
               ScanRecordCount DELIMITED BY SIZE
               " record(s) read, " DELIMITED BY SIZE
               OrphanFileCount DELIMITED BY SIZE
               " orphan(s) quarantined, " DELIMITED BY SIZE
               HeldFileCount DELIMITED BY SIZE
               " held" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine.

       ScanConnectionFile.
           MOVE "connections.dat" TO ScanSourceName
           MOVE 0 TO OrphanFileCount
           MOVE 0 TO HeldFileCount
           MOVE 0 TO ScanRecordCount
           MOVE 'N' TO EOF-ScanFile
           OPEN INPUT ConnectionRequestFile
                   MOVE 'Y' TO EOF-ScanFile
               NOT AT END
                   ADD 1 TO ScanRecordCount
                   MOVE 'N' TO RecordIsHeld
                   MOVE 'N' TO RecordIsOrphan
                   MOVE FromUsername IN ConnectionRecord TO CheckUsernameValue
                   PERFORM CheckUsernameKnown
       ScanMessageFile.
           MOVE "messages.dat" TO ScanSourceName
           MOVE 0 TO OrphanFileCount
           MOVE 0 TO HeldFileCount
           MOVE 0 TO ScanRecordCount
           MOVE 'N' TO EOF-ScanFile
           OPEN INPUT MessageFile
                   MOVE 'Y' TO EOF-ScanFile
               NOT AT END
                   ADD 1 TO ScanRecordCount
                   MOVE 'N' TO RecordIsHeld
                   MOVE 'N' TO RecordIsOrphan
                   MOVE MsgSender IN MessageRecord TO CheckUsernameValue
                   PERFORM CheckUsernameKnown
       ScanApplicationFile.
           MOVE "applications.dat" TO ScanSourceName
           MOVE 0 TO OrphanFileCount
           MOVE 0 TO HeldFileCount
           MOVE 0 TO ScanRecordCount
           MOVE 'N' TO EOF-ScanFile
           OPEN INPUT ApplicationFile
                   MOVE 'Y' TO EOF-ScanFile
               NOT AT END
                   ADD 1 TO ScanRecordCount
                   MOVE 'N' TO RecordIsHeld
                   MOVE AppUsername IN ApplicationRecord TO CheckUsernameValue
                   PERFORM CheckUsernameKnown
                   IF UsernameKnown = 'N' THEN
       ScanEndorsementFile.
           MOVE "endorsements.dat" TO ScanSourceName
           MOVE 0 TO OrphanFileCount
           MOVE 0 TO HeldFileCount
           MOVE 0 TO ScanRecordCount
           MOVE 'N' TO EOF-ScanFile
           OPEN INPUT EndorsementFile
                   MOVE 'Y' TO EOF-ScanFile
               NOT AT END
                   ADD 1 TO ScanRecordCount
                   MOVE 'N' TO RecordIsHeld
                   MOVE 'N' TO RecordIsOrphan
                   MOVE EndorserUsername IN EndorsementRecord TO CheckUsernameValue
                   PERFORM CheckUsernameKnown
       ScanBlockedUserFile.
           MOVE "blocked_users.dat" TO ScanSourceName
           MOVE 0 TO OrphanFileCount
           MOVE 0 TO HeldFileCount
           MOVE 0 TO ScanRecordCount
           MOVE 'N' TO EOF-ScanFile
           OPEN INPUT BlockedUserFile
                   MOVE 'Y' TO EOF-ScanFile
               NOT AT END
                   ADD 1 TO ScanRecordCount
                   MOVE 'N' TO RecordIsHeld
                   MOVE 'N' TO RecordIsOrphan
                   MOVE BlockerUsername IN BlockedUserRecord TO CheckUsernameValue
                   PERFORM CheckUsernameKnown
       ScanExperienceFile.
           MOVE "experience.dat" TO ScanSourceName
           MOVE 0 TO OrphanFileCount
           MOVE 0 TO HeldFileCount
           MOVE 0 TO ScanRecordCount
           MOVE 'N' TO EOF-ScanFile
           OPEN INPUT ExperienceFile
                   MOVE 'Y' TO EOF-ScanFile
               NOT AT END
                   ADD 1 TO ScanRecordCount
                   MOVE 'N' TO RecordIsHeld
                   MOVE ExpUsername IN ExperienceRecord TO CheckUsernameValue
                   PERFORM CheckUsernameKnown
                   IF UsernameKnown = 'N' THEN
       ScanEducationFile.
           MOVE "education.dat" TO ScanSourceName
           MOVE 0 TO OrphanFileCount
           MOVE 0 TO HeldFileCount
           MOVE 0 TO ScanRecordCount
           MOVE 'N' TO EOF-ScanFile
           OPEN INPUT EducationFile
                   MOVE 'Y' TO EOF-ScanFile
               NOT AT END
                   ADD 1 TO ScanRecordCount
                   MOVE 'N' TO RecordIsHeld
                   MOVE EduUsername IN EducationRecord TO CheckUsernameValue
                   PERFORM CheckUsernameKnown
                   IF UsernameKnown = 'N' THEN
       ScanRecentViewsFile.
           MOVE "recent_views.dat" TO ScanSourceName
           MOVE 0 TO OrphanFileCount
           MOVE 0 TO HeldFileCount
           MOVE 0 TO ScanRecordCount
           MOVE 'N' TO EOF-ScanFile
           OPEN INPUT RecentViewsFile
                   MOVE 'Y' TO EOF-ScanFile
               NOT AT END
                   ADD 1 TO ScanRecordCount
                   MOVE 'N' TO RecordIsHeld
                   MOVE 'N' TO RecordIsOrphan
                   MOVE RecentViewUsername IN RecentViewRecord TO CheckUsernameValue
                   PERFORM CheckUsernameKnown
       ScanSkillsCompletedFile.
           MOVE "skills_completed.dat" TO ScanSourceName
           MOVE 0 TO OrphanFileCount
           MOVE 0 TO HeldFileCount
           MOVE 0 TO ScanRecordCount
           MOVE 'N' TO EOF-ScanFile
           OPEN INPUT SkillsCompletedFile
                   MOVE 'Y' TO EOF-ScanFile
               NOT AT END
                   ADD 1 TO ScanRecordCount
                   MOVE 'N' TO RecordIsHeld
                   MOVE SkillUsername IN SkillCompletionRecord TO CheckUsernameValue
                   PERFORM CheckUsernameKnown
                   IF UsernameKnown = 'N' THEN
           DISPLAY CurrentMessage
           MOVE CurrentMessage TO ReportRecord
           WRITE ReportRecord.

       COPY "LegalHold.cob".

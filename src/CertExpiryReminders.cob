IDENTIFICATION DIVISION.
       PROGRAM-ID. CertExpiryReminders.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CertificationFile ASSIGN TO "certifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempCertificationFile ASSIGN TO "certifications_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NotificationFile ASSIGN TO "notifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalControlFile ASSIGN TO "journal_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CertificationFile.
       01 CertificationRecord.
           05 CertUsername PIC X(20).
           05 CertName PIC X(50).
           05 CertIssuer PIC X(50).
           05 CertCredentialId PIC X(30).
           05 CertIssueDate PIC X(10).
           05 CertExpiryDate PIC X(10).
           05 CertVerifyStatus PIC X(10).
           05 CertVerifiedBy PIC X(20).
           05 CertVerifiedDate PIC X(10).
           05 CertReminder60 PIC X(1).
           05 CertReminder30 PIC X(1).
           05 CertAddedDate PIC X(10).

       FD TempCertificationFile.
       01 TempCertificationRecord PIC X(222).

       FD NotificationFile.
       01 NotificationRecord.
           05 NotifUsername PIC X(20).
           05 NotifText PIC X(100).
           05 NotifDate PIC X(10).
           05 NotifStatus PIC X(6).
           05 NotifCategoryCode PIC X(12).
           05 NotifRelayed PIC X(1).

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
       01 EOF-CertificationFile PIC X VALUE 'N'.
       01 RunDate PIC X(10).
       01 RunDateNum PIC 9(8) VALUE 0.
       01 FixedTimestamp PIC X(20).
       01 CurrentDateTime PIC X(21).
       01 CertsReadCount PIC 9(6) VALUE 0.
       01 Reminded60Count PIC 9(6) VALUE 0.
       01 Reminded30Count PIC 9(6) VALUE 0.
       01 ExpiryDateNum PIC 9(8).
       01 DaysToExpiry PIC S9(6) VALUE 0.
       01 DaysToExpiryDisplay PIC ZZ9.
       01 NoticeDays PIC X(2).
       01 NotifTargetUsername PIC X(20).
       01 NotifMessageText PIC X(100).
       01 ReportFileName PIC X(40) VALUE "output/CertExpiryReminders.txt".
       01 PreviewRun PIC X VALUE 'N'.
       01 PreviewSwitch PIC X(10).
       01 ActionVerbText PIC X(14).

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "CertExpiryReminders".
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
           PERFORM DeterminePreviewRun

           OPEN OUTPUT ReportFile
           IF PreviewRun = 'Y'
               MOVE SPACES TO CurrentMessage
               STRING "InCollege Certification Expiry Reminders PREVIEW  Run date "
                   DELIMITED BY SIZE
                   RunDate DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteReportLine
               MOVE "No files are changed by a preview run." TO CurrentMessage
           ELSE
               MOVE "InCollege Certification Expiry Reminders" TO CurrentMessage
           END-IF
           PERFORM WriteReportLine
           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine

           MOVE 'N' TO EOF-CertificationFile
           OPEN INPUT CertificationFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempCertificationFile
           END-IF
           PERFORM UNTIL EOF-CertificationFile = 'Y'
               READ CertificationFile INTO CertificationRecord
               AT END
                   MOVE 'Y' TO EOF-CertificationFile
               NOT AT END
                   ADD 1 TO CertsReadCount
                   IF FUNCTION TRIM(CertVerifyStatus) NOT = "Rejected" AND
                      CertExpiryDate NOT = SPACES AND RunDateNum > 0
                       PERFORM CheckOneCertification
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempCertificationRecord FROM CertificationRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CertificationFile

           IF PreviewRun = 'N'
               CLOSE TempCertificationFile
               MOVE "certifications.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "certifications.dat"
               CALL "CBL_RENAME_FILE" USING "certifications_temp.dat"
                   "certifications.dat"
               PERFORM JournalAfterImage
           END-IF

           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Certifications read: " DELIMITED BY SIZE
               CertsReadCount DELIMITED BY SIZE
               "  60-day notices: " DELIMITED BY SIZE
               Reminded60Count DELIMITED BY SIZE
               "  30-day notices: " DELIMITED BY SIZE
               Reminded30Count DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           PERFORM WriteBatchControlRecord
           CLOSE ReportFile
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
           ELSE
               MOVE FixedTimestamp(1:10) TO RunDate
           END-IF
           MOVE 0 TO RunDateNum
           IF RunDate(1:4) IS NUMERIC AND RunDate(6:2) IS NUMERIC AND
              RunDate(9:2) IS NUMERIC
               COMPUTE RunDateNum =
                   FUNCTION NUMVAL(RunDate(1:4)) * 10000 +
                   FUNCTION NUMVAL(RunDate(6:2)) * 100 +
                   FUNCTION NUMVAL(RunDate(9:2))
               IF FUNCTION TEST-DATE-YYYYMMDD(RunDateNum) NOT = 0
                   MOVE 0 TO RunDateNum
               END-IF
           END-IF.

      *> INCOLLEGE_PREVIEW=Y lists the notices a run would send, with the
      *> same control totals, and leaves every data file as it stands.
       DeterminePreviewRun.
           MOVE 'N' TO PreviewRun
           MOVE SPACES TO PreviewSwitch
           ACCEPT PreviewSwitch FROM ENVIRONMENT "INCOLLEGE_PREVIEW"
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(PreviewSwitch)) = "Y"
               MOVE 'Y' TO PreviewRun
               MOVE "output/CertExpiryPreview.txt" TO ReportFileName
           END-IF.

      *> The run is monthly, so each window is "within N days" rather than
      *> an exact day. A holder inside 30 days who never had the 60-day
      *> notice gets only the 30-day one; the flags stop repeats.
       CheckOneCertification.
           MOVE -1 TO DaysToExpiry
           IF CertExpiryDate(1:4) IS NUMERIC AND
              CertExpiryDate(6:2) IS NUMERIC AND
              CertExpiryDate(9:2) IS NUMERIC
               COMPUTE ExpiryDateNum =
                   FUNCTION NUMVAL(CertExpiryDate(1:4)) * 10000 +
                   FUNCTION NUMVAL(CertExpiryDate(6:2)) * 100 +
                   FUNCTION NUMVAL(CertExpiryDate(9:2))
               IF FUNCTION TEST-DATE-YYYYMMDD(ExpiryDateNum) = 0
                   COMPUTE DaysToExpiry =
                       FUNCTION INTEGER-OF-DATE(ExpiryDateNum) -
                       FUNCTION INTEGER-OF-DATE(RunDateNum)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN DaysToExpiry < 0
                   CONTINUE
               WHEN DaysToExpiry <= 30 AND CertReminder30 NOT = 'Y'
                   MOVE "30" TO NoticeDays
                   ADD 1 TO Reminded30Count
                   MOVE 'Y' TO CertReminder30
                   MOVE 'Y' TO CertReminder60
                   PERFORM RemindOneCertification
               WHEN DaysToExpiry > 30 AND DaysToExpiry <= 60 AND
                    CertReminder60 NOT = 'Y'
                   MOVE "60" TO NoticeDays
                   ADD 1 TO Reminded60Count
                   MOVE 'Y' TO CertReminder60
                   PERFORM RemindOneCertification
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RemindOneCertification.
           MOVE DaysToExpiry TO DaysToExpiryDisplay
           MOVE "Notice sent" TO ActionVerbText
           IF PreviewRun = 'Y'
               MOVE "Would notify" TO ActionVerbText
           END-IF
           MOVE SPACES TO CurrentMessage
           STRING FUNCTION TRIM(ActionVerbText) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               NoticeDays DELIMITED BY SIZE
               "-day) to " DELIMITED BY SIZE
               FUNCTION TRIM(CertUsername) DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               FUNCTION TRIM(CertName) DELIMITED BY SIZE
               " (expires " DELIMITED BY SIZE
               CertExpiryDate DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(DaysToExpiryDisplay) DELIMITED BY SIZE
               " days)" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine

           MOVE CertUsername TO NotifTargetUsername
           MOVE SPACES TO NotifMessageText
           STRING "Your certification " DELIMITED BY SIZE
               FUNCTION TRIM(CertName) DELIMITED BY SIZE
               " expires on " DELIMITED BY SIZE
               CertExpiryDate DELIMITED BY SIZE
               "; renew it and add it under My Certifications"
               DELIMITED BY SIZE
               INTO NotifMessageText
           PERFORM WriteNotification.

      *> A preview sends nothing; the report line above is the record.
       WriteNotification.
           IF PreviewRun = 'N'
               MOVE "notifications.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND NotificationFile
               MOVE NotifTargetUsername TO NotifUsername IN NotificationRecord
               MOVE NotifMessageText TO NotifText IN NotificationRecord
               MOVE RunDate TO NotifDate IN NotificationRecord
               MOVE "New" TO NotifStatus IN NotificationRecord
               MOVE "OTHER" TO NotifCategoryCode IN NotificationRecord
               MOVE 'N' TO NotifRelayed IN NotificationRecord
               WRITE NotificationRecord
               CLOSE NotificationFile
               MOVE "notifications.dat" TO JournalMasterName
               PERFORM JournalAfterImage
           END-IF.

       WriteReportLine.
           DISPLAY CurrentMessage
           MOVE CurrentMessage TO ReportRecord
           WRITE ReportRecord.

       WriteBatchControlRecord.
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "CERTEXPIRY" TO ControlStep
           MOVE "certifications.dat" TO ControlFileName
           MOVE CertsReadCount TO ControlReadCount
           MOVE CertsReadCount TO ControlWrittenCount
           MOVE 0 TO ControlRejectCount
           IF PreviewRun = 'Y'
               PERFORM ReportControlTotals
           ELSE
               OPEN EXTEND BatchControlFile
               WRITE BatchControlRecord
               CLOSE BatchControlFile
           END-IF.

       ReportControlTotals.
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
           PERFORM WriteReportLine.

       COPY "Journal.cob".

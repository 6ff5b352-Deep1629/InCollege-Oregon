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
           05 NotifText PIC X(100).
           05 NotifDate PIC X(10).
           05 NotifStatus PIC X(6).
           05 NotifCategoryCode PIC X(12).
           05 NotifRelayed PIC X(1).

       FD ReportFile.
       01 ReportRecord PIC X(132).
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
       01 EOF-JobOfferFile PIC X VALUE 'N'.
       01 CurrentDateTime PIC X(21).
       01 OffersReadCount PIC 9(6) VALUE 0.
       01 OffersLapsedCount PIC 9(6) VALUE 0.
       01 OffersRemindedCount PIC 9(6) VALUE 0.
       01 ReminderDate PIC X(10).
       01 ReminderDateNum PIC 9(8).
       01 NotifTargetUsername PIC X(20).
       01 NotifMessageText PIC X(100).
       01 ReportFileName PIC X(40) VALUE "output/OfferLapseReport.txt".
       01 PreviewRun PIC X VALUE 'N'.
       01 PreviewSwitch PIC X(10).
       01 ActionVerbText PIC X(14).

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "OfferLapse".
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
           PERFORM DetermineReminderDate
           PERFORM DeterminePreviewRun

           OPEN OUTPUT ReportFile
           IF PreviewRun = 'Y'
               MOVE SPACES TO CurrentMessage
               STRING "InCollege Offer Deadline Lapse PREVIEW  Run date "
                   DELIMITED BY SIZE
                   RunDate DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteReportLine
               MOVE "No files are changed by a preview run." TO CurrentMessage
           ELSE
               MOVE "InCollege Offer Deadline Lapse Report" TO CurrentMessage
           END-IF
           PERFORM WriteReportLine
           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine

           MOVE 'N' TO EOF-JobOfferFile
           OPEN INPUT JobOfferFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempJobOfferFile
           END-IF
           PERFORM UNTIL EOF-JobOfferFile = 'Y'
               READ JobOfferFile INTO JobOfferRecord
               AT END
                      OfferRespondBy IN JobOfferRecord < RunDate
                       PERFORM LapseOneOffer
                   END-IF
                   IF FUNCTION TRIM(OfferStatus IN JobOfferRecord)
                      = "Extended" AND
                      OfferRespondBy IN JobOfferRecord = ReminderDate
                       PERFORM RemindOneOffer
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempJobOfferRecord FROM JobOfferRecord
                   END-IF
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
           END-IF

           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine
               OffersReadCount DELIMITED BY SIZE
               "  lapsed: " DELIMITED BY SIZE
               OffersLapsedCount DELIMITED BY SIZE
               "  reminded: " DELIMITED BY SIZE
               OffersRemindedCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           PERFORM WriteBatchControlRecord
           CLOSE ReportFile
           MOVE 0 TO RETURN-CODE
           STOP RUN.

               MOVE FixedTimestamp(1:10) TO RunDate
           END-IF.

      *> INCOLLEGE_PREVIEW=Y lists what a run would lapse and remind, with
      *> the same control totals, and leaves every data file as it stands.
       DeterminePreviewRun.
           MOVE 'N' TO PreviewRun
           MOVE SPACES TO PreviewSwitch
           ACCEPT PreviewSwitch FROM ENVIRONMENT "INCOLLEGE_PREVIEW"
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(PreviewSwitch)) = "Y"
               MOVE 'Y' TO PreviewRun
               MOVE "output/OfferLapsePreview.txt" TO ReportFileName
           END-IF.

      *> Students get one reminder two days before the respond-by date so
      *> the outbound relay can reach them before the offer lapses.
       DetermineReminderDate.
           MOVE SPACES TO ReminderDate
           IF RunDate(1:4) IS NUMERIC AND RunDate(6:2) IS NUMERIC AND
              RunDate(9:2) IS NUMERIC
               COMPUTE ReminderDateNum =
                   FUNCTION NUMVAL(RunDate(1:4)) * 10000 +
                   FUNCTION NUMVAL(RunDate(6:2)) * 100 +
                   FUNCTION NUMVAL(RunDate(9:2))
               IF FUNCTION TEST-DATE-YYYYMMDD(ReminderDateNum) = 0
                   COMPUTE ReminderDateNum = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(ReminderDateNum) + 2)
                   STRING ReminderDateNum(1:4) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       ReminderDateNum(5:2) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       ReminderDateNum(7:2) DELIMITED BY SIZE
                       INTO ReminderDate
               END-IF
           END-IF.

       RemindOneOffer.
           ADD 1 TO OffersRemindedCount
           MOVE "Reminder sent" TO ActionVerbText
           IF PreviewRun = 'Y'
               MOVE "Would remind" TO ActionVerbText
           END-IF
           MOVE SPACES TO CurrentMessage
           STRING FUNCTION TRIM(ActionVerbText) DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               FUNCTION TRIM(OfferApplicant IN JobOfferRecord)
               DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               FUNCTION TRIM(OfferJobTitle IN JobOfferRecord)
               DELIMITED BY SIZE
               " (respond-by " DELIMITED BY SIZE
               FUNCTION TRIM(OfferRespondBy IN JobOfferRecord)
               DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine

           MOVE OfferApplicant IN JobOfferRecord TO NotifTargetUsername
           MOVE SPACES TO NotifMessageText
           STRING "Reminder: your offer for " DELIMITED BY SIZE
               FUNCTION TRIM(OfferJobTitle IN JobOfferRecord)
               DELIMITED BY SIZE
               " must be answered by " DELIMITED BY SIZE
               FUNCTION TRIM(OfferRespondBy IN JobOfferRecord)
               DELIMITED BY SIZE
               INTO NotifMessageText
           PERFORM WriteNotification.

       LapseOneOffer.
           MOVE "Lapsed" TO OfferStatus IN JobOfferRecord
           ADD 1 TO OffersLapsedCount
           MOVE "lapsed" TO ActionVerbText
           IF PreviewRun = 'Y'
               MOVE "would lapse" TO ActionVerbText
           END-IF

           MOVE SPACES TO CurrentMessage
           STRING "Offer for " DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               FUNCTION TRIM(OfferApplicant IN JobOfferRecord)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(ActionVerbText) DELIMITED BY SIZE
               " (respond-by " DELIMITED BY SIZE
               FUNCTION TRIM(OfferRespondBy IN JobOfferRecord)
               DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
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
               MOVE "OFFER" TO NotifCategoryCode IN NotificationRecord
               MOVE 'N' TO NotifRelayed IN NotificationRecord
               WRITE NotificationRecord
               CLOSE NotificationFile
               MOVE "notifications.dat" TO JournalMasterName
               PERFORM JournalAfterImage
           END-IF.

       WriteReportLine.
           DISPLAY CurrentMessage
           WRITE ReportRecord.

       WriteBatchControlRecord.
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "OFFERLAPSE" TO ControlStep
           MOVE OffersReadCount TO ControlReadCount
           MOVE OffersReadCount TO ControlWrittenCount
           MOVE OffersLapsedCount TO ControlRejectCount
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

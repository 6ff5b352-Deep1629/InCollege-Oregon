               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "output/ConnectionExpiryPreview.txt"
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

       FD NotifPrefFile.
       01 NotifPrefRecord.
           05 PrefUsername PIC X(20).
           05 PrefCategory PIC X(12).
           05 PrefEnabled PIC X(1).
           05 PrefChannel PIC X(5).

       FD BatchControlFile.
       01 BatchControlRecord.
           05 ControlWrittenCount PIC 9(6).
           05 ControlRejectCount PIC 9(6).

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
       01 CurrentMessage PIC X(132).
       01 EOF-ConnectionFile PIC X VALUE 'N'.
       01 RequestAgeDays PIC S9(7) VALUE 0.
       01 EOF-NotifPrefFile PIC X VALUE 'N'.
       01 NotifPrefAllowed PIC X VALUE 'Y'.
       01 PreviewRun PIC X VALUE 'N'.
       01 PreviewSwitch PIC X(10).
       01 RequestAgeDisplay PIC Z(6)9.

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "ConnectionExpiry".
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

           MOVE SPACES TO PendingMaxAgeEnv
           ACCEPT PendingMaxAgeEnv
               FUNCTION NUMVAL(RunDate(6:2)) * 100 +
               FUNCTION NUMVAL(RunDate(9:2))

           IF PreviewRun = 'Y'
               OPEN OUTPUT ReportFile
               MOVE SPACES TO CurrentMessage
               STRING "InCollege Connection Expiry PREVIEW  Run date " DELIMITED BY SIZE
                   RunDate DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteReportLine
               MOVE "No files are changed by a preview run." TO CurrentMessage
               PERFORM WriteReportLine
               MOVE "----------------------------------------" TO CurrentMessage
               PERFORM WriteReportLine
           END-IF

           MOVE 'N' TO EOF-ConnectionFile
           OPEN INPUT ConnectionRequestFile
           IF PreviewRun = 'N'
               OPEN OUTPUT TempConnectionFile
           END-IF
           PERFORM UNTIL EOF-ConnectionFile = 'Y'
               READ ConnectionRequestFile INTO ConnectionRecord
               AT END
                   IF ConnectionStatus IN ConnectionRecord = "Pending"
                       PERFORM CheckOnePendingRequest
                   END-IF
                   IF PreviewRun = 'N'
                       WRITE TempConnectionRecord FROM ConnectionRecord
                   END-IF
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
           END-IF

           IF PreviewRun = 'Y'
               MOVE "----------------------------------------" TO CurrentMessage
               PERFORM WriteReportLine
           END-IF
           MOVE SPACES TO CurrentMessage
           STRING "Connection records read: " DELIMITED BY SIZE
               RecordsReadCount DELIMITED BY SIZE
               "  pending requests expired: " DELIMITED BY SIZE
               RequestsExpiredCount DELIMITED BY SIZE
               INTO CurrentMessage
           IF PreviewRun = 'Y'
               PERFORM WriteReportLine
           ELSE
               DISPLAY CurrentMessage
           END-IF

           PERFORM WriteBatchControlRecord
           IF PreviewRun = 'Y'
               CLOSE ReportFile
           END-IF
           MOVE 0 TO RETURN-CODE
           STOP RUN.

               MOVE FixedTimestamp(1:10) TO RunDate
           END-IF.

      *> INCOLLEGE_PREVIEW=Y lists what a run would expire, with the same
      *> control totals, and leaves every data file as it stands.
       DeterminePreviewRun.
           MOVE 'N' TO PreviewRun
           MOVE SPACES TO PreviewSwitch
           ACCEPT PreviewSwitch FROM ENVIRONMENT "INCOLLEGE_PREVIEW"
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(PreviewSwitch)) = "Y"
               MOVE 'Y' TO PreviewRun
           END-IF.

       CheckOnePendingRequest.
           IF CreatedDate IN ConnectionRecord (1:4) IS NUMERIC AND
              CreatedDate IN ConnectionRecord (6:2) IS NUMERIC AND
               IF RequestAgeDays > PendingMaxAgeDays
                   MOVE "Expired" TO ConnectionStatus IN ConnectionRecord
                   ADD 1 TO RequestsExpiredCount
                   IF PreviewRun = 'Y'
                       PERFORM ReportExpiringRequest
                   ELSE
                       PERFORM NotifySenderOfLapse
                   END-IF
               END-IF
           END-IF.

       ReportExpiringRequest.
           MOVE RequestAgeDays TO RequestAgeDisplay
           MOVE SPACES TO CurrentMessage
           STRING "Would expire: " DELIMITED BY SIZE
               FUNCTION TRIM(FromUsername IN ConnectionRecord)
                   DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               FUNCTION TRIM(ToUsername IN ConnectionRecord)
                   DELIMITED BY SIZE
               "  requested " DELIMITED BY SIZE
               CreatedDate IN ConnectionRecord DELIMITED BY SIZE
               "  pending " DELIMITED BY SIZE
               FUNCTION TRIM(RequestAgeDisplay) DELIMITED BY SIZE
               " day(s)" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine.

       NotifySenderOfLapse.
           PERFORM CheckConnectNotifPref
           IF NotifPrefAllowed = 'Y'
           END-IF.

       WriteLapseNotification.
           MOVE "notifications.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND NotificationFile
           MOVE FromUsername IN ConnectionRecord
               TO NotifUsername IN NotificationRecord
               INTO NotifText IN NotificationRecord
           MOVE RunDate TO NotifDate IN NotificationRecord
           MOVE "New" TO NotifStatus IN NotificationRecord
           MOVE "CONNECT" TO NotifCategoryCode IN NotificationRecord
           MOVE 'N' TO NotifRelayed IN NotificationRecord
           WRITE NotificationRecord
           CLOSE NotificationFile
           MOVE "notifications.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       CheckConnectNotifPref.
           MOVE 'Y' TO NotifPrefAllowed
           CLOSE NotifPrefFile.

       WriteBatchControlRecord.
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "CONNEXPIRE" TO ControlStep
           MOVE RecordsReadCount TO ControlReadCount
           MOVE RecordsReadCount TO ControlWrittenCount
           MOVE RequestsExpiredCount TO ControlRejectCount
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

       WriteReportLine.
           DISPLAY CurrentMessage
           MOVE CurrentMessage TO ReportRecord
           WRITE ReportRecord.

       COPY "Journal.cob".

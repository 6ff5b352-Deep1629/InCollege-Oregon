IDENTIFICATION DIVISION.
       PROGRAM-ID. PostingQaReminders.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PostingQaFile ASSIGN TO "posting_qa.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempPostingQaFile ASSIGN TO "posting_qa_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NotificationFile ASSIGN TO "notifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "output/PostingQaReminders.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalControlFile ASSIGN TO "journal_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PostingQaFile.
       01 PostingQaRecord.
           05 QaId PIC 9(5).
           05 QaJobId PIC 9(5).
           05 QaJobTitle PIC X(50).
           05 QaPoster PIC X(20).
           05 QaAsker PIC X(20).
           05 QaQuestion PIC X(200).
           05 QaAskedDate PIC X(10).
           05 QaStatus PIC X(8).
           05 QaAnswer PIC X(200).
           05 QaAnsweredDate PIC X(10).
           05 QaScreenFlags PIC X(60).
           05 QaReminded PIC X(1).

       FD TempPostingQaFile.
       01 TempPostingQaRecord PIC X(589).

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
       01 EOF-PostingQaFile PIC X VALUE 'N'.
       01 RunDate PIC X(10).
       01 RunDateNum PIC 9(8) VALUE 0.
       01 FixedTimestamp PIC X(20).
       01 CurrentDateTime PIC X(21).
       01 QuestionsReadCount PIC 9(6) VALUE 0.
       01 RemindedCount PIC 9(6) VALUE 0.
       01 AskedDateNum PIC 9(8).
       01 DaysWaiting PIC S9(6) VALUE 0.
       01 DaysWaitingDisplay PIC ZZZ9.
       01 ReminderAfterDays PIC 9(2) VALUE 3.
       01 NotifTargetUsername PIC X(20).
       01 NotifMessageText PIC X(100).

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "PostingQaReminders".
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
           MOVE SPACES TO CurrentMessage
           STRING "InCollege Unanswered Posting Questions  Run date "
               DELIMITED BY SIZE
               RunDate DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine

           MOVE 'N' TO EOF-PostingQaFile
           OPEN INPUT PostingQaFile
           OPEN OUTPUT TempPostingQaFile
           PERFORM UNTIL EOF-PostingQaFile = 'Y'
               READ PostingQaFile INTO PostingQaRecord
               AT END
                   MOVE 'Y' TO EOF-PostingQaFile
               NOT AT END
                   ADD 1 TO QuestionsReadCount
                   IF (FUNCTION TRIM(QaStatus) = "Open" OR
                       FUNCTION TRIM(QaStatus) = "Held") AND
                      QaReminded NOT = 'Y' AND RunDateNum > 0
                       PERFORM CheckOneQuestion
                   END-IF
                   WRITE TempPostingQaRecord FROM PostingQaRecord
               END-READ
           END-PERFORM
           CLOSE PostingQaFile
           CLOSE TempPostingQaFile

           MOVE "posting_qa.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "posting_qa.dat"
           CALL "CBL_RENAME_FILE" USING "posting_qa_temp.dat"
               "posting_qa.dat"
           PERFORM JournalAfterImage

           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Questions read: " DELIMITED BY SIZE
               QuestionsReadCount DELIMITED BY SIZE
               "  Reminders sent: " DELIMITED BY SIZE
               RemindedCount DELIMITED BY SIZE
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

      *> One reminder per question; QaReminded stops the daily run from
      *> repeating it while the question stays unanswered.
       CheckOneQuestion.
           MOVE -1 TO DaysWaiting
           IF QaAskedDate(1:4) IS NUMERIC AND
              QaAskedDate(6:2) IS NUMERIC AND
              QaAskedDate(9:2) IS NUMERIC
               COMPUTE AskedDateNum =
                   FUNCTION NUMVAL(QaAskedDate(1:4)) * 10000 +
                   FUNCTION NUMVAL(QaAskedDate(6:2)) * 100 +
                   FUNCTION NUMVAL(QaAskedDate(9:2))
               IF FUNCTION TEST-DATE-YYYYMMDD(AskedDateNum) = 0
                   COMPUTE DaysWaiting =
                       FUNCTION INTEGER-OF-DATE(RunDateNum) -
                       FUNCTION INTEGER-OF-DATE(AskedDateNum)
               END-IF
           END-IF
           IF DaysWaiting > ReminderAfterDays
               ADD 1 TO RemindedCount
               MOVE 'Y' TO QaReminded
               PERFORM RemindOneQuestion
           END-IF.

       RemindOneQuestion.
           MOVE DaysWaiting TO DaysWaitingDisplay
           MOVE SPACES TO CurrentMessage
           STRING "Reminder sent to " DELIMITED BY SIZE
               FUNCTION TRIM(QaPoster) DELIMITED BY SIZE
               " for Q#" DELIMITED BY SIZE
               QaId DELIMITED BY SIZE
               " on job " DELIMITED BY SIZE
               QaJobId DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(QaJobTitle) DELIMITED BY SIZE
               " (asked " DELIMITED BY SIZE
               QaAskedDate DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(DaysWaitingDisplay) DELIMITED BY SIZE
               " days)" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine

           MOVE QaPoster TO NotifTargetUsername
           MOVE SPACES TO NotifMessageText
           STRING "A question on " DELIMITED BY SIZE
               FUNCTION TRIM(QaJobTitle) DELIMITED BY SIZE
               " has waited " DELIMITED BY SIZE
               FUNCTION TRIM(DaysWaitingDisplay) DELIMITED BY SIZE
               " days for your answer (Q#" DELIMITED BY SIZE
               QaId DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO NotifMessageText
           PERFORM WriteNotification.

       WriteNotification.
           MOVE "notifications.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND NotificationFile
           MOVE NotifTargetUsername TO NotifUsername IN NotificationRecord
           MOVE NotifMessageText TO NotifText IN NotificationRecord
           MOVE RunDate TO NotifDate IN NotificationRecord
           MOVE "New" TO NotifStatus IN NotificationRecord
           MOVE "JOBS" TO NotifCategoryCode IN NotificationRecord
           MOVE 'N' TO NotifRelayed IN NotificationRecord
           WRITE NotificationRecord
           CLOSE NotificationFile
           MOVE "notifications.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       WriteReportLine.
           DISPLAY CurrentMessage
           MOVE CurrentMessage TO ReportRecord
           WRITE ReportRecord.

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "POSTINGQA" TO ControlStep
           MOVE "posting_qa.dat" TO ControlFileName
           MOVE QuestionsReadCount TO ControlReadCount
           MOVE QuestionsReadCount TO ControlWrittenCount
           MOVE 0 TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "Journal.cob".

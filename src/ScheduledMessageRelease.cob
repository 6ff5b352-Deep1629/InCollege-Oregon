IDENTIFICATION DIVISION.
       PROGRAM-ID. ScheduledMessageRelease.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MessageOutboxFile ASSIGN TO "message_outbox.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempMessageOutboxFile
               ASSIGN TO "message_outbox_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MessageFile ASSIGN TO "messages.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL UserDataFile ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Username OF UserRecord.
           SELECT OPTIONAL BlockedUserFile ASSIGN TO "blocked_users.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ConnectionRequestFile ASSIGN TO "connections.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MessageContactFile
               ASSIGN TO "message_contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MessageLimitFile ASSIGN TO "message_limits.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MsgSendCountFile
               ASSIGN TO "message_send_counts.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempMsgSendCountFile
               ASSIGN TO "message_send_counts_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NotificationFile ASSIGN TO "notifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile
               ASSIGN TO "output/ScheduledMessageRelease.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalControlFile ASSIGN TO "journal_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MessageOutboxFile.
       01 MessageOutboxRecord.
           05 OutId PIC 9(5).
           05 OutSender PIC X(20).
           05 OutKind PIC X(1).
           05 OutRecipient PIC X(20).
           05 OutContext PIC X(50).
           05 OutContent PIC X(200).
           05 OutReleaseDate PIC X(10).
           05 OutReleaseTime PIC X(5).
           05 OutStatus PIC X(10).
           05 OutCreatedDate PIC X(10).
           05 OutResult PIC X(30).

       FD TempMessageOutboxFile.
       01 TempMessageOutboxRecord PIC X(361).

       FD MessageFile.
       01 MessageRecord.
           05 MsgSender PIC X(20).
           05 MsgRecipient PIC X(20).
           05 MsgContent PIC X(200).
           05 MsgTimestamp PIC X(20).
           05 MsgStatus PIC X(8).

       FD UserDataFile.
       01 UserRecord.
           05 Username PIC X(20).
           05 PasswordDigest PIC X(20).
           05 CreatedDate PIC X(10).
           05 UserRole PIC X(1).
           05 PwdMustChange PIC X(1).
           05 PwdChangedDate PIC X(10).

       FD BlockedUserFile.
       01 BlockedUserRecord.
           05 BlockerUsername PIC X(20).
           05 BlockedUsername PIC X(20).

       FD ConnectionRequestFile.
       01 ConnectionRecord.
           05 FromUsername PIC X(20).
           05 ToUsername PIC X(20).
           05 ConnectionStatus PIC X(10).
           05 CreatedDate PIC X(10).
           05 RequestNote PIC X(60).

       FD MessageContactFile.
       01 MessageContactRecord.
           05 ContactUserA PIC X(20).
           05 ContactUserB PIC X(20).

       FD MessageLimitFile.
       01 MessageLimitRecord.
           05 LimitRole PIC X(1).
           05 LimitDailySends PIC 9(4).
           05 LimitDailyNewRecipients PIC 9(4).

       FD MsgSendCountFile.
       01 MsgSendCountRecord.
           05 SendCountUsername PIC X(20).
           05 SendCountDate PIC X(10).
           05 SendCountTotal PIC 9(4).
           05 SendCountNewRecipients PIC 9(4).

       FD TempMsgSendCountFile.
       01 TempMsgSendCountRecord PIC X(38).

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
       01 RunDate PIC X(10).
       01 RunDateNum PIC 9(8) VALUE 0.
       01 RunTime PIC X(5).
       01 FixedTimestamp PIC X(20).
       01 CurrentDateTime PIC X(21).
       01 EOF-MessageOutboxFile PIC X VALUE 'N'.
       01 EOF-MessageFile PIC X VALUE 'N'.
       01 EOF-BlockedUserFile PIC X VALUE 'N'.
       01 EOF-ConnectionFile PIC X VALUE 'N'.
       01 EOF-MessageContactFile PIC X VALUE 'N'.
       01 EOF-MessageLimitFile PIC X VALUE 'N'.
       01 EOF-MsgSendCountFile PIC X VALUE 'N'.

       01 OutboxReadCount PIC 9(6) VALUE 0.
       01 ReleasedCount PIC 9(6) VALUE 0.
       01 FailedCount PIC 9(6) VALUE 0.
       01 WaitingCount PIC 9(6) VALUE 0.

      *> R release, W leave Held for a later run, F give up and tell the
      *> sender. ReleaseReason is what goes on the row and the report.
       01 ReleaseOutcome PIC X(1).
       01 ReleaseReason PIC X(30).
       01 RecipientExists PIC X VALUE 'N'.
       01 IsBlocked PIC X VALUE 'N'.
       01 RecipientConnected PIC X VALUE 'N'.
       01 RecipientIsNew PIC X VALUE 'Y'.
       01 SenderRole PIC X(1).
       01 DailySendLimit PIC 9(4) VALUE 0.
       01 DailyNewRecipLimit PIC 9(4) VALUE 0.
       01 TodaySendCount PIC 9(4) VALUE 0.
       01 TodayNewRecipCount PIC 9(4) VALUE 0.

      *> message_send_counts.dat is held here for the run, updated as
      *> direct messages go out, and written back once at the end.
       01 SendCountTable.
           05 SendCountEntry OCCURS 3000 TIMES.
               10 ScUsername PIC X(20).
               10 ScDate PIC X(10).
               10 ScTotal PIC 9(4).
               10 ScNewRecipients PIC 9(4).
       01 SendCountCount PIC 9(4) VALUE 0.
       01 SendCountIndex PIC 9(4) VALUE 0.
       01 SendCountMatch PIC 9(4) VALUE 0.
       01 SendCountsChanged PIC X VALUE 'N'.

       01 NotifTargetUsername PIC X(20).
       01 NotifMessageText PIC X(100).

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "ScheduledMessageRelease".
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
           PERFORM DetermineRunTime
           PERFORM LoadSendCounts

           OPEN OUTPUT ReportFile
           MOVE SPACES TO CurrentMessage
           STRING "InCollege Scheduled Message Release  Run " DELIMITED BY SIZE
               RunDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RunTime DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine

           OPEN INPUT UserDataFile
           MOVE 'N' TO EOF-MessageOutboxFile
           OPEN INPUT MessageOutboxFile
           OPEN OUTPUT TempMessageOutboxFile
           PERFORM UNTIL EOF-MessageOutboxFile = 'Y'
               READ MessageOutboxFile
               AT END
                   MOVE 'Y' TO EOF-MessageOutboxFile
               NOT AT END
                   ADD 1 TO OutboxReadCount
                   IF FUNCTION TRIM(OutStatus) = "Held" AND RunDateNum > 0
                      AND (OutReleaseDate < RunDate OR
                           (OutReleaseDate = RunDate AND
                            OutReleaseTime NOT > RunTime))
                       PERFORM ReleaseOneMessage
                   END-IF
                   WRITE TempMessageOutboxRecord FROM MessageOutboxRecord
               END-READ
           END-PERFORM
           CLOSE MessageOutboxFile
           CLOSE TempMessageOutboxFile
           CLOSE UserDataFile

           MOVE "message_outbox.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "message_outbox.dat"
           CALL "CBL_RENAME_FILE" USING "message_outbox_temp.dat"
               "message_outbox.dat"
           PERFORM JournalAfterImage

           IF SendCountsChanged = 'Y'
               PERFORM SaveSendCounts
           END-IF

           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Outbox rows read: " DELIMITED BY SIZE
               OutboxReadCount DELIMITED BY SIZE
               "  Released: " DELIMITED BY SIZE
               ReleasedCount DELIMITED BY SIZE
               "  Failed: " DELIMITED BY SIZE
               FailedCount DELIMITED BY SIZE
               "  Still waiting: " DELIMITED BY SIZE
               WaitingCount DELIMITED BY SIZE
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

      *> Held rows are due once their release time has passed. The step
      *> normally runs in the nightly chain, so morning releases go out
      *> on that run; it can also be started on its own during the day.
       DetermineRunTime.
           IF FUNCTION TRIM(FixedTimestamp) = SPACES
               MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
               MOVE SPACES TO RunTime
               STRING CurrentDateTime(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   CurrentDateTime(11:2) DELIMITED BY SIZE
                   INTO RunTime
           ELSE
               MOVE FixedTimestamp(12:5) TO RunTime
           END-IF
           IF RunTime(1:2) IS NOT NUMERIC OR RunTime(4:2) IS NOT NUMERIC
               MOVE "23:59" TO RunTime
           END-IF.

      *> The same checks SendNewMessage makes, repeated now because the
      *> recipient may have blocked the sender, or the connection may
      *> have gone, since the message was written. Group and applicant
      *> messages are only ever checked for blocks, as when sent at once.
       ReleaseOneMessage.
           MOVE "R" TO ReleaseOutcome
           MOVE SPACES TO ReleaseReason

           MOVE 'N' TO RecipientExists
           MOVE OutRecipient TO Username IN UserRecord
           READ UserDataFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO RecipientExists
           END-READ

           IF RecipientExists = 'N'
               MOVE "F" TO ReleaseOutcome
               MOVE "Recipient account not found" TO ReleaseReason
           ELSE
               PERFORM CheckBlocked
               IF IsBlocked = 'Y'
                   MOVE "F" TO ReleaseOutcome
                   MOVE "Blocked" TO ReleaseReason
               END-IF
           END-IF

           IF ReleaseOutcome = "R" AND OutKind = "D"
               PERFORM CheckRecipientConnected
               IF RecipientConnected = 'N'
                   MOVE "F" TO ReleaseOutcome
                   MOVE "No longer connected" TO ReleaseReason
               ELSE
                   PERFORM CheckSenderLimits
               END-IF
           END-IF

           EVALUATE ReleaseOutcome
               WHEN "R"
                   PERFORM DeliverOutboxMessage
               WHEN "W"
                   ADD 1 TO WaitingCount
                   MOVE ReleaseReason TO OutResult
                   PERFORM ReportOutboxRow
               WHEN OTHER
                   ADD 1 TO FailedCount
                   MOVE "Failed" TO OutStatus
                   MOVE ReleaseReason TO OutResult
                   PERFORM ReportOutboxRow
                   PERFORM NotifySenderOfFailure
           END-EVALUATE.

       CheckBlocked.
           MOVE 'N' TO IsBlocked
           MOVE 'N' TO EOF-BlockedUserFile
           OPEN INPUT BlockedUserFile
           PERFORM UNTIL EOF-BlockedUserFile = 'Y' OR IsBlocked = 'Y'
               READ BlockedUserFile
               AT END
                   MOVE 'Y' TO EOF-BlockedUserFile
               NOT AT END
                   IF (BlockerUsername = OutSender AND
                       BlockedUsername = OutRecipient) OR
                      (BlockerUsername = OutRecipient AND
                       BlockedUsername = OutSender)
                       MOVE 'Y' TO IsBlocked
                   END-IF
               END-READ
           END-PERFORM
           CLOSE BlockedUserFile.

      *> A connection or an accepted message request both count, as they
      *> do for an immediate send.
       CheckRecipientConnected.
           MOVE 'N' TO RecipientConnected
           MOVE 'N' TO EOF-ConnectionFile
           OPEN INPUT ConnectionRequestFile
           PERFORM UNTIL EOF-ConnectionFile = 'Y' OR RecipientConnected = 'Y'
               READ ConnectionRequestFile
               AT END
                   MOVE 'Y' TO EOF-ConnectionFile
               NOT AT END
                   IF FUNCTION TRIM(ConnectionStatus) = "Connected" AND
                      ((FromUsername = OutSender AND
                        ToUsername = OutRecipient) OR
                       (FromUsername = OutRecipient AND
                        ToUsername = OutSender))
                       MOVE 'Y' TO RecipientConnected
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ConnectionRequestFile

           IF RecipientConnected = 'N'
               MOVE 'N' TO EOF-MessageContactFile
               OPEN INPUT MessageContactFile
               PERFORM UNTIL EOF-MessageContactFile = 'Y' OR
                             RecipientConnected = 'Y'
                   READ MessageContactFile
                   AT END
                       MOVE 'Y' TO EOF-MessageContactFile
                   NOT AT END
                       IF (ContactUserA = OutSender AND
                           ContactUserB = OutRecipient) OR
                          (ContactUserA = OutRecipient AND
                           ContactUserB = OutSender)
                           MOVE 'Y' TO RecipientConnected
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE MessageContactFile
           END-IF.

      *> Daily limits as LoadMessageLimits and CheckMessageSendAllowed
      *> apply them, counted against the run date. Over the limit the row
      *> simply stays Held and goes out on a later run.
       CheckSenderLimits.
           MOVE SPACES TO SenderRole
           MOVE OutSender TO Username IN UserRecord
           READ UserDataFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE UserRole TO SenderRole
           END-READ

           IF SenderRole = 'A' OR SenderRole = 'E'
               MOVE 100 TO DailySendLimit
               MOVE 50 TO DailyNewRecipLimit
           ELSE
               MOVE 25 TO DailySendLimit
               MOVE 10 TO DailyNewRecipLimit
           END-IF
           MOVE 'N' TO EOF-MessageLimitFile
           OPEN INPUT MessageLimitFile
           PERFORM UNTIL EOF-MessageLimitFile = 'Y'
               READ MessageLimitFile
               AT END
                   MOVE 'Y' TO EOF-MessageLimitFile
               NOT AT END
                   IF LimitRole = SenderRole
                       IF LimitDailySends IS NUMERIC AND
                          LimitDailySends > 0
                           MOVE LimitDailySends TO DailySendLimit
                       END-IF
                       IF LimitDailyNewRecipients IS NUMERIC AND
                          LimitDailyNewRecipients > 0
                           MOVE LimitDailyNewRecipients
                               TO DailyNewRecipLimit
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MessageLimitFile

           PERFORM FindSendCountEntry
           MOVE 0 TO TodaySendCount
           MOVE 0 TO TodayNewRecipCount
           IF SendCountMatch > 0
               MOVE ScTotal(SendCountMatch) TO TodaySendCount
               MOVE ScNewRecipients(SendCountMatch) TO TodayNewRecipCount
           END-IF

           MOVE 'Y' TO RecipientIsNew
           MOVE 'N' TO EOF-MessageFile
           OPEN INPUT MessageFile
           PERFORM UNTIL EOF-MessageFile = 'Y' OR RecipientIsNew = 'N'
               READ MessageFile
               AT END
                   MOVE 'Y' TO EOF-MessageFile
               NOT AT END
                   IF MsgSender = OutSender AND MsgRecipient = OutRecipient
                       MOVE 'N' TO RecipientIsNew
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MessageFile

           IF TodaySendCount >= DailySendLimit OR
              (RecipientIsNew = 'Y' AND
               TodayNewRecipCount >= DailyNewRecipLimit)
               MOVE "W" TO ReleaseOutcome
               MOVE "Waiting: daily send limit" TO ReleaseReason
           END-IF.

       FindSendCountEntry.
           MOVE 0 TO SendCountMatch
           PERFORM VARYING SendCountIndex FROM 1 BY 1
                   UNTIL SendCountIndex > SendCountCount OR
                   SendCountMatch > 0
               IF ScUsername(SendCountIndex) = OutSender AND
                  ScDate(SendCountIndex) = RunDate
                   MOVE SendCountIndex TO SendCountMatch
               END-IF
           END-PERFORM.

      *> The message carries its scheduled release time as its
      *> timestamp, so it sorts where the sender meant it to.
       DeliverOutboxMessage.
           MOVE "messages.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND MessageFile
           MOVE SPACES TO MessageRecord
           MOVE OutSender TO MsgSender
           MOVE OutRecipient TO MsgRecipient
           MOVE OutContent TO MsgContent
           STRING OutReleaseDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OutReleaseTime DELIMITED BY SIZE
               INTO MsgTimestamp
           MOVE "Unread" TO MsgStatus
           WRITE MessageRecord
           CLOSE MessageFile
           MOVE "messages.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           IF OutKind = "D"
               PERFORM CountDirectSend
           END-IF
           ADD 1 TO ReleasedCount
           MOVE "Sent" TO OutStatus
           MOVE SPACES TO OutResult
           STRING "Released " DELIMITED BY SIZE
               RunDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RunTime DELIMITED BY SIZE
               INTO OutResult
           PERFORM ReportOutboxRow.

       CountDirectSend.
           IF SendCountMatch = 0 AND SendCountCount < 3000
               ADD 1 TO SendCountCount
               MOVE SendCountCount TO SendCountMatch
               MOVE OutSender TO ScUsername(SendCountMatch)
               MOVE RunDate TO ScDate(SendCountMatch)
               MOVE 0 TO ScTotal(SendCountMatch)
               MOVE 0 TO ScNewRecipients(SendCountMatch)
           END-IF
           IF SendCountMatch > 0
               ADD 1 TO ScTotal(SendCountMatch)
               IF RecipientIsNew = 'Y'
                   ADD 1 TO ScNewRecipients(SendCountMatch)
               END-IF
               MOVE 'Y' TO SendCountsChanged
           END-IF.

       ReportOutboxRow.
           MOVE SPACES TO CurrentMessage
           STRING "#" DELIMITED BY SIZE
               OutId DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(OutSender) DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               FUNCTION TRIM(OutRecipient) DELIMITED BY SIZE
               " due " DELIMITED BY SIZE
               OutReleaseDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OutReleaseTime DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(OutResult) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine.

       NotifySenderOfFailure.
           MOVE OutSender TO NotifTargetUsername
           MOVE SPACES TO NotifMessageText
           STRING "Your scheduled message to " DELIMITED BY SIZE
               FUNCTION TRIM(OutRecipient) DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               OutReleaseDate DELIMITED BY SIZE
               " was not sent: " DELIMITED BY SIZE
               FUNCTION TRIM(ReleaseReason) DELIMITED BY SIZE
               INTO NotifMessageText
           PERFORM WriteNotification.

       LoadSendCounts.
           MOVE 0 TO SendCountCount
           MOVE 'N' TO EOF-MsgSendCountFile
           OPEN INPUT MsgSendCountFile
           PERFORM UNTIL EOF-MsgSendCountFile = 'Y'
               READ MsgSendCountFile
               AT END
                   MOVE 'Y' TO EOF-MsgSendCountFile
               NOT AT END
                   IF SendCountCount < 3000
                       ADD 1 TO SendCountCount
                       MOVE SendCountUsername TO ScUsername(SendCountCount)
                       MOVE SendCountDate TO ScDate(SendCountCount)
                       MOVE SendCountTotal TO ScTotal(SendCountCount)
                       MOVE SendCountNewRecipients
                           TO ScNewRecipients(SendCountCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MsgSendCountFile.

       SaveSendCounts.
           OPEN OUTPUT TempMsgSendCountFile
           PERFORM VARYING SendCountIndex FROM 1 BY 1
                   UNTIL SendCountIndex > SendCountCount
               MOVE ScUsername(SendCountIndex) TO SendCountUsername
               MOVE ScDate(SendCountIndex) TO SendCountDate
               MOVE ScTotal(SendCountIndex) TO SendCountTotal
               MOVE ScNewRecipients(SendCountIndex) TO SendCountNewRecipients
               WRITE TempMsgSendCountRecord FROM MsgSendCountRecord
           END-PERFORM
           CLOSE TempMsgSendCountFile
           MOVE "message_send_counts.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "message_send_counts.dat"
           CALL "CBL_RENAME_FILE" USING "message_send_counts_temp.dat"
               "message_send_counts.dat"
           PERFORM JournalAfterImage.

       WriteNotification.
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
           PERFORM JournalAfterImage.

       WriteReportLine.
           DISPLAY CurrentMessage
           MOVE CurrentMessage TO ReportRecord
           WRITE ReportRecord.

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "MSGRELEASE" TO ControlStep
           MOVE "message_outbox.dat" TO ControlFileName
           MOVE OutboxReadCount TO ControlReadCount
           MOVE OutboxReadCount TO ControlWrittenCount
           MOVE 0 TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "Journal.cob".

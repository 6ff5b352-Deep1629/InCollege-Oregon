IDENTIFICATION DIVISION.
       PROGRAM-ID. OutboundRelay.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NotificationFile ASSIGN TO "notifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempNotificationFile ASSIGN TO "notifications_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MailOutboxFile ASSIGN TO "mail_outbox.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NotifPrefFile ASSIGN TO "notif_prefs.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL UserContactFile ASSIGN TO "user_contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RelayCounterFile ASSIGN TO "relay_counter.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RelayLogFile ASSIGN TO "relay_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RelayExtractFile ASSIGN TO "output/OutboundRelay.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "output/OutboundRelayReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL InterfaceSequenceFile
               ASSIGN TO "interface_sequences.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempInterfaceSequenceFile
               ASSIGN TO "interface_sequences_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalControlFile ASSIGN TO "journal_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD NotificationFile.
       01 NotificationRecord.
           05 NotifUsername PIC X(20).
           05 NotifText PIC X(100).
           05 NotifDate PIC X(10).
           05 NotifStatus PIC X(6).
           05 NotifCategoryCode PIC X(12).
           05 NotifRelayed PIC X(1).

       FD TempNotificationFile.
       01 TempNotificationRecord.
           05 NotifUsername PIC X(20).
           05 NotifText PIC X(100).
           05 NotifDate PIC X(10).
           05 NotifStatus PIC X(6).
           05 NotifCategoryCode PIC X(12).
           05 NotifRelayed PIC X(1).

       FD MailOutboxFile.
       01 MailOutboxRecord.
           05 OutboxUsername PIC X(20).
           05 OutboxAddress PIC X(60).
           05 OutboxSubject PIC X(40).
           05 OutboxText PIC X(100).
           05 OutboxStamp PIC X(16).

       FD NotifPrefFile.
       01 NotifPrefRecord.
           05 PrefUsername PIC X(20).
           05 PrefCategory PIC X(12).
           05 PrefEnabled PIC X(1).
           05 PrefChannel PIC X(5).

       FD UserContactFile.
       01 UserContactRecord.
           05 ContactUsername PIC X(20).
           05 ContactEmail PIC X(60).
           05 ContactVerified PIC X(1).
           05 ContactVerifiedDate PIC X(10).
           05 ContactPhone PIC X(15).
           05 ContactEmailStatus PIC X(10).
           05 ContactPhoneStatus PIC X(10).

       FD RelayCounterFile.
       01 RelayCounterRecord.
           05 LastRelayId PIC 9(9).

       FD RelayLogFile.
       01 RelayLogRecord.
           05 RelayLogId PIC 9(9).
           05 RelayLogUsername PIC X(20).
           05 RelayLogChannel PIC X(5).
           05 RelayLogAddress PIC X(60).
           05 RelayLogCategory PIC X(12).
           05 RelayLogDate PIC X(10).
           05 RelayLogStatus PIC X(10).
           05 RelayLogStatusDate PIC X(10).
           05 RelayLogReason PIC X(40).

       FD RelayExtractFile.
       01 RelayExtractRecord PIC X(250).

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

       FD InterfaceSequenceFile.
       01 InterfaceSequenceRecord.
           05 SeqInterfaceKey PIC X(24).
           05 SeqLastNumber PIC 9(6).
           05 SeqLastDate PIC X(10).

       FD TempInterfaceSequenceFile.
       01 TempInterfaceSequenceRecord.
           05 TempSeqInterfaceKey PIC X(24).
           05 TempSeqLastNumber PIC 9(6).
           05 TempSeqLastDate PIC X(10).

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
       01 FixedTimestamp PIC X(20).
       01 CurrentDateTime PIC X(21).
       01 EOF-NotificationFile PIC X VALUE 'N'.
       01 EOF-MailOutboxFile PIC X VALUE 'N'.
       01 EOF-NotifPrefFile PIC X VALUE 'N'.
       01 EOF-UserContactFile PIC X VALUE 'N'.
       01 NotificationsReadCount PIC 9(6) VALUE 0.
       01 RelayEmailCount PIC 9(6) VALUE 0.
       01 RelaySmsCount PIC 9(6) VALUE 0.
       01 RelayAppOnlyCount PIC 9(6) VALUE 0.
       01 RelayNoAddressCount PIC 9(6) VALUE 0.
       01 RelayAlreadyReadCount PIC 9(6) VALUE 0.
       01 OutboxReadCount PIC 9(6) VALUE 0.
       01 OutboxNoAddressCount PIC 9(6) VALUE 0.
       01 RelayCategory PIC X(12).
       01 RelayChannelWanted PIC X(5).
       01 RelayChannel PIC X(5).
       01 RelayAddress PIC X(60).
       01 RelayUsername PIC X(20).
       01 RelayDate PIC X(10).
       01 RelayText PIC X(150).
       01 NextRelayId PIC 9(9) VALUE 0.
       01 ContactFound PIC X VALUE 'N'.
       01 ContactEmailOnFile PIC X(60).
       01 ContactVerifiedOnFile PIC X VALUE 'N'.
       01 ContactPhoneOnFile PIC X(15).
       01 ContactEmailStatusOnFile PIC X(10).
       01 ContactPhoneStatusOnFile PIC X(10).
       01 ReportTitle PIC X(60).
       01 ReportRunDate PIC X(10).
       01 ReportPageNumber PIC 9(3) VALUE 0.
       01 ReportLineCount PIC 9(3) VALUE 0.
       01 ReportPageSize PIC 9(3) VALUE 50.
       01 ReportHeaderLine PIC X(132).

       01 EnvelopeFileType PIC X(20).
       01 EnvelopeSourceSystem PIC X(10) VALUE "INCOLLEGE".
       01 EnvelopeRunDate PIC X(10).
       01 EnvelopeSequence PIC 9(6) VALUE 0.
       01 EnvelopeLastSequence PIC 9(6) VALUE 0.
       01 EnvelopeExpectedSequence PIC 9(6) VALUE 0.
       01 EnvelopeSequenceKey PIC X(24).
       01 EnvelopeSequenceFound PIC X VALUE 'N'.
       01 EOF-InterfaceSequenceFile PIC X VALUE 'N'.
       01 EnvelopeRecordCount PIC 9(8) VALUE 0.
       01 EnvelopeHashTotal PIC 9(15) VALUE 0.
       01 EnvelopeByteIndex PIC 9(4) VALUE 0.
       01 EnvelopeDetail PIC X(600).
       01 EnvelopeLine.
           05 EnvelopeTag PIC X(3).
           05 EnvelopeHeader.
               10 EnvelopeHdrSource PIC X(10).
               10 EnvelopeHdrFileType PIC X(20).
               10 EnvelopeHdrRunDate PIC X(10).
               10 EnvelopeHdrSequence PIC 9(6).
               10 FILLER PIC X(11).
           05 EnvelopeTrailer REDEFINES EnvelopeHeader.
               10 EnvelopeTrlCount PIC 9(8).
               10 EnvelopeTrlHash PIC 9(15).
               10 FILLER PIC X(34).


       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "OutboundRelay".
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
           PERFORM LoadRelayCounter

           OPEN OUTPUT ReportFile
           MOVE "InCollege Outbound Notification Relay" TO ReportTitle
           MOVE RunDate TO ReportRunDate
           MOVE "OUTBOUNDRELAY" TO EnvelopeFileType
           MOVE RunDate TO EnvelopeRunDate
           PERFORM StartOutboundEnvelope
           OPEN OUTPUT RelayExtractFile
           WRITE RelayExtractRecord FROM EnvelopeLine

      *> Every notification is stamped relayed once it has been looked
      *> at, whether or not it went out, so a notice is never sent twice
      *> and notices already read in the app are not mailed afterwards.
           MOVE 'N' TO EOF-NotificationFile
           OPEN INPUT NotificationFile
           OPEN OUTPUT TempNotificationFile
           PERFORM UNTIL EOF-NotificationFile = 'Y'
               READ NotificationFile INTO NotificationRecord
               AT END
                   MOVE 'Y' TO EOF-NotificationFile
               NOT AT END
                   IF NotifRelayed IN NotificationRecord NOT = 'Y'
                       ADD 1 TO NotificationsReadCount
                       IF FUNCTION TRIM(NotifStatus IN NotificationRecord)
                          = "New"
                           PERFORM RelayOneNotification
                       ELSE
                           ADD 1 TO RelayAlreadyReadCount
                       END-IF
                       MOVE 'Y' TO NotifRelayed IN NotificationRecord
                   END-IF
                   WRITE TempNotificationRecord FROM NotificationRecord
               END-READ
           END-PERFORM
           CLOSE NotificationFile
           CLOSE TempNotificationFile
           MOVE "notifications.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "notifications.dat"
           CALL "CBL_RENAME_FILE" USING "notifications_temp.dat"
               "notifications.dat"
           PERFORM JournalAfterImage

           PERFORM RelayMailOutbox

           PERFORM BuildEnvelopeTrailer
           WRITE RelayExtractRecord FROM EnvelopeLine
           CLOSE RelayExtractFile
           PERFORM RecordOutboundSequence
           PERFORM SaveRelayCounter

           MOVE " " TO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Notices examined: " DELIMITED BY SIZE
               NotificationsReadCount DELIMITED BY SIZE
               "  email: " DELIMITED BY SIZE
               RelayEmailCount DELIMITED BY SIZE
               "  text: " DELIMITED BY SIZE
               RelaySmsCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           STRING "In-app only by choice: " DELIMITED BY SIZE
               RelayAppOnlyCount DELIMITED BY SIZE
               "  no deliverable address: " DELIMITED BY SIZE
               RelayNoAddressCount DELIMITED BY SIZE
               "  already read: " DELIMITED BY SIZE
               RelayAlreadyReadCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Direct mail examined: " DELIMITED BY SIZE
               OutboxReadCount DELIMITED BY SIZE
               "  no address: " DELIMITED BY SIZE
               OutboxNoAddressCount DELIMITED BY SIZE
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
           ELSE
               MOVE FixedTimestamp(1:10) TO RunDate
           END-IF.

       LoadRelayCounter.
           MOVE 0 TO NextRelayId
           OPEN INPUT RelayCounterFile
           READ RelayCounterFile
           AT END
               CONTINUE
           NOT AT END
               IF LastRelayId IS NUMERIC
                   MOVE LastRelayId TO NextRelayId
               END-IF
           END-READ
           CLOSE RelayCounterFile.

       SaveRelayCounter.
           MOVE "relay_counter.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN OUTPUT RelayCounterFile
           MOVE NextRelayId TO LastRelayId
           WRITE RelayCounterRecord
           CLOSE RelayCounterFile
           MOVE "relay_counter.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

      *> Interview and offer notices ignore the channel preference: they
      *> go by email, or by text when no usable email is on file, because
      *> a missed one costs the student the offer.
       RelayOneNotification.
           MOVE NotifUsername IN NotificationRecord TO RelayUsername
           MOVE NotifDate IN NotificationRecord TO RelayDate
           MOVE NotifText IN NotificationRecord TO RelayText
           MOVE NotifCategoryCode IN NotificationRecord TO RelayCategory
           IF FUNCTION TRIM(RelayCategory) = SPACES
               MOVE "OTHER" TO RelayCategory
           END-IF
           IF FUNCTION TRIM(RelayCategory) = "INTERVIEW" OR
              FUNCTION TRIM(RelayCategory) = "OFFER"
               MOVE "EMAIL" TO RelayChannelWanted
           ELSE
               PERFORM LookupChannelPref
           END-IF

           IF FUNCTION TRIM(RelayChannelWanted) = "APP"
               ADD 1 TO RelayAppOnlyCount
           ELSE
               PERFORM LookupContact
               MOVE SPACES TO RelayChannel
               MOVE SPACES TO RelayAddress
               IF FUNCTION TRIM(RelayChannelWanted) = "SMS"
                   PERFORM TryPhoneAddress
                   IF RelayChannel = SPACES
                       PERFORM TryEmailAddress
                   END-IF
               ELSE
                   PERFORM TryEmailAddress
                   IF RelayChannel = SPACES AND
                      (FUNCTION TRIM(RelayCategory) = "INTERVIEW" OR
                       FUNCTION TRIM(RelayCategory) = "OFFER")
                       PERFORM TryPhoneAddress
                   END-IF
               END-IF
               IF RelayChannel = SPACES
                   ADD 1 TO RelayNoAddressCount
                   MOVE SPACES TO CurrentMessage
                   STRING "No deliverable address: " DELIMITED BY SIZE
                       FUNCTION TRIM(NotifUsername IN NotificationRecord)
                       DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(RelayCategory) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM WriteReportLine
               ELSE
                   PERFORM WriteRelayLine
               END-IF
           END-IF.

       TryEmailAddress.
           IF ContactFound = 'Y' AND ContactVerifiedOnFile = 'Y' AND
              FUNCTION TRIM(ContactEmailOnFile) NOT = SPACES AND
              FUNCTION TRIM(ContactEmailStatusOnFile) NOT = "Bounced"
               MOVE "EMAIL" TO RelayChannel
               MOVE ContactEmailOnFile TO RelayAddress
           END-IF.

       TryPhoneAddress.
           IF ContactFound = 'Y' AND
              FUNCTION TRIM(ContactPhoneOnFile) NOT = SPACES AND
              FUNCTION TRIM(ContactPhoneStatusOnFile) NOT = "Bounced"
               MOVE "SMS" TO RelayChannel
               MOVE ContactPhoneOnFile TO RelayAddress
           END-IF.

       LookupChannelPref.
           MOVE "EMAIL" TO RelayChannelWanted
           MOVE 'N' TO EOF-NotifPrefFile
           OPEN INPUT NotifPrefFile
           PERFORM UNTIL EOF-NotifPrefFile = 'Y'
               READ NotifPrefFile INTO NotifPrefRecord
               AT END
                   MOVE 'Y' TO EOF-NotifPrefFile
               NOT AT END
                   IF PrefUsername IN NotifPrefRecord =
                      NotifUsername IN NotificationRecord AND
                      FUNCTION TRIM(PrefCategory IN NotifPrefRecord) =
                      FUNCTION TRIM(RelayCategory) AND
                      FUNCTION TRIM(PrefChannel IN NotifPrefRecord)
                      NOT = SPACES
                       MOVE PrefChannel IN NotifPrefRecord
                           TO RelayChannelWanted
                   END-IF
               END-READ
           END-PERFORM
           CLOSE NotifPrefFile.

       LookupContact.
           MOVE 'N' TO ContactFound
           MOVE SPACES TO ContactEmailOnFile
           MOVE 'N' TO ContactVerifiedOnFile
           MOVE SPACES TO ContactPhoneOnFile
           MOVE SPACES TO ContactEmailStatusOnFile
           MOVE SPACES TO ContactPhoneStatusOnFile
           MOVE 'N' TO EOF-UserContactFile
           OPEN INPUT UserContactFile
           PERFORM UNTIL EOF-UserContactFile = 'Y'
               READ UserContactFile INTO UserContactRecord
               AT END
                   MOVE 'Y' TO EOF-UserContactFile
               NOT AT END
                   IF ContactUsername IN UserContactRecord =
                      NotifUsername IN NotificationRecord
                       MOVE 'Y' TO ContactFound
                       MOVE ContactEmail TO ContactEmailOnFile
                       MOVE ContactVerified TO ContactVerifiedOnFile
                       MOVE ContactPhone TO ContactPhoneOnFile
                       MOVE ContactEmailStatus TO ContactEmailStatusOnFile
                       MOVE ContactPhoneStatus TO ContactPhoneStatusOnFile
                   END-IF
               END-READ
           END-PERFORM
           CLOSE UserContactFile.

      *> Extract layout for the campus mail/SMS gateway, pipe delimited:
      *> relay id|channel|address|username|category|date|text
      *> between the HDR and TRL control lines of FeedEnvelope.cob.
       WriteRelayLine.
           ADD 1 TO NextRelayId
           MOVE SPACES TO RelayExtractRecord
           STRING NextRelayId DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(RelayChannel) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(RelayAddress) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(RelayUsername) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(RelayCategory) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               RelayDate DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(RelayText) DELIMITED BY SIZE
               INTO RelayExtractRecord
           WRITE RelayExtractRecord
           MOVE RelayExtractRecord TO EnvelopeDetail
           PERFORM AddEnvelopeHash

           OPEN EXTEND RelayLogFile
           MOVE SPACES TO RelayLogRecord
           MOVE NextRelayId TO RelayLogId
           MOVE RelayUsername TO RelayLogUsername
           MOVE RelayChannel TO RelayLogChannel
           MOVE RelayAddress TO RelayLogAddress
           MOVE RelayCategory TO RelayLogCategory
           MOVE RunDate TO RelayLogDate
           MOVE "Sent" TO RelayLogStatus
           MOVE RunDate TO RelayLogStatusDate
           WRITE RelayLogRecord
           CLOSE RelayLogFile

           IF RelayChannel = "SMS"
               ADD 1 TO RelaySmsCount
           ELSE
               ADD 1 TO RelayEmailCount
           END-IF.

      *> mail_outbox.dat holds mail the online programs address directly
      *> that can wait for the nightly run: recovery email change notices
      *> and reference requests (these carry a code good for days). Sign-in,
      *> reset and verification codes go to the gateway straight away
      *> through mail_pickup.dat instead. These go by email to the address on the entry (which
      *> may not be verified yet, or may not be a member at all), without
      *> regard to channel preferences. The outbox is emptied once read so
      *> a plain-text code does not sit on disk after it has gone out.
       RelayMailOutbox.
           MOVE 'N' TO EOF-MailOutboxFile
           OPEN INPUT MailOutboxFile
           PERFORM UNTIL EOF-MailOutboxFile = 'Y'
               READ MailOutboxFile
               AT END
                   MOVE 'Y' TO EOF-MailOutboxFile
               NOT AT END
                   ADD 1 TO OutboxReadCount
                   PERFORM RelayOneOutboxEntry
               END-READ
           END-PERFORM
           CLOSE MailOutboxFile
      *> Not journalled, as otp_codes.dat is not: a before-image would
      *> keep the plain-text codes on disk.
           IF OutboxReadCount > 0
               OPEN OUTPUT MailOutboxFile
               CLOSE MailOutboxFile
           END-IF.

       RelayOneOutboxEntry.
           MOVE OutboxUsername TO RelayUsername
           MOVE OutboxStamp(1:10) TO RelayDate
           MOVE "DIRECTMAIL" TO RelayCategory
           MOVE SPACES TO RelayText
           STRING FUNCTION TRIM(OutboxSubject) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(OutboxText) DELIMITED BY SIZE
               INTO RelayText
           IF FUNCTION TRIM(OutboxAddress) = SPACES
               ADD 1 TO OutboxNoAddressCount
               MOVE SPACES TO CurrentMessage
               STRING "No deliverable address: " DELIMITED BY SIZE
                   FUNCTION TRIM(OutboxUsername) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(OutboxSubject) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteReportLine
           ELSE
               MOVE "EMAIL" TO RelayChannel
               MOVE OutboxAddress TO RelayAddress
               PERFORM WriteRelayLine
           END-IF.

       COPY "ReportFormat.cob".

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "OUTBOUNDRELAY" TO ControlStep
           MOVE "notifications.dat" TO ControlFileName
           COMPUTE ControlReadCount =
               NotificationsReadCount + OutboxReadCount
           COMPUTE ControlWrittenCount = RelayEmailCount + RelaySmsCount
           COMPUTE ControlRejectCount =
               RelayNoAddressCount + OutboxNoAddressCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "FeedEnvelope.cob".

       COPY "Journal.cob".

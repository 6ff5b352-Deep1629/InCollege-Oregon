IDENTIFICATION DIVISION.
       PROGRAM-ID. RelayReturnLoader.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RelayReturnFile ASSIGN TO RelayReturnFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RelayReturnRejectFile
               ASSIGN TO "input/RelayReturn.rej"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RelayLogFile ASSIGN TO "relay_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempRelayLogFile ASSIGN TO "relay_log_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL UserContactFile ASSIGN TO "user_contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempUserContactFile ASSIGN TO "user_contacts_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NotificationFile ASSIGN TO "notifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "output/RelayReturnReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalControlFile ASSIGN TO "journal_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL InterfaceSequenceFile
               ASSIGN TO "interface_sequences.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempInterfaceSequenceFile
               ASSIGN TO "interface_sequences_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EnvelopeCheckFile ASSIGN TO EnvelopeFileName
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RelayReturnFile.
       01 RelayReturnRecord PIC X(200).

       FD RelayReturnRejectFile.
       01 RelayReturnRejectRecord.
           05 RejReturnLine PIC X(200).
           05 RejReason PIC X(30).

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

       FD TempRelayLogFile.
       01 TempRelayLogRecord.
           05 RelayLogId PIC 9(9).
           05 RelayLogUsername PIC X(20).
           05 RelayLogChannel PIC X(5).
           05 RelayLogAddress PIC X(60).
           05 RelayLogCategory PIC X(12).
           05 RelayLogDate PIC X(10).
           05 RelayLogStatus PIC X(10).
           05 RelayLogStatusDate PIC X(10).
           05 RelayLogReason PIC X(40).

       FD UserContactFile.
       01 UserContactRecord.
           05 ContactUsername PIC X(20).
           05 ContactEmail PIC X(60).
           05 ContactVerified PIC X(1).
           05 ContactVerifiedDate PIC X(10).
           05 ContactPhone PIC X(15).
           05 ContactEmailStatus PIC X(10).
           05 ContactPhoneStatus PIC X(10).

       FD TempUserContactFile.
       01 TempUserContactRecord.
           05 ContactUsername PIC X(20).
           05 ContactEmail PIC X(60).
           05 ContactVerified PIC X(1).
           05 ContactVerifiedDate PIC X(10).
           05 ContactPhone PIC X(15).
           05 ContactEmailStatus PIC X(10).
           05 ContactPhoneStatus PIC X(10).

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

       FD EnvelopeCheckFile.
       01 EnvelopeCheckRecord PIC X(600).

       WORKING-STORAGE SECTION.
       01 CurrentMessage PIC X(132).
       01 RunDate PIC X(10).
       01 FixedTimestamp PIC X(20).
       01 CurrentDateTime PIC X(21).
       01 EOF-RelayReturnFile PIC X VALUE 'N'.
       01 EOF-RelayLogFile PIC X VALUE 'N'.
       01 EOF-UserContactFile PIC X VALUE 'N'.
       01 ReturnRecordCount PIC 9(6) VALUE 0.
       01 ReturnDeliveredCount PIC 9(6) VALUE 0.
       01 ReturnBouncedCount PIC 9(6) VALUE 0.
       01 ReturnRejectedCount PIC 9(6) VALUE 0.
       01 ReturnFileRejectedCount PIC 9(6) VALUE 0.
       01 RelayReturnFileName PIC X(44) VALUE "input/RelayReturn.txt".
       01 ReturnRelayIdText PIC X(12).
       01 ReturnStatusText PIC X(12).
       01 ReturnReasonText PIC X(40).
       01 ReturnDateText PIC X(12).
       01 ReturnRelayId PIC 9(9) VALUE 0.
       01 ReturnNewStatus PIC X(10).
       01 ReturnRejectReason PIC X(30).
       01 ReturnLogFound PIC X VALUE 'N'.
       01 ReturnUsername PIC X(20).
       01 ReturnChannel PIC X(5).
       01 ReturnAddress PIC X(60).
       01 ReturnContactStatus PIC X(10).
       01 ReturnNewlyBounced PIC X VALUE 'N'.
       01 ReturnContactChanged PIC X VALUE 'N'.

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "RelayReturnLoader".
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
       01 EnvelopeFileStem PIC X(40).
       01 EnvelopeFileName PIC X(44).
       01 EnvelopeAsideName PIC X(48).
       01 EnvelopeAsideSuffix PIC X(9).
       01 EnvelopeReceivedType PIC X(20).
       01 EnvelopeRejectReason PIC X(30).
       01 EnvelopeFileMissing PIC X VALUE 'N'.
       01 EnvelopeHeaderPresent PIC X VALUE 'N'.
       01 EnvelopeTrailerPresent PIC X VALUE 'N'.
       01 EnvelopeLineCount PIC 9(8) VALUE 0.
       01 EnvelopeDetailCount PIC 9(8) VALUE 0.
       01 EnvelopeLineNumber PIC 9(8) VALUE 0.
       01 EnvelopeIsDetail PIC X VALUE 'Y'.
       01 EnvelopeHeldLine PIC X(600).
       01 EOF-EnvelopeCheckFile PIC X VALUE 'N'.
       01 EnvelopeCheckDetails.
           05 EnvelopeCheckSize PIC 9(18) COMP.
           05 FILLER PIC X(56).

       PROCEDURE DIVISION.
       MainSection.
           PERFORM DetermineRunDate

           OPEN OUTPUT ReportFile
           MOVE "InCollege Relay Delivery Status Load" TO CurrentMessage
           PERFORM WriteReportLine
           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine

           MOVE "RELAYRETURN" TO EnvelopeFileType
           MOVE RunDate TO EnvelopeRunDate
           MOVE "input/RelayReturn" TO EnvelopeFileStem
           PERFORM CheckInboundEnvelope
           EVALUATE TRUE
               WHEN EnvelopeFileMissing = 'Y'
                   MOVE "No relay return file received." TO CurrentMessage
                   PERFORM WriteReportLine
               WHEN EnvelopeRejectReason NOT = SPACES
                   PERFORM RejectRelayReturnFile
               WHEN OTHER
                   MOVE SPACES TO CurrentMessage
                   STRING "Feed file sequence " DELIMITED BY SIZE
                       EnvelopeSequence DELIMITED BY SIZE
                       " accepted" DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM WriteReportLine
                   MOVE EnvelopeFileName TO RelayReturnFileName
                   PERFORM LoadRelayReturnFile
                   PERFORM AcceptInboundFile
           END-EVALUATE

           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Rows read: " DELIMITED BY SIZE
               ReturnRecordCount DELIMITED BY SIZE
               "  delivered: " DELIMITED BY SIZE
               ReturnDeliveredCount DELIMITED BY SIZE
               "  bounced: " DELIMITED BY SIZE
               ReturnBouncedCount DELIMITED BY SIZE
               "  rejected: " DELIMITED BY SIZE
               ReturnRejectedCount DELIMITED BY SIZE
               "  rejected with file: " DELIMITED BY SIZE
               ReturnFileRejectedCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           CLOSE ReportFile
           PERFORM WriteLoadControlRecord
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

      *> Gateway return layout: relay id|DELIVERED or BOUNCED|reason|date
       ProcessReturnRecord.
           MOVE SPACES TO ReturnRelayIdText
           MOVE SPACES TO ReturnStatusText
           MOVE SPACES TO ReturnReasonText
           MOVE SPACES TO ReturnDateText
           UNSTRING RelayReturnRecord DELIMITED BY "|"
               INTO ReturnRelayIdText
                    ReturnStatusText
                    ReturnReasonText
                    ReturnDateText
           END-UNSTRING

           IF FUNCTION TRIM(ReturnRelayIdText) = SPACES OR
              FUNCTION TRIM(ReturnRelayIdText) IS NOT NUMERIC
               MOVE "INVALID RELAY ID" TO ReturnRejectReason
               PERFORM RejectReturnRecord
           ELSE
               MOVE FUNCTION NUMVAL(ReturnRelayIdText) TO ReturnRelayId
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ReturnStatusText))
                   TO ReturnStatusText
               EVALUATE ReturnStatusText
                   WHEN "DELIVERED"
                       MOVE "Delivered" TO ReturnNewStatus
                       PERFORM ApplyReturnToLog
                   WHEN "BOUNCED"
                       MOVE "Bounced" TO ReturnNewStatus
                       PERFORM ApplyReturnToLog
                   WHEN OTHER
                       MOVE "UNKNOWN DELIVERY STATUS" TO ReturnRejectReason
                       PERFORM RejectReturnRecord
               END-EVALUATE
           END-IF.

       ApplyReturnToLog.
           IF FUNCTION TRIM(ReturnDateText) = SPACES
               MOVE RunDate TO ReturnDateText
           END-IF
           MOVE 'N' TO ReturnLogFound
           MOVE 'N' TO EOF-RelayLogFile
           OPEN INPUT RelayLogFile
           OPEN OUTPUT TempRelayLogFile
           PERFORM UNTIL EOF-RelayLogFile = 'Y'
               READ RelayLogFile INTO RelayLogRecord
               AT END
                   MOVE 'Y' TO EOF-RelayLogFile
               NOT AT END
                   IF RelayLogId IN RelayLogRecord = ReturnRelayId
                       MOVE 'Y' TO ReturnLogFound
                       MOVE ReturnNewStatus TO RelayLogStatus IN RelayLogRecord
                       MOVE ReturnDateText(1:10)
                           TO RelayLogStatusDate IN RelayLogRecord
                       MOVE ReturnReasonText TO RelayLogReason IN RelayLogRecord
                       MOVE RelayLogUsername IN RelayLogRecord TO ReturnUsername
                       MOVE RelayLogChannel IN RelayLogRecord TO ReturnChannel
                       MOVE RelayLogAddress IN RelayLogRecord TO ReturnAddress
                   END-IF
                   WRITE TempRelayLogRecord FROM RelayLogRecord
               END-READ
           END-PERFORM
           CLOSE RelayLogFile
           CLOSE TempRelayLogFile
           CALL "CBL_DELETE_FILE" USING "relay_log.dat"
           CALL "CBL_RENAME_FILE" USING "relay_log_temp.dat" "relay_log.dat"

           IF ReturnLogFound = 'N'
               MOVE "RELAY ID NOT FOUND" TO ReturnRejectReason
               PERFORM RejectReturnRecord
           ELSE
               IF ReturnNewStatus = "Bounced"
                   ADD 1 TO ReturnBouncedCount
                   MOVE "Bounced" TO ReturnContactStatus
               ELSE
                   ADD 1 TO ReturnDeliveredCount
                   MOVE SPACES TO ReturnContactStatus
               END-IF
               PERFORM UpdateContactStatus
               IF ReturnNewStatus = "Bounced"
                   MOVE SPACES TO CurrentMessage
                   STRING "Undeliverable " DELIMITED BY SIZE
                       FUNCTION TRIM(ReturnChannel) DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       FUNCTION TRIM(ReturnUsername) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(ReturnAddress) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(ReturnReasonText) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM WriteReportLine
               END-IF
               IF ReturnNewlyBounced = 'Y'
                   PERFORM NotifyContactBounced
               END-IF
           END-IF.

      *> The contact is only touched while it still holds the address the
      *> relay used; a return for an address the user has since replaced
      *> says nothing about the new one.
       UpdateContactStatus.
           MOVE 'N' TO ReturnNewlyBounced
           MOVE 'N' TO ReturnContactChanged
           MOVE 'N' TO EOF-UserContactFile
           OPEN INPUT UserContactFile
           OPEN OUTPUT TempUserContactFile
           PERFORM UNTIL EOF-UserContactFile = 'Y'
               READ UserContactFile INTO UserContactRecord
               AT END
                   MOVE 'Y' TO EOF-UserContactFile
               NOT AT END
                   IF ContactUsername IN UserContactRecord = ReturnUsername
                       IF ReturnChannel = "SMS"
                           IF ContactPhone IN UserContactRecord =
                              ReturnAddress(1:15)
                               IF ReturnContactStatus = "Bounced" AND
                                  ContactPhoneStatus IN UserContactRecord
                                  NOT = "Bounced"
                                   MOVE 'Y' TO ReturnNewlyBounced
                               END-IF
                               MOVE ReturnContactStatus
                                   TO ContactPhoneStatus IN UserContactRecord
                               MOVE 'Y' TO ReturnContactChanged
                           END-IF
                       ELSE
                           IF ContactEmail IN UserContactRecord = ReturnAddress
                               IF ReturnContactStatus = "Bounced" AND
                                  ContactEmailStatus IN UserContactRecord
                                  NOT = "Bounced"
                                   MOVE 'Y' TO ReturnNewlyBounced
                               END-IF
                               MOVE ReturnContactStatus
                                   TO ContactEmailStatus IN UserContactRecord
                               MOVE 'Y' TO ReturnContactChanged
                           END-IF
                       END-IF
                   END-IF
                   WRITE TempUserContactRecord FROM UserContactRecord
               END-READ
           END-PERFORM
           CLOSE UserContactFile
           CLOSE TempUserContactFile
           MOVE "user_contacts.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "user_contacts.dat"
           CALL "CBL_RENAME_FILE" USING "user_contacts_temp.dat"
               "user_contacts.dat"
           PERFORM JournalAfterImage.

      *> Written already marked relayed: sending a bounce notice to the
      *> address that just bounced would only bounce again.
       NotifyContactBounced.
           MOVE "notifications.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND NotificationFile
           MOVE SPACES TO NotificationRecord
           MOVE ReturnUsername TO NotifUsername
           IF ReturnChannel = "SMS"
               MOVE "Texts to your mobile number are not being delivered. Update it under My Recovery Email."
                   TO NotifText
           ELSE
               MOVE "Email to your address on file is bouncing. Update it under My Recovery Email."
                   TO NotifText
           END-IF
           MOVE RunDate TO NotifDate
           MOVE "New" TO NotifStatus
           MOVE "OTHER" TO NotifCategoryCode
           MOVE 'Y' TO NotifRelayed
           WRITE NotificationRecord
           CLOSE NotificationFile
           MOVE "notifications.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       LoadRelayReturnFile.
           MOVE 0 TO EnvelopeLineNumber
           MOVE 'N' TO EOF-RelayReturnFile
           OPEN INPUT RelayReturnFile
           PERFORM UNTIL EOF-RelayReturnFile = 'Y'
               READ RelayReturnFile INTO RelayReturnRecord
               AT END
                   MOVE 'Y' TO EOF-RelayReturnFile
               NOT AT END
                   ADD 1 TO EnvelopeLineNumber
                   PERFORM ClassifyEnvelopeLine
                   IF EnvelopeIsDetail = 'Y' AND
                      FUNCTION TRIM(RelayReturnRecord) NOT = SPACES
                       ADD 1 TO ReturnRecordCount
                       PERFORM ProcessReturnRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RelayReturnFile.

      *> Nothing from a file that fails its control check is loaded: every
      *> detail line goes to the reject queue under the file's reason.
       RejectRelayReturnFile.
           MOVE SPACES TO CurrentMessage
           STRING "Feed file sequence " DELIMITED BY SIZE
               EnvelopeSequence DELIMITED BY SIZE
               " rejected: " DELIMITED BY SIZE
               FUNCTION TRIM(EnvelopeRejectReason) DELIMITED BY SIZE
               "; nothing loaded." DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           MOVE EnvelopeFileName TO RelayReturnFileName
           MOVE EnvelopeRejectReason TO ReturnRejectReason
           MOVE 0 TO EnvelopeLineNumber
           MOVE 'N' TO EOF-RelayReturnFile
           OPEN INPUT RelayReturnFile
           PERFORM UNTIL EOF-RelayReturnFile = 'Y'
               READ RelayReturnFile INTO RelayReturnRecord
               AT END
                   MOVE 'Y' TO EOF-RelayReturnFile
               NOT AT END
                   ADD 1 TO EnvelopeLineNumber
                   PERFORM ClassifyEnvelopeLine
                   IF EnvelopeIsDetail = 'Y'
                       ADD 1 TO ReturnRecordCount
                       ADD 1 TO ReturnFileRejectedCount
                       PERFORM WriteReturnReject
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RelayReturnFile
           MOVE ".rejected" TO EnvelopeAsideSuffix
           PERFORM SetInboundFileAside.

       RejectReturnRecord.
           ADD 1 TO ReturnRejectedCount
           PERFORM WriteReturnReject.

       WriteReturnReject.
           MOVE SPACES TO CurrentMessage
           STRING "Rejected (" DELIMITED BY SIZE
               FUNCTION TRIM(ReturnRejectReason) DELIMITED BY SIZE
               "): " DELIMITED BY SIZE
               FUNCTION TRIM(RelayReturnRecord) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           OPEN EXTEND RelayReturnRejectFile
           MOVE SPACES TO RelayReturnRejectRecord
           MOVE RelayReturnRecord TO RejReturnLine
           MOVE ReturnRejectReason TO RejReason
           WRITE RelayReturnRejectRecord
           CLOSE RelayReturnRejectFile.

       WriteReportLine.
           DISPLAY CurrentMessage
           MOVE CurrentMessage TO ReportRecord
           WRITE ReportRecord.

       WriteLoadControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "RELAYRETURN" TO ControlStep
           MOVE "relay_log.dat" TO ControlFileName
           MOVE ReturnRecordCount TO ControlReadCount
           COMPUTE ControlWrittenCount =
               ReturnDeliveredCount + ReturnBouncedCount
           COMPUTE ControlRejectCount =
               ReturnRejectedCount + ReturnFileRejectedCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "Journal.cob".

       COPY "FeedEnvelope.cob".

       COPY "FeedEnvelopeCheck.cob".

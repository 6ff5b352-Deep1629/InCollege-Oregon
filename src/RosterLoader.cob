       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RosterFeedFile ASSIGN TO RosterFeedFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL UserDataFile ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MajorMasterFile ASSIGN TO "majors.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL UserContactFile ASSIGN TO "user_contacts.dat"
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
       01 MajorMasterRecord.
           05 MasterMajorName PIC X(30).

       FD UserContactFile.
       01 UserContactRecord.
           05 ContactUsername PIC X(20).
           05 ContactEmail PIC X(60).
           05 ContactVerified PIC X(1).
           05 ContactVerifiedDate PIC X(10).
           05 ContactPhone PIC X(15).
           05 ContactEmailStatus PIC X(10).
           05 ContactPhoneStatus PIC X(10).

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
       01 EOF-RosterFile PIC X VALUE 'N'.
       01 RosterDuplicateCount PIC 9(5) VALUE 0.
       01 RosterRejectedCount PIC 9(5) VALUE 0.
       01 RosterRejectReason PIC X(30).
       01 RosterFileRejectedCount PIC 9(5) VALUE 0.
       01 RosterFeedFileName PIC X(44) VALUE "input/RosterFeed.txt".

       01 RosterFirstName PIC X(20).
       01 RosterLastName PIC X(20).
       01 RosterMajor PIC X(30).
       01 RosterGradYear PIC X(4).
       01 RosterGradYearNum PIC 9(4) VALUE 0.
       01 RosterEmail PIC X(60).
       01 RosterContactCount PIC 9(5) VALUE 0.
       01 ContactEmailEntry PIC X(60).
       01 ContactEmailValid PIC X VALUE 'N'.
       01 ContactAtCount PIC 9(2) VALUE 0.
       01 ContactAtPosition PIC 9(2) VALUE 0.
       01 ContactDotAfterAt PIC X VALUE 'N'.
       01 ContactHasSpace PIC X VALUE 'N'.
       01 ContactScanIndex PIC 9(2) VALUE 0.
       01 ContactEmailLength PIC 9(2) VALUE 0.
       01 RosterUsername PIC X(20).
       01 RosterRecordValid PIC X VALUE 'N'.
       01 RosterTempPassword PIC X(20).
       01 PasswordDigestIndex PIC 9(2) VALUE 0.
       01 PasswordDigestLength PIC 9(2) VALUE 0.

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "RosterLoader".
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
           PERFORM DetermineLoadDate
           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine

           MOVE "ROSTERFEED" TO EnvelopeFileType
           MOVE LoadDate TO EnvelopeRunDate
           MOVE "input/RosterFeed" TO EnvelopeFileStem
           PERFORM CheckInboundEnvelope
           EVALUATE TRUE
               WHEN EnvelopeFileMissing = 'Y'
                   MOVE "No roster feed file received." TO CurrentMessage
                   PERFORM WriteReportLine
               WHEN EnvelopeRejectReason NOT = SPACES
                   PERFORM RejectRosterFeedFile
               WHEN OTHER
                   MOVE SPACES TO CurrentMessage
                   STRING "Feed file sequence " DELIMITED BY SIZE
                       EnvelopeSequence DELIMITED BY SIZE
                       " accepted" DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM WriteReportLine
                   MOVE EnvelopeFileName TO RosterFeedFileName
                   PERFORM LoadRosterFeedFile
                   PERFORM AcceptInboundFile
           END-EVALUATE

           MOVE "input/RosterFeed.fix" TO RosterFeedFileName
           CALL "CBL_CHECK_FILE_EXIST" USING RosterFeedFileName
               EnvelopeCheckDetails
           IF RETURN-CODE = 0
               MOVE "Resubmitted records (input/RosterFeed.fix):"
                   TO CurrentMessage
               PERFORM WriteReportLine
               PERFORM StartUnenvelopedFile
               PERFORM LoadRosterFeedFile
               CALL "CBL_DELETE_FILE" USING RosterFeedFileName
           END-IF
           MOVE 0 TO RETURN-CODE

           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine
               RosterDuplicateCount DELIMITED BY SIZE
               "  rejected: " DELIMITED BY SIZE
               RosterRejectedCount DELIMITED BY SIZE
               "  rejected with file: " DELIMITED BY SIZE
               RosterFileRejectedCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Recovery emails recorded: " DELIMITED BY SIZE
               RosterContactCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           CLOSE ReportFile
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       LoadRosterFeedFile.
           MOVE 0 TO EnvelopeLineNumber
           MOVE 'N' TO EOF-RosterFile
           OPEN INPUT RosterFeedFile
           PERFORM UNTIL EOF-RosterFile = 'Y'
               READ RosterFeedFile INTO RosterFeedRecord
               AT END
                   MOVE 'Y' TO EOF-RosterFile
               NOT AT END
                   ADD 1 TO EnvelopeLineNumber
                   PERFORM ClassifyEnvelopeLine
                   IF EnvelopeIsDetail = 'Y'
                       ADD 1 TO RosterRecordCount
                       PERFORM ProcessRosterRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RosterFeedFile.

      *> Nothing from a file that fails its control check is loaded: every
      *> detail line goes to the reject queue under the file's reason.
       RejectRosterFeedFile.
           MOVE SPACES TO CurrentMessage
           STRING "Feed file sequence " DELIMITED BY SIZE
               EnvelopeSequence DELIMITED BY SIZE
               " rejected: " DELIMITED BY SIZE
               FUNCTION TRIM(EnvelopeRejectReason) DELIMITED BY SIZE
               "; nothing loaded." DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           MOVE EnvelopeFileName TO RosterFeedFileName
           MOVE EnvelopeRejectReason TO RosterRejectReason
           MOVE 0 TO EnvelopeLineNumber
           MOVE 'N' TO EOF-RosterFile
           OPEN INPUT RosterFeedFile
           PERFORM UNTIL EOF-RosterFile = 'Y'
               READ RosterFeedFile INTO RosterFeedRecord
               AT END
                   MOVE 'Y' TO EOF-RosterFile
               NOT AT END
                   ADD 1 TO EnvelopeLineNumber
                   PERFORM ClassifyEnvelopeLine
                   IF EnvelopeIsDetail = 'Y'
                       ADD 1 TO RosterRecordCount
                       ADD 1 TO RosterFileRejectedCount
                       PERFORM WriteRosterReject
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RosterFeedFile
           MOVE ".rejected" TO EnvelopeAsideSuffix
           PERFORM SetInboundFileAside.

       LoadMaxUsersConfig.
           MOVE SPACES TO MaxUsersEnv
           ACCEPT MaxUsersEnv FROM ENVIRONMENT "INCOLLEGE_MAX_USERS"
           MOVE SPACES TO RosterUniversity
           MOVE SPACES TO RosterMajor
           MOVE SPACES TO RosterGradYear
           MOVE SPACES TO RosterEmail
           UNSTRING RosterFeedRecord DELIMITED BY "|"
               INTO RosterFirstName
                    RosterLastName
                    RosterUniversity
                    RosterMajor
                    RosterGradYear
                    RosterEmail
           END-UNSTRING

           MOVE 'Y' TO RosterRecordValid
                   DELIMITED BY SIZE
                   INTO RosterUsername

               MOVE "users.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN I-O UserDataFile
               MOVE SPACES TO UserRecord
               MOVE RosterUsername TO Username IN UserRecord
                       INTO CurrentMessage
                   PERFORM WriteReportLine
                   CLOSE UserDataFile
                   MOVE "users.dat" TO JournalMasterName
                   PERFORM JournalAfterImage
               NOT INVALID KEY
                   CLOSE UserDataFile
                   MOVE "users.dat" TO JournalMasterName
                   PERFORM JournalAfterImage
                   PERFORM SeedRosterProfile
                   PERFORM SeedRosterContact
                   ADD 1 TO RosterCreatedCount
                   ADD 1 TO UserCount
                   MOVE SPACES TO CurrentMessage
           END-IF.

       SeedRosterProfile.
           MOVE "profiles.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN I-O UserProfileRecordFile
           MOVE SPACES TO UserProfileRecord
           MOVE RosterUsername TO Username-Profile IN UserProfileRecord
           INVALID KEY
               REWRITE UserProfileRecord
           END-WRITE
           CLOSE UserProfileRecordFile
           MOVE "profiles.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

      *> The registrar's address is recorded unverified; the student
      *> confirms it with a one-time code after first sign-on.
       SeedRosterContact.
           IF FUNCTION TRIM(RosterEmail) NOT = SPACES
               MOVE RosterEmail TO ContactEmailEntry
               PERFORM ValidateEmailFormat
               IF ContactEmailValid = 'Y'
                   MOVE "user_contacts.dat" TO JournalMasterName
                   PERFORM JournalBeforeImage
                   OPEN EXTEND UserContactFile
                   MOVE SPACES TO UserContactRecord
                   MOVE RosterUsername TO ContactUsername
                   MOVE ContactEmailEntry TO ContactEmail
                   MOVE 'N' TO ContactVerified
                   WRITE UserContactRecord
                   CLOSE UserContactFile
                   MOVE "user_contacts.dat" TO JournalMasterName
                   PERFORM JournalAfterImage
                   ADD 1 TO RosterContactCount
               ELSE
                   MOVE SPACES TO CurrentMessage
                   STRING "Email not recorded (invalid format) for "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(RosterUsername) DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       FUNCTION TRIM(RosterEmail) DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM WriteReportLine
               END-IF
           END-IF.

       WriteRosterReject.
           OPEN EXTEND RosterRejectFile

       COPY "ComputeDigest.cob".

       COPY "EmailCheck.cob".

       WriteLoadControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE "users.dat" TO ControlFileName
           MOVE RosterRecordCount TO ControlReadCount
           MOVE RosterCreatedCount TO ControlWrittenCount
           COMPUTE ControlRejectCount =
               RosterRejectedCount + RosterFileRejectedCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

           IF RefTableEmpty = 'Y'
               MOVE 'Y' TO RefValueValid
           END-IF.

       COPY "Journal.cob".

       COPY "FeedEnvelope.cob".

       COPY "FeedEnvelopeCheck.cob".

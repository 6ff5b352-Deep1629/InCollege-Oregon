           SELECT OPTIONAL JobOfferFile ASSIGN TO "offers.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JobId OF JobRecord
               ALTERNATE RECORD KEY IS JobUsername OF JobRecord
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EmployerId OF JobRecord
                   WITH DUPLICATES.
           SELECT OPTIONAL ApplicationFile ASSIGN TO "applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ExternalAppFile
               ASSIGN TO "external_applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExtractFile
               ASSIGN TO "output/FirstDestinationExtract.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FerpaSuppressionFile
               ASSIGN TO "ferpa_suppressions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FerpaExclusionFile ASSIGN TO "ferpa_exclusions.dat"
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
           05 JobOriginCampus PIC X(8).
           05 JobScreenFlags PIC X(60).
           05 JobOriginJobId PIC 9(5).
           05 JobWorkAuth PIC X(4).
           05 JobWorkType PIC X(1).

       FD ApplicationFile.
       01 ApplicationRecord.
           05 AppResumePath PIC X(100).
           05 AppCoverLetter PIC X(200).

       FD ExternalAppFile.
       01 ExternalAppRecord.
           05 ExtUsername PIC X(20).
           05 ExtKind PIC X(1).
           05 ExtOrganization PIC X(50).
           05 ExtRole PIC X(50).
           05 ExtAppliedDate PIC X(10).
           05 ExtStatus PIC X(12).
           05 ExtOutcome PIC X(10).
           05 ExtSalary PIC 9(6).
           05 ExtNextDate PIC X(10).
           05 ExtNextStep PIC X(30).
           05 ExtUpdatedDate PIC X(10).

       FD ExtractFile.
       01 ExtractRecord.
           05 FdProgram PIC X(30).
           05 FdOutcome PIC X(10).
           05 FdEmployer PIC X(50).
           05 FdSalaryBand PIC X(6).
           05 FdSource PIC X(1).

       FD BatchControlFile.
       01 BatchControlRecord.
           05 ControlWrittenCount PIC 9(6).
           05 ControlRejectCount PIC 9(6).

       FD FerpaSuppressionFile.
       01 FerpaSuppressionRecord.
           05 FerpaUsername PIC X(20).
           05 FerpaFlag PIC X(1).
           05 FerpaEffectiveDate PIC X(10).
           05 FerpaSetBy PIC X(20).
           05 FerpaSetDate PIC X(10).

       FD FerpaExclusionFile.
       01 FerpaExclusionRecord.
           05 FxDate PIC X(10).
           05 FxPoint PIC X(24).
           05 FxUsername PIC X(20).
           05 FxViewer PIC X(20).

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
       01 EOF-ProfileData PIC X VALUE 'N'.
       01 GraduatesSeenCount PIC 9(6) VALUE 0.
       01 RecordsWrittenCount PIC 9(6) VALUE 0.
       01 EmployedCount PIC 9(6) VALUE 0.
       01 SuppressedGradCount PIC 9(6) VALUE 0.
       01 ContinuingCount PIC 9(6) VALUE 0.
       01 SelfReportedCount PIC 9(6) VALUE 0.

       01 GradUsername PIC X(20).
       01 GradDegreeLevel PIC X(20).
       01 GradOutcome PIC X(10).
       01 GradEmployer PIC X(50).
       01 GradSalaryBand PIC X(6).
       01 GradSource PIC X(1).
       01 GradOfferJobId PIC 9(5) VALUE 0.
       01 GradSalaryAmount PIC 9(6) VALUE 0.
       01 DegreeWork PIC X(50).
       01 FerpaCheckTarget PIC X(20).
       01 FerpaSuppressed PIC X VALUE 'N'.
       01 EOF-FerpaFile PIC X VALUE 'N'.
       01 FerpaExclusionPoint PIC X(24).
       01 FerpaExclusionViewer PIC X(20).
       01 FerpaStampBuf PIC X(20).
       01 FerpaStampWork PIC X(21).
       01 FerpaToday PIC X(10).

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
       01 JournalProgramName PIC X(24) VALUE "FirstDestinationExtract".
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

           MOVE "FIRSTDESTINATION" TO EnvelopeFileType
           MOVE RunDate TO EnvelopeRunDate
           PERFORM StartOutboundEnvelope
           OPEN OUTPUT ExtractFile
           WRITE ExtractRecord FROM EnvelopeLine

           MOVE 'N' TO EOF-ProfileData
           OPEN INPUT UserProfileRecordFile
                       ADD 1 TO GraduatesSeenCount
                       MOVE Username-Profile IN UserProfileRecord
                           TO GradUsername
                       MOVE GradUsername TO FerpaCheckTarget
                       PERFORM CheckFerpaSuppressed
                       IF FerpaSuppressed = 'Y'
                           ADD 1 TO SuppressedGradCount
                           MOVE "FirstDestinationExtract" TO FerpaExclusionPoint
                           MOVE SPACES TO FerpaExclusionViewer
                           PERFORM RecordFerpaExclusion
                       ELSE
                           PERFORM BuildOneGraduateRecord
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE UserProfileRecordFile

           PERFORM BuildEnvelopeTrailer
           WRITE ExtractRecord FROM EnvelopeLine
           CLOSE ExtractFile
           PERFORM RecordOutboundSequence

           MOVE SPACES TO CurrentMessage
           STRING "First-destination extract: " DELIMITED BY SIZE
               GraduatesSeenCount DELIMITED BY SIZE
               " graduate(s), " DELIMITED BY SIZE
               EmployedCount DELIMITED BY SIZE
               " employed, " DELIMITED BY SIZE
               ContinuingCount DELIMITED BY SIZE
               " continuing education." DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage
           IF SelfReportedCount > 0
               MOVE SPACES TO CurrentMessage
               STRING "Self-reported outcomes: " DELIMITED BY SIZE
                   SelfReportedCount DELIMITED BY SIZE
                   INTO CurrentMessage
               DISPLAY CurrentMessage
           END-IF
           IF SuppressedGradCount > 0
               MOVE SPACES TO CurrentMessage
               STRING "Withheld under FERPA suppression: " DELIMITED BY SIZE
                   SuppressedGradCount DELIMITED BY SIZE
                   INTO CurrentMessage
               DISPLAY CurrentMessage
           END-IF

           PERFORM WriteBatchControlRecord
           MOVE 0 TO RETURN-CODE
           MOVE GradOutcome TO FdOutcome
           MOVE GradEmployer TO FdEmployer
           MOVE GradSalaryBand TO FdSalaryBand
           MOVE GradSource TO FdSource
           WRITE ExtractRecord
           MOVE ExtractRecord TO EnvelopeDetail
           PERFORM AddEnvelopeHash
           ADD 1 TO RecordsWrittenCount.

       LookupDegreeLevel.

       LookupPlacement.
           MOVE "SEEKING" TO GradOutcome
           MOVE SPACE TO GradSource
           MOVE SPACES TO GradEmployer
           MOVE 0 TO GradOfferJobId
           MOVE 0 TO GradSalaryAmount
               CLOSE ApplicationFile
           END-IF

           IF GradOutcome = "EMPLOYED"
               MOVE 'P' TO GradSource
           ELSE
               PERFORM LookupSelfReportedPlacement
           END-IF

           IF GradOutcome = "EMPLOYED"
               ADD 1 TO EmployedCount
           END-IF
           IF GradOutcome = "CONTINUING"
               ADD 1 TO ContinuingCount
           END-IF.

      *> No placement on the platform: fall back to an accepted outcome the
      *> graduate logged for an application made elsewhere. A job beats a
      *> graduate program; either way FdSource marks it self-reported.
       LookupSelfReportedPlacement.
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT ExternalAppFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ ExternalAppFile INTO ExternalAppRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF ExtUsername IN ExternalAppRecord = GradUsername AND
                      FUNCTION TRIM(ExtOutcome IN ExternalAppRecord)
                      = "Accepted"
                       IF ExtKind IN ExternalAppRecord = 'G'
                           IF GradOutcome = "SEEKING"
                               MOVE "CONTINUING" TO GradOutcome
                               MOVE ExtOrganization IN ExternalAppRecord
                                   TO GradEmployer
                           END-IF
                       ELSE
                           MOVE "EMPLOYED" TO GradOutcome
                           MOVE ExtOrganization IN ExternalAppRecord
                               TO GradEmployer
                           IF ExtSalary IN ExternalAppRecord IS NUMERIC
                               MOVE ExtSalary IN ExternalAppRecord
                                   TO GradSalaryAmount
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ExternalAppFile
           IF GradOutcome NOT = "SEEKING"
               MOVE 'S' TO GradSource
               ADD 1 TO SelfReportedCount
           END-IF.

       BuildSalaryBand.
           MOVE "profiles.dat" TO ControlFileName
           MOVE GraduatesSeenCount TO ControlReadCount
           MOVE RecordsWrittenCount TO ControlWrittenCount
           MOVE SuppressedGradCount TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "Ferpa.cob".

       COPY "FeedEnvelope.cob".

       COPY "Journal.cob".

IDENTIFICATION DIVISION.
       PROGRAM-ID. FairLeadReport.

      *> Runs nightly; picks up each career fair the night after it is
      *> held. Every employer with a booth gets output/FairLeads_<fair>_
      *> <employer id>.txt, an enveloped extract of the booth visits its
      *> recruiters recorded (students under a FERPA suppression are left
      *> out), and the fair's coordinator gets a section comparing the
      *> interest students registered beforehand with the visits made at
      *> each booth. fair_leads_sent.dat keeps the fairs already done.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CareerFairFile ASSIGN TO "career_fairs.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FairBoothFile ASSIGN TO "fair_booths.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FairInterestFile ASSIGN TO "fair_interest.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FairLeadFile ASSIGN TO "fair_leads.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FairLeadSentFile ASSIGN TO "fair_leads_sent.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL UserProfileRecordFile ASSIGN TO "profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Username-Profile OF UserProfileRecord.
           SELECT OPTIONAL FerpaSuppressionFile
               ASSIGN TO "ferpa_suppressions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FerpaExclusionFile ASSIGN TO "ferpa_exclusions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FairLeadExtractFile ASSIGN TO FairLeadExtractFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile
               ASSIGN TO "output/FairLeadReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL InterfaceSequenceFile
               ASSIGN TO "interface_sequences.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempInterfaceSequenceFile
               ASSIGN TO "interface_sequences_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DistributionFile
               ASSIGN TO "report_distribution.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ReportInboxFile ASSIGN TO "report_inbox.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempReportInboxFile ASSIGN TO "report_inbox_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BurstUserFile ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BurstUsername.
           SELECT OPTIONAL BurstAdvisorMajorFile
               ASSIGN TO "advisor_majors.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BurstEmployerFile ASSIGN TO "employers.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BurstEmployerUserFile
               ASSIGN TO "employer_users.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalControlFile ASSIGN TO "journal_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD CareerFairFile.
       01 CareerFairRecord.
           05 FairId PIC 9(3).
           05 FairName PIC X(50).
           05 FairDate PIC X(10).
           05 FairLocation PIC X(50).
           05 FairCoordinator PIC X(20).

       FD FairBoothFile.
       01 FairBoothRecord.
           05 BoothFairId PIC 9(3).
           05 BoothNumber PIC 9(3).
           05 BoothEmployerId PIC 9(5).
           05 BoothEmployerName PIC X(50).
           05 BoothJobId PIC 9(5).

       FD FairInterestFile.
       01 FairInterestRecord.
           05 InterestFairId PIC 9(3).
           05 InterestUsername PIC X(20).
           05 InterestEmployerId PIC 9(5).
           05 InterestDate PIC X(10).

       FD FairLeadFile.
       01 FairLeadRecord.
           05 LeadFairId PIC 9(3).
           05 LeadEmployerId PIC 9(5).
           05 LeadUsername PIC X(20).
           05 LeadRating PIC 9(1).
           05 LeadNote PIC X(100).
           05 LeadRecordedBy PIC X(20).
           05 LeadDate PIC X(10).

       FD FairLeadSentFile.
       01 FairLeadSentRecord.
           05 FlsFairId PIC 9(3).
           05 FlsSentDate PIC X(10).

       FD UserProfileRecordFile.
       01 UserProfileRecord.
           05 Username-Profile PIC X(20).
           05 FirstName PIC X(20).
           05 LastName PIC X(20).
           05 University PIC X(30).
           05 Major PIC X(30).
           05 GraduationYear PIC 9(4).
           05 AboutMe PIC X(200).
           05 ResumeFilePath PIC X(100).
           05 CreatedDate PIC X(10).
           05 AlumniFlag PIC X(1).
           05 VisAboutMe PIC X(1).
           05 VisExperience PIC X(1).
           05 VisEducation PIC X(1).
           05 VisResume PIC X(1).
           05 ResumeBrokenFlag PIC X(1).

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

       FD FairLeadExtractFile.
       01 FairLeadExtractRecord PIC X(240).

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

       FD DistributionFile.
       01 DistributionRecord.
           05 DistReportName PIC X(30).
           05 DistSectionType PIC X(8).
           05 DistSectionValue PIC X(50).
           05 DistRecipientType PIC X(8).
           05 DistRecipientValue PIC X(20).

       FD ReportInboxFile.
       01 ReportInboxRecord.
           05 InboxRecipient PIC X(20).
           05 InboxReportName PIC X(30).
           05 InboxRunDate PIC X(10).
           05 InboxSectionType PIC X(8).
           05 InboxSectionValue PIC X(50).
           05 InboxLineNumber PIC 9(5).
           05 InboxLineText PIC X(132).

       FD TempReportInboxFile.
       01 TempReportInboxRecord PIC X(255).

       FD BurstUserFile.
       01 BurstUserRecord.
           05 BurstUsername PIC X(20).
           05 FILLER PIC X(30).
           05 BurstUserRole PIC X(1).
           05 FILLER PIC X(11).

       FD BurstAdvisorMajorFile.
       01 BurstAdvisorMajorRecord.
           05 BurstAdvisorUsername PIC X(20).
           05 BurstAdvisorMajor PIC X(30).

       FD BurstEmployerFile.
       01 BurstEmployerRecord.
           05 BurstEmployerIdMaster PIC 9(5).
           05 BurstEmployerName PIC X(50).
           05 FILLER PIC X(300).

       FD BurstEmployerUserFile.
       01 BurstEmployerUserRecord.
           05 BurstEmpUserUsername PIC X(20).
           05 BurstEmpUserEmployerId PIC 9(5).

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
       01 EOF-CareerFairFile PIC X VALUE 'N'.
       01 EOF-FairBoothFile PIC X VALUE 'N'.
       01 EOF-FairInterestFile PIC X VALUE 'N'.
       01 EOF-FairLeadFile PIC X VALUE 'N'.
       01 EOF-FairLeadSentFile PIC X VALUE 'N'.
       01 FairLeadExtractFileName PIC X(60).

       01 LeadsReadCount PIC 9(6) VALUE 0.
       01 LeadsSentCount PIC 9(6) VALUE 0.
       01 LeadsWithheldCount PIC 9(6) VALUE 0.
       01 ExtractLineCount PIC 9(5) VALUE 0.

       01 SentFairTable.
           05 SentFairId PIC 9(3) OCCURS 999 TIMES.
       01 SentFairCount PIC 9(3) VALUE 0.
       01 SentFairIndex PIC 9(3) VALUE 0.
       01 SentFairFound PIC X VALUE 'N'.

      *> Fairs held before the run date and not yet delivered.
       01 DueFairTable.
           05 DueFair OCCURS 50 TIMES.
               10 DfFairId PIC 9(3).
               10 DfFairName PIC X(50).
               10 DfFairDate PIC X(10).
               10 DfCoordinator PIC X(20).
       01 DueFairCount PIC 9(3) VALUE 0.
       01 DueFairIndex PIC 9(3) VALUE 0.

       01 BoothTable.
           05 BoothEntry OCCURS 200 TIMES.
               10 BtBoothNumber PIC 9(3).
               10 BtEmployerId PIC 9(5).
               10 BtEmployerName PIC X(50).
               10 BtInterest PIC 9(5).
               10 BtVisits PIC 9(5).
               10 BtMatched PIC 9(5).
       01 BoothCount PIC 9(3) VALUE 0.
       01 BoothIndex PIC 9(3) VALUE 0.
       01 BoothMatch PIC 9(3) VALUE 0.

       01 InterestTable.
           05 InterestEntry OCCURS 3000 TIMES.
               10 ItUsername PIC X(20).
               10 ItEmployerId PIC 9(5).
       01 InterestCount PIC 9(4) VALUE 0.
       01 InterestIndex PIC 9(4) VALUE 0.
       01 LeadPreRegistered PIC X VALUE 'N'.

       01 FairInterestTotal PIC 9(6) VALUE 0.
       01 FairVisitTotal PIC 9(6) VALUE 0.
       01 FairMatchedTotal PIC 9(6) VALUE 0.
       01 WalkUpCount PIC 9(5) VALUE 0.
       01 NoShowCount PIC 9(5) VALUE 0.
       01 CountDisplayA PIC ZZZZ9.
       01 CountDisplayB PIC ZZZZ9.
       01 CountDisplayC PIC ZZZZ9.
       01 CountDisplayD PIC ZZZZ9.
       01 CountDisplayE PIC ZZZZ9.
       01 BoothColumnHeading PIC X(132).

       01 FairLeadExtractLine.
           05 FleRecordType PIC X(4).
           05 FleFairId PIC 9(3).
           05 FleFairDate PIC X(10).
           05 FleEmployerId PIC 9(5).
           05 FleUsername PIC X(20).
           05 FleFirstName PIC X(20).
           05 FleLastName PIC X(20).
           05 FleMajor PIC X(30).
           05 FleGradYear PIC X(4).
           05 FleRating PIC 9(1).
           05 FlePreRegistered PIC X(1).
           05 FleRecordedBy PIC X(20).
           05 FleNote PIC X(100).
           05 FILLER PIC X(2).

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

       01 ReportTitle PIC X(60).
       01 ReportRunDate PIC X(10).
       01 ReportPageNumber PIC 9(3) VALUE 0.
       01 ReportLineCount PIC 9(3) VALUE 0.
       01 ReportPageSize PIC 9(3) VALUE 50.
       01 ReportHeaderLine PIC X(132).

       01 BurstReportName PIC X(30).
       01 BurstRunDate PIC X(10).
       01 BurstActive PIC X VALUE 'N'.
       01 BurstPurgeType PIC X(8) VALUE SPACES.
       01 BurstPurgeValue PIC X(50) VALUE SPACES.
       01 BurstSectionType PIC X(8).
       01 BurstSectionValue PIC X(50).
       01 BurstSectionHeading PIC X(132).
       01 BurstLineText PIC X(132).
       01 BurstRuleTable.
           05 BurstRule OCCURS 50 TIMES.
               10 BurstRuleSectionType PIC X(8).
               10 BurstRuleSectionValue PIC X(50).
               10 BurstRuleRecipientType PIC X(8).
               10 BurstRuleRecipientValue PIC X(20).
       01 BurstRuleCount PIC 9(3) VALUE 0.
       01 BurstRuleIndex PIC 9(3) VALUE 0.
       01 BurstRoleWanted PIC X(1).
       01 BurstRecipientTable.
           05 BurstRecipient OCCURS 100 TIMES.
               10 BurstRecipientUser PIC X(20).
               10 BurstRecipientKeyType PIC X(8).
               10 BurstRecipientKeyValue PIC X(50).
       01 BurstRecipientCount PIC 9(3) VALUE 0.
       01 BurstRecipientIndex PIC 9(3) VALUE 0.
       01 BurstAllCount PIC 9(3) VALUE 0.
       01 BurstRecipientFound PIC X VALUE 'N'.
       01 BurstCandidateUser PIC X(20).
       01 BurstEmployerId PIC 9(5) VALUE 0.
       01 BurstFiledTable.
           05 BurstFiled OCCURS 500 TIMES.
               10 BurstFiledUser PIC X(20).
               10 BurstFiledKeyType PIC X(8).
               10 BurstFiledKeyValue PIC X(50).
               10 BurstFiledLines PIC 9(5).
       01 BurstFiledCount PIC 9(3) VALUE 0.
       01 BurstFiledIndex PIC 9(3) VALUE 0.
       01 BurstFiledMatch PIC 9(3) VALUE 0.
       01 BurstLinesFiled PIC 9(7) VALUE 0.
       01 EOF-DistributionFile PIC X VALUE 'N'.
       01 EOF-ReportInboxFile PIC X VALUE 'N'.
       01 EOF-BurstUserFile PIC X VALUE 'N'.
       01 EOF-BurstAdvisorMajorFile PIC X VALUE 'N'.
       01 EOF-BurstEmployerFile PIC X VALUE 'N'.
       01 EOF-BurstEmployerUserFile PIC X VALUE 'N'.

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "FairLeadReport".
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
           PERFORM LoadSentFairs
           PERFORM LoadDueFairs

           OPEN OUTPUT ReportFile
           MOVE "InCollege Career Fair Leads" TO ReportTitle
           MOVE RunDate TO ReportRunDate
           MOVE "FairLeadReport" TO BurstReportName
           MOVE RunDate TO BurstRunDate
           PERFORM StartReportBurst
           MOVE "Booth visits against interest registered before each fair"
               TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE " " TO CurrentMessage
           PERFORM WriteBurstReportLine

           IF DueFairCount = 0
               MOVE "  (no career fairs held since the last run)"
                   TO CurrentMessage
               PERFORM WriteBurstReportLine
           END-IF
           OPEN INPUT UserProfileRecordFile
           PERFORM VARYING DueFairIndex FROM 1 BY 1
               UNTIL DueFairIndex > DueFairCount
               PERFORM ProcessOneFair
           END-PERFORM
           CLOSE UserProfileRecordFile

           PERFORM FinishReport
           PERFORM FinishReportBurst
           CLOSE ReportFile

           IF DueFairCount > 0
               PERFORM RecordSentFairs
           END-IF

           MOVE SPACES TO CurrentMessage
           STRING "Career fair leads: " DELIMITED BY SIZE
               DueFairCount DELIMITED BY SIZE
               " fair(s), " DELIMITED BY SIZE
               LeadsSentCount DELIMITED BY SIZE
               " lead(s) sent, " DELIMITED BY SIZE
               LeadsWithheldCount DELIMITED BY SIZE
               " withheld" DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage
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

       LoadSentFairs.
           MOVE 'N' TO EOF-FairLeadSentFile
           OPEN INPUT FairLeadSentFile
           PERFORM UNTIL EOF-FairLeadSentFile = 'Y'
               READ FairLeadSentFile
               AT END
                   MOVE 'Y' TO EOF-FairLeadSentFile
               NOT AT END
                   IF FlsFairId IS NUMERIC AND SentFairCount < 999
                       ADD 1 TO SentFairCount
                       MOVE FlsFairId TO SentFairId(SentFairCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FairLeadSentFile.

       LoadDueFairs.
           MOVE 'N' TO EOF-CareerFairFile
           OPEN INPUT CareerFairFile
           PERFORM UNTIL EOF-CareerFairFile = 'Y'
               READ CareerFairFile
               AT END
                   MOVE 'Y' TO EOF-CareerFairFile
               NOT AT END
                   IF FairDate NOT = SPACES AND FairDate < RunDate
                       MOVE 'N' TO SentFairFound
                       PERFORM VARYING SentFairIndex FROM 1 BY 1
                           UNTIL SentFairIndex > SentFairCount
                           IF SentFairId(SentFairIndex) = FairId
                               MOVE 'Y' TO SentFairFound
                           END-IF
                       END-PERFORM
                       IF SentFairFound = 'N' AND DueFairCount < 50
                           ADD 1 TO DueFairCount
                           MOVE FairId TO DfFairId(DueFairCount)
                           MOVE FairName TO DfFairName(DueFairCount)
                           MOVE FairDate TO DfFairDate(DueFairCount)
                           MOVE FairCoordinator TO DfCoordinator(DueFairCount)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CareerFairFile.

       ProcessOneFair.
           PERFORM LoadFairBooths
           PERFORM LoadFairInterest
           PERFORM CountFairVisits
           PERFORM PrintFairSection
           PERFORM VARYING BoothIndex FROM 1 BY 1
               UNTIL BoothIndex > BoothCount
               PERFORM WriteEmployerExtract
           END-PERFORM.

       LoadFairBooths.
           MOVE 0 TO BoothCount
           MOVE 'N' TO EOF-FairBoothFile
           OPEN INPUT FairBoothFile
           PERFORM UNTIL EOF-FairBoothFile = 'Y'
               READ FairBoothFile
               AT END
                   MOVE 'Y' TO EOF-FairBoothFile
               NOT AT END
                   IF BoothFairId = DfFairId(DueFairIndex) AND
                      BoothEmployerId IS NUMERIC AND BoothEmployerId > 0 AND
                      BoothCount < 200
                       ADD 1 TO BoothCount
                       MOVE BoothNumber TO BtBoothNumber(BoothCount)
                       MOVE BoothEmployerId TO BtEmployerId(BoothCount)
                       MOVE BoothEmployerName TO BtEmployerName(BoothCount)
                       MOVE 0 TO BtInterest(BoothCount)
                       MOVE 0 TO BtVisits(BoothCount)
                       MOVE 0 TO BtMatched(BoothCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FairBoothFile.

       LoadFairInterest.
           MOVE 0 TO InterestCount
           MOVE 'N' TO EOF-FairInterestFile
           OPEN INPUT FairInterestFile
           PERFORM UNTIL EOF-FairInterestFile = 'Y'
               READ FairInterestFile
               AT END
                   MOVE 'Y' TO EOF-FairInterestFile
               NOT AT END
                   IF InterestFairId = DfFairId(DueFairIndex)
                       IF InterestCount < 3000
                           ADD 1 TO InterestCount
                           MOVE InterestUsername TO ItUsername(InterestCount)
                           MOVE InterestEmployerId
                               TO ItEmployerId(InterestCount)
                       END-IF
                       PERFORM VARYING BoothIndex FROM 1 BY 1
                           UNTIL BoothIndex > BoothCount
                           IF BtEmployerId(BoothIndex) = InterestEmployerId
                               ADD 1 TO BtInterest(BoothIndex)
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FairInterestFile.

       CountFairVisits.
           MOVE 'N' TO EOF-FairLeadFile
           OPEN INPUT FairLeadFile
           PERFORM UNTIL EOF-FairLeadFile = 'Y'
               READ FairLeadFile
               AT END
                   MOVE 'Y' TO EOF-FairLeadFile
               NOT AT END
                   IF LeadFairId = DfFairId(DueFairIndex)
                       ADD 1 TO LeadsReadCount
                       PERFORM CheckLeadPreRegistered
                       PERFORM VARYING BoothIndex FROM 1 BY 1
                           UNTIL BoothIndex > BoothCount
                           IF BtEmployerId(BoothIndex) = LeadEmployerId
                               ADD 1 TO BtVisits(BoothIndex)
                               IF LeadPreRegistered = 'Y'
                                   ADD 1 TO BtMatched(BoothIndex)
                               END-IF
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FairLeadFile.

       CheckLeadPreRegistered.
           MOVE 'N' TO LeadPreRegistered
           PERFORM VARYING InterestIndex FROM 1 BY 1
               UNTIL InterestIndex > InterestCount OR LeadPreRegistered = 'Y'
               IF ItUsername(InterestIndex) = LeadUsername AND
                  ItEmployerId(InterestIndex) = LeadEmployerId
                   MOVE 'Y' TO LeadPreRegistered
               END-IF
           END-PERFORM.

      *> Walk-ups visited without registering first; no-shows registered
      *> but were not recorded at the booth.
       PrintFairSection.
           MOVE "USER" TO BurstSectionType
           MOVE DfCoordinator(DueFairIndex) TO BurstSectionValue
           MOVE SPACES TO BurstSectionHeading
           STRING FUNCTION TRIM(DfFairName(DueFairIndex)) DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               DfFairDate(DueFairIndex) DELIMITED BY SIZE
               INTO BurstSectionHeading
           PERFORM BeginBurstSection
           MOVE BurstSectionHeading TO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE SPACES TO BoothColumnHeading
           STRING "  Booth Employer                        " DELIMITED BY SIZE
               "Interest Visits  Both Walk-ups No-shows" DELIMITED BY SIZE
               INTO BoothColumnHeading
           MOVE BoothColumnHeading TO CurrentMessage
           PERFORM WriteBurstReportLine

           MOVE 0 TO FairInterestTotal
           MOVE 0 TO FairVisitTotal
           MOVE 0 TO FairMatchedTotal
           PERFORM VARYING BoothIndex FROM 1 BY 1
               UNTIL BoothIndex > BoothCount
               ADD BtInterest(BoothIndex) TO FairInterestTotal
               ADD BtVisits(BoothIndex) TO FairVisitTotal
               ADD BtMatched(BoothIndex) TO FairMatchedTotal
               COMPUTE WalkUpCount =
                   BtVisits(BoothIndex) - BtMatched(BoothIndex)
               COMPUTE NoShowCount =
                   BtInterest(BoothIndex) - BtMatched(BoothIndex)
               MOVE BtInterest(BoothIndex) TO CountDisplayA
               MOVE BtVisits(BoothIndex) TO CountDisplayB
               MOVE BtMatched(BoothIndex) TO CountDisplayC
               MOVE WalkUpCount TO CountDisplayD
               MOVE NoShowCount TO CountDisplayE
               MOVE SPACES TO CurrentMessage
               STRING "  " DELIMITED BY SIZE
                   BtBoothNumber(BoothIndex) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   BtEmployerName(BoothIndex)(1:30) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   CountDisplayA DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CountDisplayB DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CountDisplayC DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   CountDisplayD DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   CountDisplayE DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteBurstReportLine
           END-PERFORM
           IF BoothCount = 0
               MOVE "  (no booths were assigned)" TO CurrentMessage
               PERFORM WriteBurstReportLine
           END-IF
           COMPUTE WalkUpCount = FairVisitTotal - FairMatchedTotal
           COMPUTE NoShowCount = FairInterestTotal - FairMatchedTotal
           MOVE FairInterestTotal TO CountDisplayA
           MOVE FairVisitTotal TO CountDisplayB
           MOVE FairMatchedTotal TO CountDisplayC
           MOVE WalkUpCount TO CountDisplayD
           MOVE NoShowCount TO CountDisplayE
           MOVE SPACES TO CurrentMessage
           STRING "  Fair total" DELIMITED BY SIZE
               "                             " DELIMITED BY SIZE
               CountDisplayA DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CountDisplayB DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CountDisplayC DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               CountDisplayD DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               CountDisplayE DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteBurstReportLine
           MOVE " " TO CurrentMessage
           PERFORM WriteBurstReportLine
           PERFORM EndBurstSection.

      *> Every booth employer gets a file for the fair, empty or not.
       WriteEmployerExtract.
           MOVE SPACES TO FairLeadExtractFileName
           STRING "output/FairLeads_" DELIMITED BY SIZE
               DfFairId(DueFairIndex) DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               BtEmployerId(BoothIndex) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO FairLeadExtractFileName
           MOVE SPACES TO EnvelopeFileType
           STRING "FAIRLEADS" DELIMITED BY SIZE
               BtEmployerId(BoothIndex) DELIMITED BY SIZE
               INTO EnvelopeFileType
           MOVE RunDate TO EnvelopeRunDate
           PERFORM StartOutboundEnvelope
           OPEN OUTPUT FairLeadExtractFile
           WRITE FairLeadExtractRecord FROM EnvelopeLine

           MOVE 0 TO ExtractLineCount
           MOVE 'N' TO EOF-FairLeadFile
           OPEN INPUT FairLeadFile
           PERFORM UNTIL EOF-FairLeadFile = 'Y'
               READ FairLeadFile
               AT END
                   MOVE 'Y' TO EOF-FairLeadFile
               NOT AT END
                   IF LeadFairId = DfFairId(DueFairIndex) AND
                      LeadEmployerId = BtEmployerId(BoothIndex)
                       PERFORM WriteLeadLine
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FairLeadFile

           PERFORM BuildEnvelopeTrailer
           WRITE FairLeadExtractRecord FROM EnvelopeLine
           CLOSE FairLeadExtractFile
           PERFORM RecordOutboundSequence

           MOVE SPACES TO CurrentMessage
           STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(FairLeadExtractFileName) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               ExtractLineCount DELIMITED BY SIZE
               " lead(s)" DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage.

       WriteLeadLine.
           MOVE LeadUsername TO FerpaCheckTarget
           PERFORM CheckFerpaSuppressed
           IF FerpaSuppressed = 'Y'
               ADD 1 TO LeadsWithheldCount
               MOVE "FairLeadReport" TO FerpaExclusionPoint
               MOVE SPACES TO FerpaExclusionViewer
               PERFORM RecordFerpaExclusion
           ELSE
               PERFORM CheckLeadPreRegistered
               MOVE SPACES TO FairLeadExtractLine
               MOVE "LEAD" TO FleRecordType
               MOVE LeadFairId TO FleFairId
               MOVE DfFairDate(DueFairIndex) TO FleFairDate
               MOVE LeadEmployerId TO FleEmployerId
               MOVE LeadUsername TO FleUsername
               MOVE LeadUsername TO Username-Profile
               READ UserProfileRecordFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FirstName TO FleFirstName
                   MOVE LastName TO FleLastName
                   MOVE Major TO FleMajor
                   IF GraduationYear IS NUMERIC AND GraduationYear > 0
                       MOVE GraduationYear TO FleGradYear
                   END-IF
               END-READ
               MOVE LeadRating TO FleRating
               MOVE LeadPreRegistered TO FlePreRegistered
               MOVE LeadRecordedBy TO FleRecordedBy
               MOVE LeadNote TO FleNote
               WRITE FairLeadExtractRecord FROM FairLeadExtractLine
               MOVE FairLeadExtractLine TO EnvelopeDetail
               PERFORM AddEnvelopeHash
               ADD 1 TO ExtractLineCount
               ADD 1 TO LeadsSentCount
           END-IF.

       RecordSentFairs.
           MOVE "fair_leads_sent.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND FairLeadSentFile
           PERFORM VARYING DueFairIndex FROM 1 BY 1
               UNTIL DueFairIndex > DueFairCount
               MOVE SPACES TO FairLeadSentRecord
               MOVE DfFairId(DueFairIndex) TO FlsFairId
               MOVE RunDate TO FlsSentDate
               WRITE FairLeadSentRecord
           END-PERFORM
           CLOSE FairLeadSentFile
           MOVE "fair_leads_sent.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "FAIRLEADS" TO ControlStep
           MOVE "fair_leads.dat" TO ControlFileName
           MOVE LeadsReadCount TO ControlReadCount
           MOVE LeadsSentCount TO ControlWrittenCount
           MOVE LeadsWithheldCount TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "Ferpa.cob".

       COPY "FeedEnvelope.cob".

       COPY "ReportFormat.cob".

       COPY "ReportBurst.cob".

       COPY "Journal.cob".

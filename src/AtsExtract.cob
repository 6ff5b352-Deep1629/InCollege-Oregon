IDENTIFICATION DIVISION.
       PROGRAM-ID. AtsExtract.

      *> Nightly applicant extract for employers that take applications
      *> into their own applicant tracking system. A poster turns it on per
      *> posting (ats_postings.dat); each employer with at least one such
      *> posting gets output/AtsExtract_<employer id>.txt, an enveloped file
      *> of the applications that are new or have changed since the last
      *> run. ats_sent.dat keeps what was last sent for each application,
      *> so a status, resume or cover letter change goes out as UPDATED and
      *> a withdrawn or deleted application goes out once as WITHDRAWN.
      *> Profile sections go out only when the student shows them to
      *> everyone; sections kept to connections or to the student stay here.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AtsPostingFile ASSIGN TO "ats_postings.dat"
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
           SELECT OPTIONAL UserProfileRecordFile ASSIGN TO "profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Username-Profile OF UserProfileRecord.
           SELECT OPTIONAL ExperienceFile ASSIGN TO "experience.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EducationFile ASSIGN TO "education.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WorkAuthFile ASSIGN TO "work_authorizations.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PostingAnswerFile ASSIGN TO "posting_answers.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AtsSentFile ASSIGN TO "ats_sent.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempAtsSentFile ASSIGN TO "ats_sent_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AtsWorkFile ASSIGN TO "ats_extract_work.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AtsExtractFile ASSIGN TO AtsExtractFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL InterfaceSequenceFile
               ASSIGN TO "interface_sequences.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempInterfaceSequenceFile
               ASSIGN TO "interface_sequences_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FerpaSuppressionFile
               ASSIGN TO "ferpa_suppressions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FerpaExclusionFile ASSIGN TO "ferpa_exclusions.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalControlFile ASSIGN TO "journal_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AtsPostingFile.
       01 AtsPostingRecord.
           05 AtsJobId PIC 9(5).
           05 AtsEmployerId PIC 9(5).
           05 AtsPoster PIC X(20).
           05 AtsActive PIC X(1).
           05 AtsChangedDate PIC X(10).

       FD JobFile.
       01 JobRecord.
           05 JobUsername PIC X(20).
           05 JobTitle PIC X(50).
           05 JobDescription PIC X(200).
           05 JobEmployer PIC X(50).
           05 JobLocation PIC X(50).
           05 JobSalary PIC X(30).
           05 JobCategory PIC X(10).
           05 SalaryMin PIC 9(6).
           05 SalaryMax PIC 9(6).
           05 SalaryVisible PIC X(1).
           05 ApplicationDeadline PIC X(10).
           05 CreatedDate PIC X(10).
           05 JobId PIC 9(5).
           05 EmployerId PIC 9(5).
           05 JobViewCount PIC 9(5).
           05 JobStatus PIC X(10).
           05 JobSharedFlag PIC X(1).
           05 JobOriginCampus PIC X(8).
           05 JobScreenFlags PIC X(60).
           05 JobOriginJobId PIC 9(5).
           05 JobWorkAuth PIC X(4).
           05 JobWorkType PIC X(1).

       FD ApplicationFile.
       01 ApplicationRecord.
           05 AppUsername PIC X(20).
           05 AppJobTitle PIC X(50).
           05 AppJobEmployer PIC X(50).
           05 AppJobLocation PIC X(50).
           05 CreatedDate PIC X(10).
           05 AppStatus PIC X(12).
           05 AppJobId PIC 9(5).
           05 AppResumePath PIC X(100).
           05 AppCoverLetter PIC X(200).

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

       FD ExperienceFile.
       01 ExperienceRecord.
           05 ExpUsername PIC X(20).
           05 ExpEntryNumber PIC 9(1).
           05 ExpTitle PIC X(200).
           05 ExpCompany PIC X(200).
           05 ExpDates PIC X(100).
           05 ExpDescription PIC X(500).

       FD EducationFile.
       01 EducationRecord.
           05 EduUsername PIC X(20).
           05 EduEntryNumber PIC 9(1).
           05 EduDegree PIC X(50).
           05 EduUniversity PIC X(50).
           05 EduYears PIC X(9).

       FD WorkAuthFile.
       01 WorkAuthRecord.
           05 WorkAuthUsername PIC X(20).
           05 WorkAuthStatus PIC X(4).
           05 WorkAuthDate PIC X(10).

       FD PostingAnswerFile.
       01 PostingAnswerRecord.
           05 PaJobId PIC 9(5).
           05 PaUsername PIC X(20).
           05 PaNumber PIC 9(1).
           05 PaAnswer PIC X(60).
           05 PaKnockedOut PIC X(1).

       FD AtsSentFile.
       01 AtsSentRecord.
           05 AsUsername PIC X(20).
           05 AsJobId PIC 9(5).
           05 AsEmployerId PIC 9(5).
           05 AsStatus PIC X(12).
           05 AsResumePath PIC X(100).
           05 AsCoverLetter PIC X(200).
           05 AsAction PIC X(10).
           05 AsSentDate PIC X(10).

       FD TempAtsSentFile.
       01 TempAtsSentRecord PIC X(362).

      *> Detail lines held until every application has been looked at,
      *> then split out into one file per employer.
       FD AtsWorkFile.
       01 AtsWorkRecord.
           05 AtsWorkEmployerId PIC 9(5).
           05 AtsWorkLine PIC X(600).

       FD AtsExtractFile.
       01 AtsExtractRecord PIC X(600).

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
       01 CurrentMessage PIC X(100).
       01 EOF-AtsPostingFile PIC X VALUE 'N'.
       01 EOF-JobFile PIC X VALUE 'N'.
       01 EOF-ApplicationFile PIC X VALUE 'N'.
       01 EOF-ExperienceFile PIC X VALUE 'N'.
       01 EOF-EducationFile PIC X VALUE 'N'.
       01 EOF-WorkAuthFile PIC X VALUE 'N'.
       01 EOF-PostingAnswerFile PIC X VALUE 'N'.
       01 EOF-AtsSentFile PIC X VALUE 'N'.
       01 EOF-AtsWorkFile PIC X VALUE 'N'.
       01 ControlStampBuf PIC X(20).
       01 ControlStampWork PIC X(21).
       01 ControlRunDay PIC X(10).
       01 AtsExtractFileName PIC X(60).

       01 AppsReadCount PIC 9(6) VALUE 0.
       01 AppsNewCount PIC 9(6) VALUE 0.
       01 AppsUpdatedCount PIC 9(6) VALUE 0.
       01 AppsWithdrawnCount PIC 9(6) VALUE 0.
       01 AppsSentCount PIC 9(6) VALUE 0.
       01 AppsWithheldCount PIC 9(6) VALUE 0.
       01 EmployerLineCount PIC 9(6) VALUE 0.

      *> Postings opted in, with the details each application needs.
       01 OptPostingTable.
           05 OptPostingEntry OCCURS 300 TIMES.
               10 OptJobId PIC 9(5).
               10 OptEmployerId PIC 9(5).
               10 OptJobTitle PIC X(50).
               10 OptWorkAuth PIC X(4).
               10 OptFound PIC X(1).
       01 OptPostingCount PIC 9(3) VALUE 0.
       01 OptIndex PIC 9(3) VALUE 0.
       01 OptMatch PIC 9(3) VALUE 0.

       01 AtsEmployerTable.
           05 AtsEmployerEntry OCCURS 300 TIMES.
               10 AtsEmployerKey PIC 9(5).
       01 AtsEmployerCount PIC 9(3) VALUE 0.
       01 AtsEmployerIndex PIC 9(3) VALUE 0.
       01 AtsEmployerMatch PIC 9(3) VALUE 0.

      *> What was last sent for each application, rewritten at the end.
       01 SentTable.
           05 SentEntry OCCURS 3000 TIMES.
               10 SentUsername PIC X(20).
               10 SentJobId PIC 9(5).
               10 SentEmployerId PIC 9(5).
               10 SentStatus PIC X(12).
               10 SentResumePath PIC X(100).
               10 SentCoverLetter PIC X(200).
               10 SentAction PIC X(10).
               10 SentDate PIC X(10).
               10 SentSeen PIC X(1).
       01 SentCount PIC 9(4) VALUE 0.
       01 SentIndex PIC 9(4) VALUE 0.
       01 SentMatch PIC 9(4) VALUE 0.
       01 SentTableFull PIC X VALUE 'N'.

       01 AtsAction PIC X(10).
       01 AtsSendEmployerId PIC 9(5) VALUE 0.
       01 AtsProfileFound PIC X VALUE 'N'.
       01 AtsStudentWorkAuth PIC X(4).
       01 AtsWorkAuthEligible PIC X(1).
       01 AtsKnockedOut PIC X(1).

       01 AtsDetailLine PIC X(600).
       01 AtsAppLine.
           05 AtsAppTag PIC X(3) VALUE "APP".
           05 AtsAppAction PIC X(10).
           05 AtsAppJobId PIC 9(5).
           05 AtsAppJobTitle PIC X(50).
           05 AtsAppUsername PIC X(20).
           05 AtsAppFirstName PIC X(20).
           05 AtsAppLastName PIC X(20).
           05 AtsAppUniversity PIC X(30).
           05 AtsAppMajor PIC X(30).
           05 AtsAppGradYear PIC X(4).
           05 AtsAppAppliedDate PIC X(10).
           05 AtsAppStatus PIC X(12).
           05 AtsAppWorkAuth PIC X(4).
           05 AtsAppWorkAuthOk PIC X(1).
           05 AtsAppKnockedOut PIC X(1).
           05 AtsAppResumePath PIC X(100).
           05 AtsAppCoverLetter PIC X(200).
           05 FILLER PIC X(80).
       01 AtsAboutLine.
           05 AtsAboutTag PIC X(3) VALUE "ABT".
           05 AtsAboutJobId PIC 9(5).
           05 AtsAboutUsername PIC X(20).
           05 AtsAboutText PIC X(200).
           05 FILLER PIC X(372).
       01 AtsExpLine.
           05 AtsExpTag PIC X(3) VALUE "EXP".
           05 AtsExpJobId PIC 9(5).
           05 AtsExpUsername PIC X(20).
           05 AtsExpEntry PIC 9(1).
           05 AtsExpTitle PIC X(100).
           05 AtsExpCompany PIC X(100).
           05 AtsExpDates PIC X(50).
           05 AtsExpDescription PIC X(300).
           05 FILLER PIC X(21).
       01 AtsEduLine.
           05 AtsEduTag PIC X(3) VALUE "EDU".
           05 AtsEduJobId PIC 9(5).
           05 AtsEduUsername PIC X(20).
           05 AtsEduEntry PIC 9(1).
           05 AtsEduDegree PIC X(50).
           05 AtsEduUniversity PIC X(50).
           05 AtsEduYears PIC X(9).
           05 FILLER PIC X(462).
       01 AtsAnswerLine.
           05 AtsAnsTag PIC X(3) VALUE "ANS".
           05 AtsAnsJobId PIC 9(5).
           05 AtsAnsUsername PIC X(20).
           05 AtsAnsNumber PIC 9(1).
           05 AtsAnsAnswer PIC X(60).
           05 AtsAnsKnockedOut PIC X(1).
           05 FILLER PIC X(510).

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
       01 JournalProgramName PIC X(24) VALUE "AtsExtract".
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
       01 FerpaCheckTarget PIC X(20).
       01 FerpaSuppressed PIC X VALUE 'N'.
       01 EOF-FerpaFile PIC X VALUE 'N'.
       01 FerpaExclusionPoint PIC X(24).
       01 FerpaExclusionViewer PIC X(20).
       01 FerpaStampBuf PIC X(20).
       01 FerpaStampWork PIC X(21).
       01 FerpaToday PIC X(10).

       01 JournalPendingSlot PIC 9(2) VALUE 0.
       01 JournalStampBuf PIC X(20).
       01 JournalStampWork PIC X(21).
       01 JournalStamp PIC X(19).

       PROCEDURE DIVISION.
       MainSection.
           PERFORM DetermineControlRunDay
           PERFORM LoadOptedPostings
           PERFORM LoadSentSnapshot

           OPEN OUTPUT AtsWorkFile
           OPEN INPUT UserProfileRecordFile
           MOVE 'N' TO EOF-ApplicationFile
           OPEN INPUT ApplicationFile
           PERFORM UNTIL EOF-ApplicationFile = 'Y'
               READ ApplicationFile INTO ApplicationRecord
               AT END
                   MOVE 'Y' TO EOF-ApplicationFile
               NOT AT END
                   ADD 1 TO AppsReadCount
                   PERFORM CheckOneApplication
               END-READ
           END-PERFORM
           CLOSE ApplicationFile
           CLOSE UserProfileRecordFile
           PERFORM SendDeletedApplications
           CLOSE AtsWorkFile

           PERFORM VARYING AtsEmployerIndex FROM 1 BY 1
               UNTIL AtsEmployerIndex > AtsEmployerCount
               PERFORM WriteEmployerExtract
           END-PERFORM
           CALL "CBL_DELETE_FILE" USING "ats_extract_work.dat"

           IF AppsSentCount > 0
               PERFORM SaveSentSnapshot
           END-IF

           MOVE SPACES TO CurrentMessage
           STRING "Applicant tracking extract: " DELIMITED BY SIZE
               AppsNewCount DELIMITED BY SIZE
               " new, " DELIMITED BY SIZE
               AppsUpdatedCount DELIMITED BY SIZE
               " updated, " DELIMITED BY SIZE
               AppsWithdrawnCount DELIMITED BY SIZE
               " withdrawn" DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage
           IF AppsWithheldCount > 0
               MOVE SPACES TO CurrentMessage
               STRING "Directory details withheld (FERPA): "
                   DELIMITED BY SIZE
                   AppsWithheldCount DELIMITED BY SIZE
                   INTO CurrentMessage
               DISPLAY CurrentMessage
           END-IF
           PERFORM WriteBatchControlRecord
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *> Postings switched off, no longer on file or not tied to an
      *> employer account are left out.
       LoadOptedPostings.
           MOVE 0 TO OptPostingCount
           MOVE 'N' TO EOF-AtsPostingFile
           OPEN INPUT AtsPostingFile
           PERFORM UNTIL EOF-AtsPostingFile = 'Y'
               READ AtsPostingFile INTO AtsPostingRecord
               AT END
                   MOVE 'Y' TO EOF-AtsPostingFile
               NOT AT END
                   IF AtsActive IN AtsPostingRecord = 'Y'
                      AND AtsJobId IN AtsPostingRecord IS NUMERIC
                      AND OptPostingCount < 300
                       ADD 1 TO OptPostingCount
                       MOVE AtsJobId IN AtsPostingRecord
                           TO OptJobId(OptPostingCount)
                       MOVE 0 TO OptEmployerId(OptPostingCount)
                       MOVE SPACES TO OptJobTitle(OptPostingCount)
                       MOVE SPACES TO OptWorkAuth(OptPostingCount)
                       MOVE 'N' TO OptFound(OptPostingCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE AtsPostingFile

           MOVE 'N' TO EOF-JobFile
           OPEN INPUT JobFile
           PERFORM UNTIL EOF-JobFile = 'Y'
               READ JobFile INTO JobRecord
               AT END
                   MOVE 'Y' TO EOF-JobFile
               NOT AT END
                   IF JobId IN JobRecord IS NUMERIC
                       PERFORM MatchOptedPosting
                   END-IF
               END-READ
           END-PERFORM
           CLOSE JobFile

           MOVE 0 TO AtsEmployerCount
           PERFORM VARYING OptIndex FROM 1 BY 1
               UNTIL OptIndex > OptPostingCount
               IF OptFound(OptIndex) = 'Y'
                   PERFORM AddAtsEmployer
               END-IF
           END-PERFORM.

       MatchOptedPosting.
           PERFORM VARYING OptIndex FROM 1 BY 1
               UNTIL OptIndex > OptPostingCount
               IF OptJobId(OptIndex) = JobId IN JobRecord
                  AND EmployerId IN JobRecord IS NUMERIC
                  AND EmployerId IN JobRecord > 0
                   MOVE EmployerId IN JobRecord TO OptEmployerId(OptIndex)
                   MOVE JobTitle IN JobRecord TO OptJobTitle(OptIndex)
                   MOVE JobWorkAuth IN JobRecord TO OptWorkAuth(OptIndex)
                   MOVE 'Y' TO OptFound(OptIndex)
               END-IF
           END-PERFORM.

       AddAtsEmployer.
           MOVE 0 TO AtsEmployerMatch
           PERFORM VARYING AtsEmployerIndex FROM 1 BY 1
               UNTIL AtsEmployerIndex > AtsEmployerCount
               OR AtsEmployerMatch > 0
               IF AtsEmployerKey(AtsEmployerIndex) = OptEmployerId(OptIndex)
                   MOVE AtsEmployerIndex TO AtsEmployerMatch
               END-IF
           END-PERFORM
           IF AtsEmployerMatch = 0
               ADD 1 TO AtsEmployerCount
               MOVE OptEmployerId(OptIndex) TO AtsEmployerKey(AtsEmployerCount)
           END-IF.

       LoadSentSnapshot.
           MOVE 0 TO SentCount
           MOVE 'N' TO EOF-AtsSentFile
           OPEN INPUT AtsSentFile
           PERFORM UNTIL EOF-AtsSentFile = 'Y'
               READ AtsSentFile INTO AtsSentRecord
               AT END
                   MOVE 'Y' TO EOF-AtsSentFile
               NOT AT END
                   IF SentCount < 3000
                       ADD 1 TO SentCount
                       MOVE AsUsername TO SentUsername(SentCount)
                       MOVE AsJobId TO SentJobId(SentCount)
                       MOVE AsEmployerId TO SentEmployerId(SentCount)
                       MOVE AsStatus TO SentStatus(SentCount)
                       MOVE AsResumePath TO SentResumePath(SentCount)
                       MOVE AsCoverLetter TO SentCoverLetter(SentCount)
                       MOVE AsAction TO SentAction(SentCount)
                       MOVE AsSentDate TO SentDate(SentCount)
                       MOVE 'N' TO SentSeen(SentCount)
                   ELSE
                       MOVE 'Y' TO SentTableFull
                   END-IF
               END-READ
           END-PERFORM
           CLOSE AtsSentFile
           IF SentTableFull = 'Y'
               DISPLAY "ats_sent.dat has more entries than the extract can hold; nothing sent."
               MOVE 0 TO AtsEmployerCount
               MOVE 0 TO OptPostingCount
           END-IF.

       CheckOneApplication.
           MOVE 0 TO OptMatch
           IF AppJobId IN ApplicationRecord IS NUMERIC
               PERFORM VARYING OptIndex FROM 1 BY 1
                   UNTIL OptIndex > OptPostingCount OR OptMatch > 0
                   IF OptJobId(OptIndex) = AppJobId IN ApplicationRecord
                      AND OptFound(OptIndex) = 'Y'
                       MOVE OptIndex TO OptMatch
                   END-IF
               END-PERFORM
           END-IF
           IF OptMatch > 0
               PERFORM FindSentEntry
               PERFORM DecideAtsAction
               IF AtsAction NOT = SPACES
                   PERFORM SendApplication
               END-IF
           END-IF.

       FindSentEntry.
           MOVE 0 TO SentMatch
           PERFORM VARYING SentIndex FROM 1 BY 1
               UNTIL SentIndex > SentCount OR SentMatch > 0
               IF SentUsername(SentIndex) = AppUsername IN ApplicationRecord
                  AND SentJobId(SentIndex) = AppJobId IN ApplicationRecord
                   MOVE SentIndex TO SentMatch
               END-IF
           END-PERFORM
           IF SentMatch > 0
               MOVE 'Y' TO SentSeen(SentMatch)
           END-IF.

      *> A withdrawn application the employer never received is not sent;
      *> one already sent as withdrawn is only sent again if it changes.
       DecideAtsAction.
           MOVE SPACES TO AtsAction
           IF FUNCTION TRIM(AppStatus IN ApplicationRecord) = SPACES
               MOVE "Submitted" TO AppStatus IN ApplicationRecord
           END-IF
           EVALUATE TRUE
               WHEN FUNCTION TRIM(AppStatus IN ApplicationRecord)
                    = "Withdrawn"
                   IF SentMatch > 0
                      AND FUNCTION TRIM(SentAction(SentMatch))
                      NOT = "WITHDRAWN"
                       MOVE "WITHDRAWN" TO AtsAction
                   END-IF
               WHEN SentMatch = 0
                   MOVE "NEW" TO AtsAction
               WHEN FUNCTION TRIM(SentAction(SentMatch)) = "WITHDRAWN"
                   MOVE "NEW" TO AtsAction
               WHEN SentStatus(SentMatch) NOT =
                    AppStatus IN ApplicationRecord
                 OR SentResumePath(SentMatch) NOT =
                    AppResumePath IN ApplicationRecord
                 OR SentCoverLetter(SentMatch) NOT =
                    AppCoverLetter IN ApplicationRecord
                   MOVE "UPDATED" TO AtsAction
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SendApplication.
           IF SentMatch = 0
               IF SentCount < 3000
                   ADD 1 TO SentCount
                   MOVE SentCount TO SentMatch
                   MOVE AppUsername IN ApplicationRecord
                       TO SentUsername(SentMatch)
                   MOVE AppJobId IN ApplicationRecord TO SentJobId(SentMatch)
                   MOVE 'Y' TO SentSeen(SentMatch)
               ELSE
                   DISPLAY "ats_sent.dat is full; application not sent."
               END-IF
           END-IF
           IF SentMatch > 0
               MOVE OptEmployerId(OptMatch) TO AtsSendEmployerId
               MOVE AtsSendEmployerId TO SentEmployerId(SentMatch)
               MOVE AppStatus IN ApplicationRecord TO SentStatus(SentMatch)
               MOVE AppResumePath IN ApplicationRecord
                   TO SentResumePath(SentMatch)
               MOVE AppCoverLetter IN ApplicationRecord
                   TO SentCoverLetter(SentMatch)
               MOVE AtsAction TO SentAction(SentMatch)
               MOVE ControlRunDay TO SentDate(SentMatch)
               ADD 1 TO AppsSentCount
               IF AtsAction = "WITHDRAWN"
                   ADD 1 TO AppsWithdrawnCount
                   PERFORM WriteWithdrawnLine
               ELSE
                   IF AtsAction = "NEW"
                       ADD 1 TO AppsNewCount
                   ELSE
                       ADD 1 TO AppsUpdatedCount
                   END-IF
                   PERFORM WriteApplicationLines
               END-IF
           END-IF.

       WriteApplicationLines.
           MOVE AppUsername IN ApplicationRecord TO Username-Profile
           MOVE 'Y' TO AtsProfileFound
           READ UserProfileRecordFile KEY IS Username-Profile
               INVALID KEY
                   MOVE 'N' TO AtsProfileFound
                   MOVE SPACES TO UserProfileRecord
                   MOVE 'M' TO VisAboutMe
                   MOVE 'M' TO VisExperience
                   MOVE 'M' TO VisEducation
           END-READ
           PERFORM LookupStudentWorkAuth
           PERFORM CheckScreeningKnockout
           MOVE AppUsername IN ApplicationRecord TO FerpaCheckTarget
           PERFORM CheckFerpaSuppressed

           MOVE SPACES TO AtsAppLine
           MOVE "APP" TO AtsAppTag
           MOVE AtsAction TO AtsAppAction
           MOVE AppJobId IN ApplicationRecord TO AtsAppJobId
           MOVE OptJobTitle(OptMatch) TO AtsAppJobTitle
           MOVE AppUsername IN ApplicationRecord TO AtsAppUsername
      *> The application itself still goes to the employer, but a student
      *> under a FERPA suppression goes out without name, school, major or
      *> graduation year, and without education lines.
           IF FerpaSuppressed = 'Y'
               ADD 1 TO AppsWithheldCount
               MOVE "AtsExtract" TO FerpaExclusionPoint
               MOVE OptEmployerId(OptMatch) TO FerpaExclusionViewer
               PERFORM RecordFerpaExclusion
           END-IF
           IF AtsProfileFound = 'Y' AND FerpaSuppressed NOT = 'Y'
               MOVE FirstName TO AtsAppFirstName
               MOVE LastName TO AtsAppLastName
               MOVE University TO AtsAppUniversity
               MOVE Major TO AtsAppMajor
               IF GraduationYear IS NUMERIC AND GraduationYear > 0
                   MOVE GraduationYear TO AtsAppGradYear
               END-IF
           END-IF
           MOVE CreatedDate IN ApplicationRecord TO AtsAppAppliedDate
           MOVE AppStatus IN ApplicationRecord TO AtsAppStatus
           MOVE AtsStudentWorkAuth TO AtsAppWorkAuth
           MOVE AtsWorkAuthEligible TO AtsAppWorkAuthOk
           MOVE AtsKnockedOut TO AtsAppKnockedOut
           MOVE AppResumePath IN ApplicationRecord TO AtsAppResumePath
           MOVE AppCoverLetter IN ApplicationRecord TO AtsAppCoverLetter
           MOVE AtsAppLine TO AtsDetailLine
           PERFORM WriteWorkLine

           IF VisAboutMe NOT = 'M' AND VisAboutMe NOT = 'C'
              AND FUNCTION TRIM(AboutMe) NOT = SPACES
               MOVE SPACES TO AtsAboutLine
               MOVE "ABT" TO AtsAboutTag
               MOVE AppJobId IN ApplicationRecord TO AtsAboutJobId
               MOVE AppUsername IN ApplicationRecord TO AtsAboutUsername
               MOVE AboutMe TO AtsAboutText
               MOVE AtsAboutLine TO AtsDetailLine
               PERFORM WriteWorkLine
           END-IF
           IF VisExperience NOT = 'M' AND VisExperience NOT = 'C'
               PERFORM WriteExperienceLines
           END-IF
           IF VisEducation NOT = 'M' AND VisEducation NOT = 'C'
              AND FerpaSuppressed NOT = 'Y'
               PERFORM WriteEducationLines
           END-IF
           PERFORM WriteAnswerLines.

       WriteWithdrawnLine.
           MOVE SPACES TO AtsAppLine
           MOVE "APP" TO AtsAppTag
           MOVE AtsAction TO AtsAppAction
           MOVE AppJobId IN ApplicationRecord TO AtsAppJobId
           MOVE OptJobTitle(OptMatch) TO AtsAppJobTitle
           MOVE AppUsername IN ApplicationRecord TO AtsAppUsername
           MOVE CreatedDate IN ApplicationRecord TO AtsAppAppliedDate
           MOVE "Withdrawn" TO AtsAppStatus
           MOVE AtsAppLine TO AtsDetailLine
           PERFORM WriteWorkLine.

      *> An application that has gone from applications.dat altogether
      *> (account deleted, posting purged) is withdrawn as far as the
      *> employer is concerned.
       SendDeletedApplications.
           PERFORM VARYING SentIndex FROM 1 BY 1
               UNTIL SentIndex > SentCount
               IF SentSeen(SentIndex) = 'N'
                  AND FUNCTION TRIM(SentAction(SentIndex)) NOT = "WITHDRAWN"
                   PERFORM SendDeletedApplication
               END-IF
           END-PERFORM.

       SendDeletedApplication.
           MOVE 0 TO OptMatch
           PERFORM VARYING OptIndex FROM 1 BY 1
               UNTIL OptIndex > OptPostingCount OR OptMatch > 0
               IF OptJobId(OptIndex) = SentJobId(SentIndex)
                  AND OptFound(OptIndex) = 'Y'
                   MOVE OptIndex TO OptMatch
               END-IF
           END-PERFORM
           IF OptMatch > 0
               MOVE OptEmployerId(OptMatch) TO AtsSendEmployerId
               MOVE SPACES TO AtsAppLine
               MOVE "APP" TO AtsAppTag
               MOVE "WITHDRAWN" TO AtsAppAction
               MOVE SentJobId(SentIndex) TO AtsAppJobId
               MOVE OptJobTitle(OptMatch) TO AtsAppJobTitle
               MOVE SentUsername(SentIndex) TO AtsAppUsername
               MOVE "Withdrawn" TO AtsAppStatus
               MOVE AtsAppLine TO AtsDetailLine
               PERFORM WriteWorkLine
               MOVE "Withdrawn" TO SentStatus(SentIndex)
               MOVE "WITHDRAWN" TO SentAction(SentIndex)
               MOVE ControlRunDay TO SentDate(SentIndex)
               ADD 1 TO AppsSentCount
               ADD 1 TO AppsWithdrawnCount
           END-IF.

       LookupStudentWorkAuth.
           MOVE SPACES TO AtsStudentWorkAuth
           MOVE 'N' TO EOF-WorkAuthFile
           OPEN INPUT WorkAuthFile
           PERFORM UNTIL EOF-WorkAuthFile = 'Y'
               READ WorkAuthFile INTO WorkAuthRecord
               AT END
                   MOVE 'Y' TO EOF-WorkAuthFile
               NOT AT END
                   IF WorkAuthUsername = AppUsername IN ApplicationRecord
                       MOVE WorkAuthStatus TO AtsStudentWorkAuth
                   END-IF
               END-READ
           END-PERFORM
           CLOSE WorkAuthFile

           MOVE 'Y' TO AtsWorkAuthEligible
           EVALUATE FUNCTION TRIM(OptWorkAuth(OptMatch))
               WHEN "US"
                   IF FUNCTION TRIM(AtsStudentWorkAuth) = "CPT" OR
                      FUNCTION TRIM(AtsStudentWorkAuth) = "SPON"
                       MOVE 'N' TO AtsWorkAuthEligible
                   END-IF
               WHEN "CPT"
                   IF FUNCTION TRIM(AtsStudentWorkAuth) = "SPON"
                       MOVE 'N' TO AtsWorkAuthEligible
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CheckScreeningKnockout.
           MOVE 'N' TO AtsKnockedOut
           MOVE 'N' TO EOF-PostingAnswerFile
           OPEN INPUT PostingAnswerFile
           PERFORM UNTIL EOF-PostingAnswerFile = 'Y'
               READ PostingAnswerFile INTO PostingAnswerRecord
               AT END
                   MOVE 'Y' TO EOF-PostingAnswerFile
               NOT AT END
                   IF PaJobId = AppJobId IN ApplicationRecord
                      AND PaUsername = AppUsername IN ApplicationRecord
                      AND PaKnockedOut = 'Y'
                       MOVE 'Y' TO AtsKnockedOut
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PostingAnswerFile.

       WriteExperienceLines.
           MOVE 'N' TO EOF-ExperienceFile
           OPEN INPUT ExperienceFile
           PERFORM UNTIL EOF-ExperienceFile = 'Y'
               READ ExperienceFile INTO ExperienceRecord
               AT END
                   MOVE 'Y' TO EOF-ExperienceFile
               NOT AT END
                   IF ExpUsername = AppUsername IN ApplicationRecord
                       MOVE SPACES TO AtsExpLine
                       MOVE "EXP" TO AtsExpTag
                       MOVE AppJobId IN ApplicationRecord TO AtsExpJobId
                       MOVE ExpUsername TO AtsExpUsername
                       MOVE ExpEntryNumber TO AtsExpEntry
                       MOVE ExpTitle TO AtsExpTitle
                       MOVE ExpCompany TO AtsExpCompany
                       MOVE ExpDates TO AtsExpDates
                       MOVE ExpDescription TO AtsExpDescription
                       MOVE AtsExpLine TO AtsDetailLine
                       PERFORM WriteWorkLine
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ExperienceFile.

       WriteEducationLines.
           MOVE 'N' TO EOF-EducationFile
           OPEN INPUT EducationFile
           PERFORM UNTIL EOF-EducationFile = 'Y'
               READ EducationFile INTO EducationRecord
               AT END
                   MOVE 'Y' TO EOF-EducationFile
               NOT AT END
                   IF EduUsername = AppUsername IN ApplicationRecord
                       MOVE SPACES TO AtsEduLine
                       MOVE "EDU" TO AtsEduTag
                       MOVE AppJobId IN ApplicationRecord TO AtsEduJobId
                       MOVE EduUsername TO AtsEduUsername
                       MOVE EduEntryNumber TO AtsEduEntry
                       MOVE EduDegree TO AtsEduDegree
                       MOVE EduUniversity TO AtsEduUniversity
                       MOVE EduYears TO AtsEduYears
                       MOVE AtsEduLine TO AtsDetailLine
                       PERFORM WriteWorkLine
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EducationFile.

       WriteAnswerLines.
           MOVE 'N' TO EOF-PostingAnswerFile
           OPEN INPUT PostingAnswerFile
           PERFORM UNTIL EOF-PostingAnswerFile = 'Y'
               READ PostingAnswerFile INTO PostingAnswerRecord
               AT END
                   MOVE 'Y' TO EOF-PostingAnswerFile
               NOT AT END
                   IF PaJobId = AppJobId IN ApplicationRecord
                      AND PaUsername = AppUsername IN ApplicationRecord
                       MOVE SPACES TO AtsAnswerLine
                       MOVE "ANS" TO AtsAnsTag
                       MOVE PaJobId TO AtsAnsJobId
                       MOVE PaUsername TO AtsAnsUsername
                       MOVE PaNumber TO AtsAnsNumber
                       MOVE PaAnswer TO AtsAnsAnswer
                       MOVE PaKnockedOut TO AtsAnsKnockedOut
                       MOVE AtsAnswerLine TO AtsDetailLine
                       PERFORM WriteWorkLine
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PostingAnswerFile.

       WriteWorkLine.
           MOVE AtsSendEmployerId TO AtsWorkEmployerId
           MOVE AtsDetailLine TO AtsWorkLine
           WRITE AtsWorkRecord.

      *> Every opted-in employer gets a file each night, empty or not, so
      *> their sequence numbers run without gaps.
       WriteEmployerExtract.
           MOVE AtsEmployerKey(AtsEmployerIndex) TO AtsSendEmployerId
           MOVE SPACES TO AtsExtractFileName
           STRING "output/AtsExtract_" DELIMITED BY SIZE
               AtsSendEmployerId DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO AtsExtractFileName
           MOVE SPACES TO EnvelopeFileType
           STRING "ATSEXTRACT" DELIMITED BY SIZE
               AtsSendEmployerId DELIMITED BY SIZE
               INTO EnvelopeFileType
           MOVE ControlRunDay TO EnvelopeRunDate
           PERFORM StartOutboundEnvelope
           OPEN OUTPUT AtsExtractFile
           WRITE AtsExtractRecord FROM EnvelopeLine

           MOVE 0 TO EmployerLineCount
           MOVE 'N' TO EOF-AtsWorkFile
           OPEN INPUT AtsWorkFile
           PERFORM UNTIL EOF-AtsWorkFile = 'Y'
               READ AtsWorkFile
               AT END
                   MOVE 'Y' TO EOF-AtsWorkFile
               NOT AT END
                   IF AtsWorkEmployerId = AtsSendEmployerId
                       MOVE AtsWorkLine TO AtsExtractRecord
                       WRITE AtsExtractRecord
                       MOVE AtsWorkLine TO EnvelopeDetail
                       PERFORM AddEnvelopeHash
                       ADD 1 TO EmployerLineCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE AtsWorkFile

           PERFORM BuildEnvelopeTrailer
           WRITE AtsExtractRecord FROM EnvelopeLine
           CLOSE AtsExtractFile
           PERFORM RecordOutboundSequence

           MOVE SPACES TO CurrentMessage
           STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(AtsExtractFileName) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               EmployerLineCount DELIMITED BY SIZE
               " line(s)" DELIMITED BY SIZE
               INTO CurrentMessage
           DISPLAY CurrentMessage.

       SaveSentSnapshot.
           OPEN OUTPUT TempAtsSentFile
           PERFORM VARYING SentIndex FROM 1 BY 1
               UNTIL SentIndex > SentCount
               MOVE SPACES TO AtsSentRecord
               MOVE SentUsername(SentIndex) TO AsUsername
               MOVE SentJobId(SentIndex) TO AsJobId
               MOVE SentEmployerId(SentIndex) TO AsEmployerId
               MOVE SentStatus(SentIndex) TO AsStatus
               MOVE SentResumePath(SentIndex) TO AsResumePath
               MOVE SentCoverLetter(SentIndex) TO AsCoverLetter
               MOVE SentAction(SentIndex) TO AsAction
               MOVE SentDate(SentIndex) TO AsSentDate
               WRITE TempAtsSentRecord FROM AtsSentRecord
           END-PERFORM
           CLOSE TempAtsSentFile

           MOVE "ats_sent.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "ats_sent.dat"
           CALL "CBL_RENAME_FILE" USING "ats_sent_temp.dat" "ats_sent.dat"
           PERFORM JournalAfterImage.

       DetermineControlRunDay.
           MOVE SPACES TO ControlStampBuf
           ACCEPT ControlStampBuf FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
           IF FUNCTION TRIM(ControlStampBuf) = SPACES
               MOVE FUNCTION CURRENT-DATE TO ControlStampWork
               STRING ControlStampWork(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   ControlStampWork(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   ControlStampWork(7:2) DELIMITED BY SIZE
                   INTO ControlRunDay
           ELSE
               MOVE ControlStampBuf(1:10) TO ControlRunDay
           END-IF.

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE ControlRunDay TO ControlRunDate
           MOVE "ATSEXTRACT" TO ControlStep
           MOVE "applications.dat" TO ControlFileName
           MOVE AppsReadCount TO ControlReadCount
           MOVE AppsSentCount TO ControlWrittenCount
           MOVE 0 TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "FeedEnvelope.cob".

       COPY "Ferpa.cob".

       COPY "Journal.cob".

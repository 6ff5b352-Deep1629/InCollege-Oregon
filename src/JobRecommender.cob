               RECORD KEY IS Username-Profile OF UserProfileRecord.
           SELECT OPTIONAL SkillsCompletedFile ASSIGN TO "skills_completed.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CertificationFile ASSIGN TO "certifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JobId OF JobRecord
               ALTERNATE RECORD KEY IS JobUsername OF JobRecord
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EmployerId OF JobRecord
                   WITH DUPLICATES.
           SELECT RecommendationFile ASSIGN TO "recommendations.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WorkAuthFile ASSIGN TO "work_authorizations.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalControlFile ASSIGN TO "journal_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 SkillName PIC X(30).
           05 SkillCompletedDate PIC X(10).

       FD CertificationFile.
       01 CertificationRecord.
           05 CertUsername PIC X(20).
           05 CertName PIC X(50).
           05 CertIssuer PIC X(50).
           05 CertCredentialId PIC X(30).
           05 CertIssueDate PIC X(10).
           05 CertExpiryDate PIC X(10).
           05 CertVerifyStatus PIC X(10).
           05 CertVerifiedBy PIC X(20).
           05 CertVerifiedDate PIC X(10).
           05 CertReminder60 PIC X(1).
           05 CertReminder30 PIC X(1).
           05 CertAddedDate PIC X(10).

       FD JobFile.
       01 JobRecord.
           05 JobUsername PIC X(20).
           05 JobOriginCampus PIC X(8).
           05 JobScreenFlags PIC X(60).
           05 JobOriginJobId PIC 9(5).
           05 JobWorkAuth PIC X(4).
           05 JobWorkType PIC X(1).

       FD RecommendationFile.
       01 RecommendationRecord.
           05 RecScore PIC 9(3).
           05 RecDate PIC X(10).

       FD WorkAuthFile.
       01 WorkAuthRecord.
           05 WorkAuthUsername PIC X(20).
           05 WorkAuthStatus PIC X(4).
           05 WorkAuthDate PIC X(10).

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
       01 EOF-UserData PIC X VALUE 'N'.
           05 UserSkillName PIC X(30) OCCURS 10 TIMES.
       01 UserSkillCount PIC 9(2) VALUE 0.
       01 UserSkillIndex PIC 9(2) VALUE 0.
       01 EOF-CertificationFile PIC X VALUE 'N'.
       01 UserCertTable.
           05 UserCertEntry OCCURS 10 TIMES.
               10 UserCertName PIC X(50).
               10 UserCertPoints PIC 9(1).
       01 UserCertCount PIC 9(2) VALUE 0.
       01 UserCertIndex PIC 9(2) VALUE 0.

       01 JobScore PIC 9(3) VALUE 0.
       01 TopRecTable.
       01 SubNeedleLen PIC 9(3) VALUE 0.
       01 SubIdx PIC 9(3) VALUE 0.
       01 KeywordFoundInJob PIC X VALUE 'N'.
       01 WorkAuthTargetUsername PIC X(20).
       01 WorkAuthStudentStatus PIC X(4).
       01 WorkAuthJobRequirement PIC X(4).
       01 WorkAuthEligible PIC X VALUE 'Y'.
       01 WorkAuthLabel PIC X(30).
       01 EOF-WorkAuthFile PIC X VALUE 'N'.

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "JobRecommender".
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
           MOVE "recommendations.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN OUTPUT RecommendationFile

           MOVE 'N' TO EOF-UserData
           CLOSE UserDataFile

           CLOSE RecommendationFile
           MOVE "recommendations.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           MOVE SPACES TO CurrentMessage
           STRING "Users processed: " DELIMITED BY SIZE

       BuildRecommendationsForUser.
           PERFORM LoadUserSkills
           PERFORM LoadUserCertifications
           PERFORM LoadUserMajor
           MOVE RecTargetUsername TO WorkAuthTargetUsername
           PERFORM LookupWorkAuthStatus

           MOVE 0 TO TopRecIndex
           PERFORM VARYING TopRecSlot FROM 1 BY 1 UNTIL TopRecSlot > 5
                   IF JobUsername IN JobRecord NOT = RecTargetUsername AND
                      (FUNCTION TRIM(JobStatus IN JobRecord) = SPACES OR
                       FUNCTION TRIM(JobStatus IN JobRecord) = "Approved") THEN
      *> Postings the student cannot take up are never recommended.
                       MOVE JobWorkAuth IN JobRecord TO WorkAuthJobRequirement
                       PERFORM CheckWorkAuthEligible
                       IF WorkAuthEligible = 'Y' THEN
                           PERFORM ScoreJobForUser
                           IF JobScore > 0 THEN
                               PERFORM InsertTopRecommendation
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SkillsCompletedFile.

      *> Current certifications score like skills; one staff have verified
      *> counts for a little more. Rejected ones are ignored.
       LoadUserCertifications.
           MOVE 0 TO UserCertCount
           MOVE 'N' TO EOF-CertificationFile
           OPEN INPUT CertificationFile
           PERFORM UNTIL EOF-CertificationFile = 'Y'
               READ CertificationFile INTO CertificationRecord
               AT END
                   MOVE 'Y' TO EOF-CertificationFile
               NOT AT END
                   IF CertUsername IN CertificationRecord = RecTargetUsername
                      AND UserCertCount < 10
                      AND FUNCTION TRIM(CertVerifyStatus IN CertificationRecord)
                      NOT = "Rejected"
                      AND (CertExpiryDate IN CertificationRecord = SPACES OR
                       CertExpiryDate IN CertificationRecord >= RecRunDate)
                       ADD 1 TO UserCertCount
                       MOVE CertName IN CertificationRecord
                           TO UserCertName(UserCertCount)
                       IF FUNCTION TRIM(CertVerifyStatus IN CertificationRecord)
                          = "Verified"
                           MOVE 3 TO UserCertPoints(UserCertCount)
                       ELSE
                           MOVE 2 TO UserCertPoints(UserCertCount)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CertificationFile.

       LoadUserMajor.
           MOVE SPACES TO RecTargetMajor
           OPEN INPUT UserProfileRecordFile
                   ADD 2 TO JobScore
               END-IF
           END-PERFORM
           PERFORM VARYING UserCertIndex FROM 1 BY 1
               UNTIL UserCertIndex > UserCertCount
               MOVE UserCertName(UserCertIndex) TO SubstringNeedle
               PERFORM CheckKeywordInJob
               IF KeywordFoundInJob = 'Y'
                   ADD UserCertPoints(UserCertIndex) TO JobScore
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(RecTargetMajor) NOT = SPACES THEN
               MOVE SPACES TO SubstringNeedle
               MOVE RecTargetMajor TO SubstringNeedle(1:30)
                   END-IF
               END-PERFORM
           END-IF.

       COPY "WorkAuth.cob".

       COPY "Journal.cob".

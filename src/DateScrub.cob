       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JobId OF JobRecord
               ALTERNATE RECORD KEY IS JobUsername OF JobRecord
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EmployerId OF JobRecord
                   WITH DUPLICATES.
           SELECT ReportFile ASSIGN TO "output/DateScrubReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JobHistoryFile ASSIGN TO "job_status_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ApplicationFile ASSIGN TO "applications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempApplicationFile ASSIGN TO "applications_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL InterviewFile ASSIGN TO "interviews.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempInterviewFile ASSIGN TO "interviews_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JobOfferFile ASSIGN TO "offers.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempJobOfferFile ASSIGN TO "offers_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SavedJobFile ASSIGN TO "saved_jobs.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempSavedJobFile ASSIGN TO "saved_jobs_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RecommendationFile ASSIGN TO "recommendations.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempRecommendationFile ASSIGN TO "recommendations_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NotificationFile ASSIGN TO "notifications.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AuditFile ASSIGN TO "audit.dat"
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

       FD ReportFile.
       01 ReportRecord PIC X(132).
           05 JshNewStatus PIC X(10).
           05 JshChangedBy PIC X(20).
           05 JshTimestamp PIC X(20).
           05 JshApplicant PIC X(20).

       FD BatchControlFile.
       01 BatchControlRecord.
           05 ControlWrittenCount PIC 9(6).
           05 ControlRejectCount PIC 9(6).

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

       FD TempApplicationFile.
       01 TempApplicationRecord.
           05 AppUsername PIC X(20).
           05 AppJobTitle PIC X(50).
           05 AppJobEmployer PIC X(50).
           05 AppJobLocation PIC X(50).
           05 CreatedDate PIC X(10).
           05 AppStatus PIC X(12).
           05 AppJobId PIC 9(5).
           05 AppResumePath PIC X(100).
           05 AppCoverLetter PIC X(200).

       FD InterviewFile.
       01 InterviewRecord.
           05 IntvJobId PIC 9(5).
           05 IntvPoster PIC X(20).
           05 IntvApplicant PIC X(20).
           05 IntvJobTitle PIC X(50).
           05 IntvSlot PIC X(16).
           05 IntvStatus PIC X(10).
           05 IntvOfferedDate PIC X(10).
           05 IntvOutcome PIC X(10).
           05 IntvFeedback PIC X(100).

       FD TempInterviewFile.
       01 TempInterviewRecord.
           05 IntvJobId PIC 9(5).
           05 IntvPoster PIC X(20).
           05 IntvApplicant PIC X(20).
           05 IntvJobTitle PIC X(50).
           05 IntvSlot PIC X(16).
           05 IntvStatus PIC X(10).
           05 IntvOfferedDate PIC X(10).
           05 IntvOutcome PIC X(10).
           05 IntvFeedback PIC X(100).

       FD JobOfferFile.
       01 JobOfferRecord.
           05 OfferJobId PIC 9(5).
           05 OfferPoster PIC X(20).
           05 OfferApplicant PIC X(20).
           05 OfferJobTitle PIC X(50).
           05 OfferSalaryMin PIC 9(6).
           05 OfferSalaryMax PIC 9(6).
           05 OfferRespondBy PIC X(10).
           05 OfferStatus PIC X(10).
           05 OfferDate PIC X(10).

       FD TempJobOfferFile.
       01 TempJobOfferRecord.
           05 OfferJobId PIC 9(5).
           05 OfferPoster PIC X(20).
           05 OfferApplicant PIC X(20).
           05 OfferJobTitle PIC X(50).
           05 OfferSalaryMin PIC 9(6).
           05 OfferSalaryMax PIC 9(6).
           05 OfferRespondBy PIC X(10).
           05 OfferStatus PIC X(10).
           05 OfferDate PIC X(10).

       FD SavedJobFile.
       01 SavedJobRecord.
           05 SavedJobUsername PIC X(20).
           05 SavedJobId PIC 9(5).
           05 SavedJobDate PIC X(10).
           05 SavedJobLastStatus PIC X(10).

       FD TempSavedJobFile.
       01 TempSavedJobRecord.
           05 SavedJobUsername PIC X(20).
           05 SavedJobId PIC 9(5).
           05 SavedJobDate PIC X(10).
           05 SavedJobLastStatus PIC X(10).

       FD RecommendationFile.
       01 RecommendationRecord.
           05 RecUsername PIC X(20).
           05 RecJobId PIC 9(5).
           05 RecJobTitle PIC X(50).
           05 RecJobEmployer PIC X(50).
           05 RecScore PIC 9(3).
           05 RecDate PIC X(10).

       FD TempRecommendationFile.
       01 TempRecommendationRecord.
           05 RecUsername PIC X(20).
           05 RecJobId PIC 9(5).
           05 RecJobTitle PIC X(50).
           05 RecJobEmployer PIC X(50).
           05 RecScore PIC 9(3).
           05 RecDate PIC X(10).

       FD NotificationFile.
       01 NotificationRecord.
           05 NotifUsername PIC X(20).
           05 NotifText PIC X(100).
           05 NotifDate PIC X(10).
           05 NotifStatus PIC X(6).
           05 NotifCategoryCode PIC X(12).
           05 NotifRelayed PIC X(1).

       FD AuditFile.
       01 AuditRecord.
           05 AuditUsername PIC X(20).
           05 AuditTimestamp PIC X(20).
           05 AuditAction PIC X(20).
           05 AuditDetail PIC X(100).
           05 AuditChainDigest PIC X(20).

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
       01 EOF-JobFile PIC X VALUE 'N'.
       01 ControlStampWork PIC X(21).
       01 ControlRunDay PIC X(10).

       01 ChainDigestInput PIC X(200).
       01 ChainDigestValue PIC X(20).
       01 ChainDigestAccum PIC 9(18) COMP VALUE 0.
       01 ChainDigestDigits PIC 9(16) VALUE 0.
       01 ChainDigestIndex PIC 9(3) VALUE 0.
       01 ChainDigestLength PIC 9(3) VALUE 0.
       01 PrevAuditDigest PIC X(20).
       01 EOF-AuditChainScan PIC X VALUE 'N'.
       01 ExpiredAppsClosedCount PIC 9(5) VALUE 0.

       01 DateCheckInput PIC X(10).
       01 DateCheckWork PIC X(10).
       01 DateCheckValid PIC X VALUE 'N'.
       01 DateCheckNormalized PIC X(10).
       01 DateCheckNum PIC 9(8) VALUE 0.
       01 DateCheckDigits PIC 9(8) VALUE 0.
       01 CascadeJobId PIC 9(5) VALUE 0.
       01 CascadeJobTitle PIC X(50).
       01 CascadeJobEmployer PIC X(50).
       01 CascadeNewStatus PIC X(10).
       01 CascadeActor PIC X(20).
       01 CascadeStamp PIC X(20).
       01 CascadeOldStatus PIC X(12).
       01 CascadeRecordMatches PIC X VALUE 'N'.
       01 CascadeNoticeUser PIC X(20).
       01 CascadeNoticeText PIC X(100).
       01 CascadeAuditAction PIC X(20).
       01 CascadeAuditDetail PIC X(100).
       01 CascadeAppsClosed PIC 9(5) VALUE 0.
       01 CascadeInterviewsCancelled PIC 9(5) VALUE 0.
       01 CascadeOffersWithdrawn PIC 9(5) VALUE 0.
       01 CascadeSavedDropped PIC 9(5) VALUE 0.
       01 CascadeRecsDropped PIC 9(5) VALUE 0.
       01 EOF-CascadeFile PIC X VALUE 'N'.

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "DateScrub".
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
           PERFORM WriteReportLine
           PERFORM DetermineScrubRunDay

           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           MOVE 'N' TO EOF-JobFile
           OPEN I-O JobFile
           PERFORM UNTIL EOF-JobFile = 'Y'
               READ JobFile INTO JobRecord
               AT END
                   ADD 1 TO JobsReadCount
                   PERFORM ScrubOneDeadline
                   PERFORM ExpireOneDeadline
                   REWRITE JobRecord
               END-READ
           END-PERFORM
           CLOSE JobFile
           MOVE "jobs.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine
               DeadlinesBlankedCount DELIMITED BY SIZE
               "  expired: " DELIMITED BY SIZE
               JobsExpiredCount DELIMITED BY SIZE
               "  applications closed: " DELIMITED BY SIZE
               ExpiredAppsClosedCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           CLOSE ReportFile
                   " has passed)" DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteReportLine
               MOVE "job_status_history.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN EXTEND JobHistoryFile
               MOVE SPACES TO JobHistoryRecord
               MOVE JobId IN JobRecord TO JshJobId IN JobHistoryRecord
               MOVE ControlRunDay TO JshTimestamp IN JobHistoryRecord
               WRITE JobHistoryRecord
               CLOSE JobHistoryFile
               MOVE "job_status_history.dat" TO JournalMasterName
               PERFORM JournalAfterImage
               MOVE JobId IN JobRecord TO CascadeJobId
               MOVE JobTitle IN JobRecord TO CascadeJobTitle
               MOVE JobEmployer IN JobRecord TO CascadeJobEmployer
               MOVE "Expired" TO CascadeNewStatus
               MOVE "DATESCRUB" TO CascadeActor
               MOVE ControlRunDay TO CascadeStamp
               PERFORM CascadePostingClose
               ADD CascadeAppsClosed TO ExpiredAppsClosedCount
           END-IF.

       WriteReportLine.
           MOVE CurrentMessage TO ReportRecord
           WRITE ReportRecord.

       GetLastAuditDigest.
           MOVE SPACES TO PrevAuditDigest
           MOVE 'N' TO EOF-AuditChainScan
           OPEN INPUT AuditFile
           PERFORM UNTIL EOF-AuditChainScan = 'Y'
               READ AuditFile INTO AuditRecord
               AT END
                   MOVE 'Y' TO EOF-AuditChainScan
               NOT AT END
                   MOVE AuditChainDigest IN AuditRecord TO PrevAuditDigest
               END-READ
           END-PERFORM
           CLOSE AuditFile.

       COPY "DateCheck.cob".

       COPY "ChainDigest.cob".

       COPY "PostingCascade.cob".

       WriteBatchControlRecord.
           MOVE SPACES TO ControlStampBuf
           ACCEPT ControlStampBuf FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
           MOVE DeadlinesBlankedCount TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "Journal.cob".

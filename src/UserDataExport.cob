               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RecentViewsFile ASSIGN TO "recent_views.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SelfIdFile ASSIGN TO "self_id.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ConnectionTagFile ASSIGN TO "connection_tags.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RecycleBinFile ASSIGN TO "recycle_bin.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CareerHistoryFile ASSIGN TO "career_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VerificationLetterFile
               ASSIGN TO "verification_letters.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ReferenceFile ASSIGN TO "references.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ReferenceCheckFile
               ASSIGN TO "reference_checks.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExportFile ASSIGN TO ExportFileName
               ORGANIZATION IS LINE SEQUENTIAL.

           05 RecentViewedUsername PIC X(20).
           05 RecentViewTimestamp PIC X(20).

       FD SelfIdFile.
       01 SelfIdRecord.
           05 SidUsername PIC X(20).
           05 SidAnswer PIC X(1) OCCURS 6 TIMES.
           05 SidUpdatedDate PIC X(10).

       FD ConnectionTagFile.
       01 ConnectionTagRecord.
           05 TagOwner PIC X(20).
           05 TagPartner PIC X(20).
           05 TagList PIC X(60).
           05 TagNote PIC X(200).
           05 TagUpdatedDate PIC X(10).

       FD RecycleBinFile.
       01 RecycleBinRecord.
           05 BinId PIC 9(5).
           05 BinOwner PIC X(20).
           05 BinKind PIC X(4).
           05 BinDeletedDate PIC X(10).
           05 BinPurgeDate PIC X(10).
           05 BinSummary PIC X(80).
           05 BinImage PIC X(1100).

       FD CareerHistoryFile.
       01 CareerHistoryRecord.
           05 CarUsername PIC X(20).
           05 CarAnswerDate PIC X(10).
           05 CarGradYear PIC 9(4).
           05 CarYearsOut PIC 9(2).
           05 CarStatus PIC X(1).
           05 CarEmployer PIC X(50).
           05 CarRole PIC X(50).
           05 CarField PIC X(30).

       FD VerificationLetterFile.
       01 VerificationLetterRecord.
           05 VlId PIC 9(5).
           05 VlUsername PIC X(20).
           05 VlType PIC X(1).
           05 VlJobId PIC 9(5).
           05 VlJobTitle PIC X(50).
           05 VlEmployer PIC X(50).
           05 VlPurpose PIC X(50).
           05 VlRequestDate PIC X(10).
           05 VlStatus PIC X(10).
           05 VlNumber PIC X(15).
           05 VlDecidedBy PIC X(20).
           05 VlDecidedDate PIC X(10).
           05 VlDetail PIC X(80).
           05 VlNote PIC X(60).

       FD ReferenceFile.
       01 ReferenceRecord.
           05 RefOwner PIC X(20).
           05 RefSeq PIC 9(2).
           05 RefName PIC X(40).
           05 RefRelation PIC X(30).
           05 RefEmail PIC X(60).
           05 RefPhone PIC X(20).
           05 RefPermission PIC X(1).
           05 RefAddedDate PIC X(10).

       FD ReferenceCheckFile.
       01 ReferenceCheckRecord.
           05 RchkId PIC 9(5).
           05 RchkJobId PIC 9(5).
           05 RchkJobTitle PIC X(50).
           05 RchkPoster PIC X(20).
           05 RchkApplicant PIC X(20).
           05 RchkRefSeq PIC 9(2).
           05 RchkRefName PIC X(40).
           05 RchkRefEmail PIC X(60).
           05 RchkCodeDigest PIC X(20).
           05 RchkSentDate PIC X(10).
           05 RchkExpiryDate PIC X(10).
           05 RchkStatus PIC X(10).
           05 RchkAnsweredDate PIC X(10).
           05 RchkKnownHow PIC X(60).
           05 RchkReliability PIC 9(1).
           05 RchkQuality PIC 9(1).
           05 RchkTeamwork PIC 9(1).
           05 RchkRecommend PIC X(1).
           05 RchkComments PIC X(100).

       FD ExportFile.
       01 ExportRecord PIC X(250).

       01 ExportFileName PIC X(60).
       01 EOF-WorkFile PIC X VALUE 'N'.
       01 SectionItemCount PIC 9(4) VALUE 0.
       01 SelfIdQuestion PIC 9 VALUE 0.
       01 SelfIdCode PIC X.
       01 SelfIdMaxCode PIC 9 VALUE 0.
       01 SelfIdQuestionText PIC X(40).
       01 SelfIdLabel PIC X(40).

       PROCEDURE DIVISION.
       MainSection.
           PERFORM ExportSkillsSection
           PERFORM ExportBlockedSection
           PERFORM ExportRecentViewsSection
           PERFORM ExportSelfIdSection
           PERFORM ExportConnectionTagSection
           PERFORM ExportRecycleBinSection
           PERFORM ExportCareerHistorySection
           PERFORM ExportVerificationLetterSection
           PERFORM ExportReferenceSection
           PERFORM ExportReferenceCheckSection

           CLOSE ExportFile
           MOVE SPACES TO CurrentMessage
           END-PERFORM
           CLOSE RecentViewsFile
           PERFORM WriteNoneWhenEmpty.

       ExportSelfIdSection.
           MOVE "VOLUNTARY SELF-IDENTIFICATION" TO CurrentMessage
           PERFORM WriteSectionHeader
           MOVE 0 TO SectionItemCount
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT SelfIdFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ SelfIdFile INTO SelfIdRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF SidUsername IN SelfIdRecord = ExportUsername
                       ADD 1 TO SectionItemCount
                       MOVE SPACES TO CurrentMessage
                       STRING "  Answered: " DELIMITED BY SIZE
                           SidUpdatedDate IN SelfIdRecord DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM WriteExportLine
                       PERFORM VARYING SelfIdQuestion FROM 1 BY 1
                               UNTIL SelfIdQuestion > 6
                           PERFORM DescribeSelfIdQuestion
                           MOVE SidAnswer IN SelfIdRecord(SelfIdQuestion)
                               TO SelfIdCode
                           PERFORM DescribeSelfIdAnswer
                           MOVE SPACES TO CurrentMessage
                           STRING "  " DELIMITED BY SIZE
                               FUNCTION TRIM(SelfIdQuestionText)
                               DELIMITED BY SIZE
                               ": " DELIMITED BY SIZE
                               FUNCTION TRIM(SelfIdLabel) DELIMITED BY SIZE
                               INTO CurrentMessage
                           PERFORM WriteExportLine
                       END-PERFORM
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SelfIdFile
           PERFORM WriteNoneWhenEmpty.

      *> Only the tags and notes the user wrote; rows where someone else
      *> tagged the user stay private to that person.
       ExportConnectionTagSection.
           MOVE "CONNECTION TAGS AND NOTES" TO CurrentMessage
           PERFORM WriteSectionHeader
           MOVE 0 TO SectionItemCount
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT ConnectionTagFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ ConnectionTagFile INTO ConnectionTagRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF TagOwner IN ConnectionTagRecord = ExportUsername
                       ADD 1 TO SectionItemCount
                       MOVE SPACES TO CurrentMessage
                       STRING "  " DELIMITED BY SIZE
                           FUNCTION TRIM(TagPartner IN ConnectionTagRecord)
                           DELIMITED BY SIZE
                           "  Tags: " DELIMITED BY SIZE
                           FUNCTION TRIM(TagList IN ConnectionTagRecord)
                           DELIMITED BY SIZE
                           "  Updated: " DELIMITED BY SIZE
                           TagUpdatedDate IN ConnectionTagRecord
                           DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM WriteExportLine
                       IF TagNote IN ConnectionTagRecord NOT = SPACES
                           MOVE SPACES TO CurrentMessage
                           STRING "    Note: " DELIMITED BY SIZE
                               FUNCTION TRIM(TagNote IN ConnectionTagRecord)
                               DELIMITED BY SIZE
                               INTO CurrentMessage
                           PERFORM WriteExportLine
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ConnectionTagFile
           PERFORM WriteNoneWhenEmpty.

       ExportRecycleBinSection.
           MOVE "RECENTLY DELETED" TO CurrentMessage
           PERFORM WriteSectionHeader
           MOVE 0 TO SectionItemCount
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT RecycleBinFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ RecycleBinFile INTO RecycleBinRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF BinOwner IN RecycleBinRecord = ExportUsername
                       ADD 1 TO SectionItemCount
                       MOVE SPACES TO CurrentMessage
                       STRING "  " DELIMITED BY SIZE
                           FUNCTION TRIM(BinKind IN RecycleBinRecord)
                           DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           FUNCTION TRIM(BinSummary IN RecycleBinRecord)
                           DELIMITED BY SIZE
                           "  Deleted: " DELIMITED BY SIZE
                           BinDeletedDate IN RecycleBinRecord
                           DELIMITED BY SIZE
                           "  Purged after: " DELIMITED BY SIZE
                           BinPurgeDate IN RecycleBinRecord
                           DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM WriteExportLine
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RecycleBinFile
           PERFORM WriteNoneWhenEmpty.

       ExportCareerHistorySection.
           MOVE "ALUMNI CAREER UPDATES" TO CurrentMessage
           PERFORM WriteSectionHeader
           MOVE 0 TO SectionItemCount
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT CareerHistoryFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ CareerHistoryFile INTO CareerHistoryRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF CarUsername IN CareerHistoryRecord = ExportUsername
                       ADD 1 TO SectionItemCount
                       MOVE SPACES TO CurrentMessage
                       IF CarStatus IN CareerHistoryRecord = 'S'
                           STRING "  " DELIMITED BY SIZE
                               CarAnswerDate IN CareerHistoryRecord
                               DELIMITED BY SIZE
                               ": skipped" DELIMITED BY SIZE
                               INTO CurrentMessage
                       ELSE
                           STRING "  " DELIMITED BY SIZE
                               CarAnswerDate IN CareerHistoryRecord
                               DELIMITED BY SIZE
                               ": " DELIMITED BY SIZE
                               FUNCTION TRIM(CarRole IN CareerHistoryRecord)
                               DELIMITED BY SIZE
                               " at " DELIMITED BY SIZE
                               FUNCTION TRIM(CarEmployer IN CareerHistoryRecord)
                               DELIMITED BY SIZE
                               " (" DELIMITED BY SIZE
                               FUNCTION TRIM(CarField IN CareerHistoryRecord)
                               DELIMITED BY SIZE
                               ")" DELIMITED BY SIZE
                               INTO CurrentMessage
                       END-IF
                       PERFORM WriteExportLine
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CareerHistoryFile
           PERFORM WriteNoneWhenEmpty.

       ExportVerificationLetterSection.
           MOVE "VERIFICATION LETTERS" TO CurrentMessage
           PERFORM WriteSectionHeader
           MOVE 0 TO SectionItemCount
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT VerificationLetterFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ VerificationLetterFile INTO VerificationLetterRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF VlUsername IN VerificationLetterRecord = ExportUsername
                       ADD 1 TO SectionItemCount
                       MOVE SPACES TO CurrentMessage
                       STRING "  " DELIMITED BY SIZE
                           VlRequestDate IN VerificationLetterRecord
                           DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           FUNCTION TRIM(VlJobTitle IN VerificationLetterRecord)
                           DELIMITED BY SIZE
                           " at " DELIMITED BY SIZE
                           FUNCTION TRIM(VlEmployer IN VerificationLetterRecord)
                           DELIMITED BY SIZE
                           " for " DELIMITED BY SIZE
                           FUNCTION TRIM(VlPurpose IN VerificationLetterRecord)
                           DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           FUNCTION TRIM(VlStatus IN VerificationLetterRecord)
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(VlNumber IN VerificationLetterRecord)
                           DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM WriteExportLine
                   END-IF
               END-READ
           END-PERFORM
           CLOSE VerificationLetterFile
           PERFORM WriteNoneWhenEmpty.

       ExportReferenceSection.
           MOVE "REFERENCES" TO CurrentMessage
           PERFORM WriteSectionHeader
           MOVE 0 TO SectionItemCount
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT ReferenceFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ ReferenceFile INTO ReferenceRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF RefOwner IN ReferenceRecord = ExportUsername
                       ADD 1 TO SectionItemCount
                       MOVE SPACES TO CurrentMessage
                       STRING "  " DELIMITED BY SIZE
                           FUNCTION TRIM(RefName IN ReferenceRecord)
                           DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           FUNCTION TRIM(RefRelation IN ReferenceRecord)
                           DELIMITED BY SIZE
                           ") " DELIMITED BY SIZE
                           FUNCTION TRIM(RefEmail IN ReferenceRecord)
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(RefPhone IN ReferenceRecord)
                           DELIMITED BY SIZE
                           " - may contact: " DELIMITED BY SIZE
                           RefPermission IN ReferenceRecord DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM WriteExportLine
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ReferenceFile
           PERFORM WriteNoneWhenEmpty.

      *> Only the status of each check is exported; the reference's answers
      *> were given to the employer and are not part of the student's data.
       ExportReferenceCheckSection.
           MOVE "REFERENCE CHECKS" TO CurrentMessage
           PERFORM WriteSectionHeader
           MOVE 0 TO SectionItemCount
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT ReferenceCheckFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ ReferenceCheckFile INTO ReferenceCheckRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF RchkApplicant IN ReferenceCheckRecord = ExportUsername
                       ADD 1 TO SectionItemCount
                       MOVE SPACES TO CurrentMessage
                       STRING "  " DELIMITED BY SIZE
                           RchkSentDate IN ReferenceCheckRecord
                           DELIMITED BY SIZE
                           ": " DELIMITED BY SIZE
                           FUNCTION TRIM(RchkRefName IN ReferenceCheckRecord)
                           DELIMITED BY SIZE
                           " for " DELIMITED BY SIZE
                           FUNCTION TRIM(RchkJobTitle IN ReferenceCheckRecord)
                           DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           FUNCTION TRIM(RchkStatus IN ReferenceCheckRecord)
                           DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM WriteExportLine
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ReferenceCheckFile
           PERFORM WriteNoneWhenEmpty.

       COPY "SelfIdLabels.cob".

      *> Report bursting. report_distribution.dat says which sections of
      *> which report go to whom: a section type (MAJOR, EMPLOYER, USER or
      *> ALL) with a section value (blank or "*" for any), and a recipient
      *> type (ROLE with a role code, OWNER for the advisors of the major,
      *> the users linked to the employer or the user named in the
      *> section, or USER with a username). Each recipient gets the lines
      *> of the report meant for them filed in report_inbox.dat, one entry
      *> per report, run date and section, where InCollege, the Advisor
      *> Dashboard and the Employer Menu show them under My Reports.
      *>
      *> Set BurstReportName and BurstRunDate and PERFORM StartReportBurst
      *> after the report file is opened. Before the lines of a section
      *> set BurstSectionType, BurstSectionValue and BurstSectionHeading
      *> (the heading is filed first in each recipient's entry) and
      *> PERFORM BeginBurstSection; PERFORM EndBurstSection after them.
      *> Write every line with WriteBurstReportLine instead of
      *> WriteReportLine: lines outside any section go to ALL rules only.
      *> PERFORM FinishReportBurst before the report file is closed.
      *> A report run for one section only (one user's disclosure, say)
      *> sets BurstPurgeType and BurstPurgeValue to that section so a rerun
      *> replaces just that section's entries for the day.
       StartReportBurst.
           MOVE 'N' TO BurstActive
           MOVE 0 TO BurstRuleCount
           MOVE 0 TO BurstRecipientCount
           MOVE 0 TO BurstAllCount
           MOVE 0 TO BurstFiledCount
           MOVE 0 TO BurstLinesFiled
           MOVE SPACES TO BurstSectionType
           MOVE 'N' TO EOF-DistributionFile
           OPEN INPUT DistributionFile
           PERFORM UNTIL EOF-DistributionFile = 'Y'
               READ DistributionFile
               AT END
                   MOVE 'Y' TO EOF-DistributionFile
               NOT AT END
                   IF DistReportName = BurstReportName AND
                      BurstRuleCount < 50
                       ADD 1 TO BurstRuleCount
                       MOVE FUNCTION UPPER-CASE(DistSectionType)
                           TO BurstRuleSectionType(BurstRuleCount)
                       MOVE DistSectionValue
                           TO BurstRuleSectionValue(BurstRuleCount)
                       MOVE FUNCTION UPPER-CASE(DistRecipientType)
                           TO BurstRuleRecipientType(BurstRuleCount)
                       MOVE DistRecipientValue
                           TO BurstRuleRecipientValue(BurstRuleCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE DistributionFile
           IF BurstRuleCount > 0
               MOVE 'Y' TO BurstActive
               MOVE "report_inbox.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               PERFORM PurgeEarlierBurst
               OPEN EXTEND ReportInboxFile
               MOVE "ALL" TO BurstSectionType
               MOVE SPACES TO BurstSectionValue
               MOVE SPACES TO BurstSectionHeading
               PERFORM ResolveBurstRecipients
               MOVE BurstRecipientCount TO BurstAllCount
               MOVE SPACES TO BurstSectionType
           END-IF.

      *> A rerun for the same run date replaces what the earlier run filed.
       PurgeEarlierBurst.
           MOVE 'N' TO EOF-ReportInboxFile
           OPEN INPUT ReportInboxFile
           OPEN OUTPUT TempReportInboxFile
           PERFORM UNTIL EOF-ReportInboxFile = 'Y'
               READ ReportInboxFile
               AT END
                   MOVE 'Y' TO EOF-ReportInboxFile
               NOT AT END
                   IF InboxReportName = BurstReportName AND
                      InboxRunDate = BurstRunDate AND
                      (BurstPurgeType = SPACES OR
                       (InboxSectionType = BurstPurgeType AND
                        InboxSectionValue = BurstPurgeValue))
                       CONTINUE
                   ELSE
                       WRITE TempReportInboxRecord FROM ReportInboxRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ReportInboxFile
           CLOSE TempReportInboxFile
           CALL "CBL_DELETE_FILE" USING "report_inbox.dat"
           CALL "CBL_RENAME_FILE" USING "report_inbox_temp.dat"
               "report_inbox.dat".

       BeginBurstSection.
           MOVE BurstAllCount TO BurstRecipientCount
           IF BurstActive = 'Y'
               MOVE FUNCTION UPPER-CASE(BurstSectionType) TO BurstSectionType
               PERFORM ResolveBurstRecipients
           END-IF.

       EndBurstSection.
           MOVE SPACES TO BurstSectionType
           MOVE SPACES TO BurstSectionValue
           MOVE SPACES TO BurstSectionHeading
           MOVE BurstAllCount TO BurstRecipientCount.

       ResolveBurstRecipients.
           PERFORM VARYING BurstRuleIndex FROM 1 BY 1
               UNTIL BurstRuleIndex > BurstRuleCount
               IF BurstRuleSectionType(BurstRuleIndex) = BurstSectionType
                   IF BurstRuleSectionValue(BurstRuleIndex) = SPACES OR
                      BurstRuleSectionValue(BurstRuleIndex) = "*" OR
                      FUNCTION UPPER-CASE(
                          BurstRuleSectionValue(BurstRuleIndex)) =
                      FUNCTION UPPER-CASE(BurstSectionValue)
                       PERFORM ResolveOneBurstRule
                   END-IF
               END-IF
           END-PERFORM.

       ResolveOneBurstRule.
           EVALUATE BurstRuleRecipientType(BurstRuleIndex)
               WHEN "USER"
                   MOVE FUNCTION UPPER-CASE(
                       BurstRuleRecipientValue(BurstRuleIndex))
                       TO BurstCandidateUser
                   PERFORM AddBurstRecipient
               WHEN "ROLE"
                   PERFORM AddBurstRoleRecipients
               WHEN "OWNER"
                   EVALUATE BurstSectionType
                       WHEN "MAJOR"
                           PERFORM AddBurstMajorOwners
                       WHEN "EMPLOYER"
                           PERFORM AddBurstEmployerOwners
                       WHEN "USER"
                           MOVE FUNCTION UPPER-CASE(BurstSectionValue(1:20))
                               TO BurstCandidateUser
                           PERFORM AddBurstRecipient
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Students may carry role S or an older blank role byte.
       AddBurstRoleRecipients.
           MOVE 'N' TO EOF-BurstUserFile
           OPEN INPUT BurstUserFile
           PERFORM UNTIL EOF-BurstUserFile = 'Y'
               READ BurstUserFile NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-BurstUserFile
               NOT AT END
                   MOVE BurstRuleRecipientValue(BurstRuleIndex)(1:1)
                       TO BurstRoleWanted
                   IF BurstUserRole = BurstRoleWanted OR
                      (BurstUserRole = SPACE AND BurstRoleWanted = 'S')
                       MOVE BurstUsername TO BurstCandidateUser
                       PERFORM AddBurstRecipient
                   END-IF
               END-READ
           END-PERFORM
           CLOSE BurstUserFile.

       AddBurstMajorOwners.
           MOVE 'N' TO EOF-BurstAdvisorMajorFile
           OPEN INPUT BurstAdvisorMajorFile
           PERFORM UNTIL EOF-BurstAdvisorMajorFile = 'Y'
               READ BurstAdvisorMajorFile
               AT END
                   MOVE 'Y' TO EOF-BurstAdvisorMajorFile
               NOT AT END
                   IF FUNCTION UPPER-CASE(BurstAdvisorMajor) =
                      FUNCTION UPPER-CASE(BurstSectionValue)
                       MOVE BurstAdvisorUsername TO BurstCandidateUser
                       PERFORM AddBurstRecipient
                   END-IF
               END-READ
           END-PERFORM
           CLOSE BurstAdvisorMajorFile.

       AddBurstEmployerOwners.
           MOVE 0 TO BurstEmployerId
           MOVE 'N' TO EOF-BurstEmployerFile
           OPEN INPUT BurstEmployerFile
           PERFORM UNTIL EOF-BurstEmployerFile = 'Y'
               READ BurstEmployerFile
               AT END
                   MOVE 'Y' TO EOF-BurstEmployerFile
               NOT AT END
                   IF FUNCTION UPPER-CASE(BurstEmployerName) =
                      FUNCTION UPPER-CASE(BurstSectionValue) AND
                      BurstEmployerIdMaster IS NUMERIC
                       MOVE BurstEmployerIdMaster TO BurstEmployerId
                   END-IF
               END-READ
           END-PERFORM
           CLOSE BurstEmployerFile
           IF BurstEmployerId > 0
               MOVE 'N' TO EOF-BurstEmployerUserFile
               OPEN INPUT BurstEmployerUserFile
               PERFORM UNTIL EOF-BurstEmployerUserFile = 'Y'
                   READ BurstEmployerUserFile
                   AT END
                       MOVE 'Y' TO EOF-BurstEmployerUserFile
                   NOT AT END
                       IF BurstEmpUserEmployerId = BurstEmployerId
                           MOVE BurstEmpUserUsername TO BurstCandidateUser
                           PERFORM AddBurstRecipient
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BurstEmployerUserFile
           END-IF.

      *> One entry per recipient and section however many rules name them.
       AddBurstRecipient.
           IF BurstCandidateUser NOT = SPACES
               MOVE 'N' TO BurstRecipientFound
               PERFORM VARYING BurstRecipientIndex FROM 1 BY 1
                   UNTIL BurstRecipientIndex > BurstRecipientCount
                      OR BurstRecipientFound = 'Y'
                   IF BurstRecipientUser(BurstRecipientIndex) =
                      BurstCandidateUser AND
                      BurstRecipientKeyType(BurstRecipientIndex) =
                      BurstSectionType
                       MOVE 'Y' TO BurstRecipientFound
                   END-IF
               END-PERFORM
               IF BurstRecipientFound = 'N' AND BurstRecipientCount < 100
                   ADD 1 TO BurstRecipientCount
                   MOVE BurstCandidateUser
                       TO BurstRecipientUser(BurstRecipientCount)
                   MOVE BurstSectionType
                       TO BurstRecipientKeyType(BurstRecipientCount)
                   MOVE BurstSectionValue
                       TO BurstRecipientKeyValue(BurstRecipientCount)
               END-IF
           END-IF.

       WriteBurstReportLine.
           PERFORM WriteReportLine
           IF BurstActive = 'Y'
               PERFORM VARYING BurstRecipientIndex FROM 1 BY 1
                   UNTIL BurstRecipientIndex > BurstRecipientCount
                   PERFORM FileBurstLine
               END-PERFORM
           END-IF.

      *> The line number carries on where the recipient's entry left off,
      *> so a section printed in more than one place reads as one entry.
       FileBurstLine.
           MOVE 0 TO BurstFiledMatch
           PERFORM VARYING BurstFiledIndex FROM 1 BY 1
               UNTIL BurstFiledIndex > BurstFiledCount OR BurstFiledMatch > 0
               IF BurstFiledUser(BurstFiledIndex) =
                  BurstRecipientUser(BurstRecipientIndex) AND
                  BurstFiledKeyType(BurstFiledIndex) =
                  BurstRecipientKeyType(BurstRecipientIndex) AND
                  BurstFiledKeyValue(BurstFiledIndex) =
                  BurstRecipientKeyValue(BurstRecipientIndex)
                   MOVE BurstFiledIndex TO BurstFiledMatch
               END-IF
           END-PERFORM
           IF BurstFiledMatch = 0 AND BurstFiledCount < 500
               ADD 1 TO BurstFiledCount
               MOVE BurstFiledCount TO BurstFiledMatch
               MOVE BurstRecipientUser(BurstRecipientIndex)
                   TO BurstFiledUser(BurstFiledMatch)
               MOVE BurstRecipientKeyType(BurstRecipientIndex)
                   TO BurstFiledKeyType(BurstFiledMatch)
               MOVE BurstRecipientKeyValue(BurstRecipientIndex)
                   TO BurstFiledKeyValue(BurstFiledMatch)
               MOVE 0 TO BurstFiledLines(BurstFiledMatch)
               IF BurstSectionHeading NOT = SPACES AND
                  BurstRecipientKeyType(BurstRecipientIndex) NOT = "ALL"
                   MOVE BurstSectionHeading TO BurstLineText
                   PERFORM WriteBurstInboxRecord
               END-IF
           END-IF
           IF BurstFiledMatch > 0
               MOVE CurrentMessage TO BurstLineText
               PERFORM WriteBurstInboxRecord
           END-IF.

       WriteBurstInboxRecord.
           ADD 1 TO BurstFiledLines(BurstFiledMatch)
           MOVE SPACES TO ReportInboxRecord
           MOVE BurstFiledUser(BurstFiledMatch) TO InboxRecipient
           MOVE BurstReportName TO InboxReportName
           MOVE BurstRunDate TO InboxRunDate
           MOVE BurstFiledKeyType(BurstFiledMatch) TO InboxSectionType
           MOVE BurstFiledKeyValue(BurstFiledMatch) TO InboxSectionValue
           MOVE BurstFiledLines(BurstFiledMatch) TO InboxLineNumber
           MOVE BurstLineText TO InboxLineText
           WRITE ReportInboxRecord
           ADD 1 TO BurstLinesFiled.

       FinishReportBurst.
           IF BurstActive = 'Y'
               CLOSE ReportInboxFile
               MOVE "report_inbox.dat" TO JournalMasterName
               PERFORM JournalAfterImage
               MOVE 'N' TO BurstActive
           END-IF.

IDENTIFICATION DIVISION.
       PROGRAM-ID. AccessRecert.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL UserDataFile ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Username OF UserRecord.
           SELECT OPTIONAL LoginLogFile ASSIGN TO "login_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AdvisorMajorFile ASSIGN TO "advisor_majors.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EmployerUserFile ASSIGN TO "employer_users.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EmployerFile ASSIGN TO "employers.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RecertItemFile ASSIGN TO "recert_items.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TempRecertItemFile ASSIGN TO "recert_items_temp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AuditFile ASSIGN TO "audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "output/AccessRecertReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BatchControlFile ASSIGN TO "batch_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalFile ASSIGN TO "journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JournalControlFile ASSIGN TO "journal_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD UserDataFile.
       01 UserRecord.
           05 Username PIC X(20).
           05 PasswordDigest PIC X(20).
           05 CreatedDate PIC X(10).
           05 UserRole PIC X(1).
           05 PwdMustChange PIC X(1).
           05 PwdChangedDate PIC X(10).

       FD LoginLogFile.
       01 LoginLogRecord.
           05 LogUsername PIC X(20).
           05 LogEvent PIC X(10).
           05 LogTimestamp PIC X(20).

       FD AdvisorMajorFile.
       01 AdvisorMajorRecord.
           05 AdvisorUsername PIC X(20).
           05 AdvisorMajor PIC X(30).

       FD EmployerUserFile.
       01 EmployerUserRecord.
           05 EmpUserUsername PIC X(20).
           05 EmpUserEmployerId PIC 9(5).

       FD EmployerFile.
       01 EmployerRecord.
           05 EmployerId-Master PIC 9(5).
           05 EmployerName PIC X(50).
           05 EmployerLocation PIC X(50).
           05 EmployerDescription PIC X(200).
           05 EmployerContact PIC X(50).
           05 EmployerParentId PIC 9(5).

       FD RecertItemFile.
       01 RecertItemRecord.
           05 RecertCycle PIC X(6).
           05 RecertUsername PIC X(20).
           05 RecertRole PIC X(1).
           05 RecertLastLogin PIC X(20).
           05 RecertAccessDetail PIC X(60).
           05 RecertOpenedDate PIC X(10).
           05 RecertDeadline PIC X(10).
           05 RecertDecision PIC X(8).
           05 RecertDecidedBy PIC X(20).
           05 RecertDecidedDate PIC X(10).

       FD TempRecertItemFile.
       01 TempRecertItemRecord.
           05 RecertCycle PIC X(6).
           05 RecertUsername PIC X(20).
           05 RecertRole PIC X(1).
           05 RecertLastLogin PIC X(20).
           05 RecertAccessDetail PIC X(60).
           05 RecertOpenedDate PIC X(10).
           05 RecertDeadline PIC X(10).
           05 RecertDecision PIC X(8).
           05 RecertDecidedBy PIC X(20).
           05 RecertDecidedDate PIC X(10).

       FD AuditFile.
       01 AuditRecord.
           05 AuditUsername PIC X(20).
           05 AuditTimestamp PIC X(20).
           05 AuditAction PIC X(20).
           05 AuditDetail PIC X(100).
           05 AuditChainDigest PIC X(20).

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

       WORKING-STORAGE SECTION.
       01 CurrentMessage PIC X(132).
       01 RunDate PIC X(10).
       01 RunTimestamp PIC X(20).
       01 FixedTimestamp PIC X(20).
       01 CurrentDateTime PIC X(21).
       01 EOF-UserData PIC X VALUE 'N'.
       01 EOF-WorkFile PIC X VALUE 'N'.

       01 RecertCycleCode PIC X(6).
       01 RecertQuarter PIC 9 VALUE 0.
       01 RecertMonth PIC 99 VALUE 0.
       01 RecertWindowEnv PIC X(5).
       01 RecertWindowDays PIC 9(3) VALUE 30.
       01 RecertDeadlineDate PIC X(10).
       01 RecertDateNum PIC 9(8) VALUE 0.
       01 CycleAlreadyOpen PIC X VALUE 'N'.

       01 PrivTable.
           05 PrivEntry OCCURS 500 TIMES.
               10 PtUsername PIC X(20).
               10 PtRole PIC X(1).
               10 PtLastLogin PIC X(20).
               10 PtEmployerId PIC 9(5).
               10 PtDetail PIC X(60).
       01 PrivCount PIC 9(3) VALUE 0.
       01 PrivIndex PIC 9(3) VALUE 0.
       01 PrivMatch PIC 9(3) VALUE 0.
       01 PrivLookupName PIC X(20).
       01 DetailWork PIC X(60).

       01 ActiveAdminCount PIC 9(5) VALUE 0.
       01 ItemsOpenedCount PIC 9(6) VALUE 0.
       01 ItemsReadCount PIC 9(6) VALUE 0.
       01 ItemsExpiredCount PIC 9(6) VALUE 0.
       01 LastAdminKeptCount PIC 9(6) VALUE 0.
       01 CyclePendingCount PIC 9(5) VALUE 0.
       01 CycleKeptCount PIC 9(5) VALUE 0.
       01 CycleRevokedCount PIC 9(5) VALUE 0.
       01 CycleExpiredCount PIC 9(5) VALUE 0.
       01 ExpireApplied PIC X VALUE 'N'.
       01 DecisionText PIC X(8).

       01 ChainDigestInput PIC X(200).
       01 ChainDigestValue PIC X(20).
       01 ChainDigestAccum PIC 9(18) COMP VALUE 0.
       01 ChainDigestDigits PIC 9(16) VALUE 0.
       01 ChainDigestIndex PIC 9(3) VALUE 0.
       01 ChainDigestLength PIC 9(3) VALUE 0.
       01 PrevAuditDigest PIC X(20).
       01 EOF-AuditChainScan PIC X VALUE 'N'.
       01 RecertAuditAction PIC X(20).
       01 RecertAuditDetail PIC X(100).

       01 ReportTitle PIC X(60).
       01 ReportRunDate PIC X(10).
       01 ReportPageNumber PIC 9(3) VALUE 0.
       01 ReportLineCount PIC 9(3) VALUE 0.
       01 ReportPageSize PIC 9(3) VALUE 50.
       01 ReportHeaderLine PIC X(132).

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "AccessRecert".
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
           PERFORM DetermineCycle

           OPEN OUTPUT ReportFile
           MOVE "InCollege Privileged Access Recertification" TO ReportTitle
           MOVE RunDate TO ReportRunDate

           PERFORM CheckCycleOpen
           IF CycleAlreadyOpen = 'N'
               PERFORM OpenRecertCycle
           END-IF
           PERFORM CountActiveAdmins
           PERFORM ExpireOverdueItems
           PERFORM PrintCycleStatus
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
               STRING RunDate DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CurrentDateTime(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   CurrentDateTime(11:2) DELIMITED BY SIZE
                   INTO RunTimestamp
           ELSE
               MOVE FixedTimestamp(1:10) TO RunDate
               MOVE FixedTimestamp TO RunTimestamp
           END-IF.

      *> One cycle per calendar quarter, opened by the first run in the
      *> quarter. Reviewers get INCOLLEGE_RECERT_DAYS (default 30) from
      *> the opening day before undecided lines lapse.
       DetermineCycle.
           MOVE FUNCTION NUMVAL(RunDate(6:2)) TO RecertMonth
           COMPUTE RecertQuarter = (RecertMonth - 1) / 3 + 1
           MOVE SPACES TO RecertCycleCode
           STRING RunDate(1:4) DELIMITED BY SIZE
               "Q" DELIMITED BY SIZE
               RecertQuarter DELIMITED BY SIZE
               INTO RecertCycleCode
           MOVE SPACES TO RecertWindowEnv
           ACCEPT RecertWindowEnv FROM ENVIRONMENT "INCOLLEGE_RECERT_DAYS"
           IF FUNCTION TRIM(RecertWindowEnv) NOT = SPACES AND
              FUNCTION TEST-NUMVAL(RecertWindowEnv) = 0
               MOVE FUNCTION NUMVAL(RecertWindowEnv) TO RecertWindowDays
           END-IF
           IF RecertWindowDays = 0
               MOVE 30 TO RecertWindowDays
           END-IF
           MOVE RunDate TO RecertDeadlineDate
           IF RunDate(1:4) IS NUMERIC AND RunDate(6:2) IS NUMERIC AND
              RunDate(9:2) IS NUMERIC
               COMPUTE RecertDateNum =
                   FUNCTION NUMVAL(RunDate(1:4)) * 10000 +
                   FUNCTION NUMVAL(RunDate(6:2)) * 100 +
                   FUNCTION NUMVAL(RunDate(9:2))
               IF FUNCTION TEST-DATE-YYYYMMDD(RecertDateNum) = 0
                   COMPUTE RecertDateNum = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(RecertDateNum)
                       + RecertWindowDays)
                   MOVE SPACES TO RecertDeadlineDate
                   STRING RecertDateNum(1:4) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       RecertDateNum(5:2) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       RecertDateNum(7:2) DELIMITED BY SIZE
                       INTO RecertDeadlineDate
               END-IF
           END-IF.

       CheckCycleOpen.
           MOVE 'N' TO CycleAlreadyOpen
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT RecertItemFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ RecertItemFile INTO RecertItemRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF RecertCycle IN RecertItemRecord = RecertCycleCode
                       MOVE 'Y' TO CycleAlreadyOpen
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RecertItemFile.

      *> Every admin, advisor and employer account gets a line with the
      *> evidence a reviewer needs: when it last signed in and what the
      *> role actually reaches (advised majors, linked employer).
       OpenRecertCycle.
           MOVE 0 TO PrivCount
           MOVE 'N' TO EOF-UserData
           OPEN INPUT UserDataFile
           PERFORM UNTIL EOF-UserData = 'Y'
               READ UserDataFile NEXT INTO UserRecord
               AT END
                   MOVE 'Y' TO EOF-UserData
               NOT AT END
                   IF (UserRole IN UserRecord = 'A' OR
                       UserRole IN UserRecord = 'V' OR
                       UserRole IN UserRecord = 'D' OR
                       UserRole IN UserRecord = 'E') AND
                      PrivCount < 500
                       ADD 1 TO PrivCount
                       MOVE SPACES TO PrivEntry(PrivCount)
                       MOVE 0 TO PtEmployerId(PrivCount)
                       MOVE Username IN UserRecord TO PtUsername(PrivCount)
                       MOVE UserRole IN UserRecord TO PtRole(PrivCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE UserDataFile

           PERFORM ScanLastLogins
           PERFORM ScanAdvisorMajors
           PERFORM ScanEmployerLinks

           MOVE "recert_items.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           OPEN EXTEND RecertItemFile
           PERFORM VARYING PrivIndex FROM 1 BY 1
               UNTIL PrivIndex > PrivCount
               MOVE SPACES TO RecertItemRecord
               MOVE RecertCycleCode TO RecertCycle IN RecertItemRecord
               MOVE PtUsername(PrivIndex)
                   TO RecertUsername IN RecertItemRecord
               MOVE PtRole(PrivIndex) TO RecertRole IN RecertItemRecord
               IF PtLastLogin(PrivIndex) = SPACES
                   MOVE "Never" TO RecertLastLogin IN RecertItemRecord
               ELSE
                   MOVE PtLastLogin(PrivIndex)
                       TO RecertLastLogin IN RecertItemRecord
               END-IF
               IF PtRole(PrivIndex) = 'A'
                   MOVE "Operations console" TO PtDetail(PrivIndex)
               END-IF
               IF PtRole(PrivIndex) = 'D'
                   MOVE "Confidential accommodation records" TO PtDetail(PrivIndex)
               END-IF
               IF PtRole(PrivIndex) = 'V' AND PtDetail(PrivIndex) = SPACES
                   MOVE "Majors: none assigned" TO PtDetail(PrivIndex)
               END-IF
               IF PtRole(PrivIndex) = 'E' AND PtDetail(PrivIndex) = SPACES
                   MOVE "Employer: not linked" TO PtDetail(PrivIndex)
               END-IF
               MOVE PtDetail(PrivIndex)
                   TO RecertAccessDetail IN RecertItemRecord
               MOVE RunDate TO RecertOpenedDate IN RecertItemRecord
               MOVE RecertDeadlineDate TO RecertDeadline IN RecertItemRecord
               WRITE RecertItemRecord
               ADD 1 TO ItemsOpenedCount
           END-PERFORM
           CLOSE RecertItemFile
           MOVE "recert_items.dat" TO JournalMasterName
           PERFORM JournalAfterImage

           MOVE SPACES TO CurrentMessage
           STRING "Cycle " DELIMITED BY SIZE
               RecertCycleCode DELIMITED BY SIZE
               " opened: " DELIMITED BY SIZE
               ItemsOpenedCount DELIMITED BY SIZE
               " privileged account(s) to review by " DELIMITED BY SIZE
               RecertDeadlineDate DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           PERFORM WriteReportLine.

       FindPrivEntry.
           MOVE 0 TO PrivMatch
           PERFORM VARYING PrivIndex FROM 1 BY 1
               UNTIL PrivIndex > PrivCount OR PrivMatch > 0
               IF PtUsername(PrivIndex) = PrivLookupName
                   MOVE PrivIndex TO PrivMatch
               END-IF
           END-PERFORM.

       ScanLastLogins.
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT LoginLogFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ LoginLogFile INTO LoginLogRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF FUNCTION TRIM(LogEvent IN LoginLogRecord) = "LOGIN"
                       MOVE LogUsername IN LoginLogRecord TO PrivLookupName
                       PERFORM FindPrivEntry
                       IF PrivMatch > 0
                           IF LogTimestamp IN LoginLogRecord >
                              PtLastLogin(PrivMatch)
                               MOVE LogTimestamp IN LoginLogRecord
                                   TO PtLastLogin(PrivMatch)
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LoginLogFile.

       ScanAdvisorMajors.
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT AdvisorMajorFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ AdvisorMajorFile INTO AdvisorMajorRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   MOVE AdvisorUsername IN AdvisorMajorRecord
                       TO PrivLookupName
                   PERFORM FindPrivEntry
                   IF PrivMatch > 0
                       MOVE SPACES TO DetailWork
                       IF PtDetail(PrivMatch) = SPACES
                           STRING "Majors: " DELIMITED BY SIZE
                               FUNCTION TRIM(AdvisorMajor
                                   IN AdvisorMajorRecord)
                               DELIMITED BY SIZE
                               INTO DetailWork
                       ELSE
                           STRING FUNCTION TRIM(PtDetail(PrivMatch))
                               DELIMITED BY SIZE
                               ", " DELIMITED BY SIZE
                               FUNCTION TRIM(AdvisorMajor
                                   IN AdvisorMajorRecord)
                               DELIMITED BY SIZE
                               INTO DetailWork
                       END-IF
                       MOVE DetailWork TO PtDetail(PrivMatch)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE AdvisorMajorFile.

       ScanEmployerLinks.
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT EmployerUserFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ EmployerUserFile INTO EmployerUserRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   MOVE EmpUserUsername IN EmployerUserRecord
                       TO PrivLookupName
                   PERFORM FindPrivEntry
                   IF PrivMatch > 0 AND
                      EmpUserEmployerId IN EmployerUserRecord IS NUMERIC
                       MOVE EmpUserEmployerId IN EmployerUserRecord
                           TO PtEmployerId(PrivMatch)
                       MOVE SPACES TO PtDetail(PrivMatch)
                       STRING "Employer " DELIMITED BY SIZE
                           PtEmployerId(PrivMatch) DELIMITED BY SIZE
                           INTO PtDetail(PrivMatch)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerUserFile

           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT EmployerFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ EmployerFile INTO EmployerRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF EmployerId-Master IN EmployerRecord IS NUMERIC AND
                      EmployerId-Master IN EmployerRecord > 0
                       PERFORM VARYING PrivIndex FROM 1 BY 1
                           UNTIL PrivIndex > PrivCount
                           IF PtEmployerId(PrivIndex) =
                              EmployerId-Master IN EmployerRecord
                               MOVE SPACES TO PtDetail(PrivIndex)
                               STRING "Employer " DELIMITED BY SIZE
                                   PtEmployerId(PrivIndex) DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   FUNCTION TRIM(EmployerName
                                       IN EmployerRecord)
                                   DELIMITED BY SIZE
                                   INTO PtDetail(PrivIndex)
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EmployerFile.

       CountActiveAdmins.
           MOVE 0 TO ActiveAdminCount
           MOVE 'N' TO EOF-UserData
           OPEN INPUT UserDataFile
           PERFORM UNTIL EOF-UserData = 'Y'
               READ UserDataFile NEXT INTO UserRecord
               AT END
                   MOVE 'Y' TO EOF-UserData
               NOT AT END
                   IF UserRole IN UserRecord = 'A'
                       ADD 1 TO ActiveAdminCount
                   END-IF
               END-READ
           END-PERFORM
           CLOSE UserDataFile.

      *> Lines nobody decided by the deadline revoke themselves. The last
      *> remaining admin is never demoted this way: with no admin left the
      *> console would hand admin rights to whoever signs on first.
       ExpireOverdueItems.
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT RecertItemFile
           OPEN OUTPUT TempRecertItemFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ RecertItemFile INTO RecertItemRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO ItemsReadCount
                   IF RecertDecision IN RecertItemRecord = SPACES AND
                      RecertDeadline IN RecertItemRecord < RunDate
                       PERFORM ExpireOneItem
                   END-IF
                   WRITE TempRecertItemRecord FROM RecertItemRecord
               END-READ
           END-PERFORM
           CLOSE RecertItemFile
           CLOSE TempRecertItemFile

           MOVE "recert_items.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "recert_items.dat"
           CALL "CBL_RENAME_FILE" USING "recert_items_temp.dat"
               "recert_items.dat"
           PERFORM JournalAfterImage.

       ExpireOneItem.
           MOVE 'N' TO ExpireApplied
           IF RecertRole IN RecertItemRecord = 'A' AND
              ActiveAdminCount <= 1
               ADD 1 TO LastAdminKeptCount
               MOVE SPACES TO CurrentMessage
               STRING "Overdue but NOT revoked (last admin): "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(RecertUsername IN RecertItemRecord)
                   DELIMITED BY SIZE
                   " - certify or replace this account" DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteReportLine
           ELSE
               MOVE "users.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN I-O UserDataFile
               MOVE RecertUsername IN RecertItemRecord
                   TO Username IN UserRecord
               READ UserDataFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF UserRole IN UserRecord =
                      RecertRole IN RecertItemRecord
                       MOVE 'S' TO UserRole IN UserRecord
                       REWRITE UserRecord
                       MOVE 'Y' TO ExpireApplied
                   END-IF
               END-READ
               CLOSE UserDataFile
               MOVE "users.dat" TO JournalMasterName
               PERFORM JournalAfterImage
               IF ExpireApplied = 'Y' AND
                  RecertRole IN RecertItemRecord = 'A'
                   SUBTRACT 1 FROM ActiveAdminCount
               END-IF

               MOVE "EXPIRED" TO RecertDecision IN RecertItemRecord
               MOVE "SYSTEM" TO RecertDecidedBy IN RecertItemRecord
               MOVE RunDate TO RecertDecidedDate IN RecertItemRecord
               ADD 1 TO ItemsExpiredCount

               MOVE SPACES TO CurrentMessage
               IF ExpireApplied = 'Y'
                   STRING "Uncertified by deadline, role revoked: "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(RecertUsername IN RecertItemRecord)
                       DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       RecertRole IN RecertItemRecord DELIMITED BY SIZE
                       " -> S)" DELIMITED BY SIZE
                       INTO CurrentMessage
                   MOVE "RECERT_EXPIRE" TO RecertAuditAction
                   MOVE SPACES TO RecertAuditDetail
                   STRING FUNCTION TRIM(RecertUsername IN RecertItemRecord)
                       DELIMITED BY SIZE
                       " role " DELIMITED BY SIZE
                       RecertRole IN RecertItemRecord DELIMITED BY SIZE
                       " lapsed, cycle " DELIMITED BY SIZE
                       RecertCycle IN RecertItemRecord DELIMITED BY SIZE
                       INTO RecertAuditDetail
                   PERFORM WriteRecertAudit
               ELSE
                   STRING "Uncertified by deadline, role already gone: "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(RecertUsername IN RecertItemRecord)
                       DELIMITED BY SIZE
                       INTO CurrentMessage
               END-IF
               PERFORM WriteReportLine
           END-IF.

       WriteRecertAudit.
           PERFORM GetLastAuditDigest
           OPEN EXTEND AuditFile
           MOVE "OPERATOR" TO AuditUsername
           MOVE RunTimestamp TO AuditTimestamp
           MOVE RecertAuditAction TO AuditAction
           MOVE RecertAuditDetail TO AuditDetail
           MOVE SPACES TO ChainDigestInput
           STRING PrevAuditDigest DELIMITED BY SIZE
               AuditUsername IN AuditRecord DELIMITED BY SIZE
               AuditTimestamp IN AuditRecord DELIMITED BY SIZE
               AuditAction IN AuditRecord DELIMITED BY SIZE
               AuditDetail IN AuditRecord DELIMITED BY SIZE
               INTO ChainDigestInput
           PERFORM ComputeChainDigest
           MOVE ChainDigestValue TO AuditChainDigest IN AuditRecord
           WRITE AuditRecord
           CLOSE AuditFile.

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

      *> The evidence listing internal audit asks for: every line of the
      *> current cycle with its outcome and who decided it.
       PrintCycleStatus.
           MOVE SPACES TO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Cycle " DELIMITED BY SIZE
               RecertCycleCode DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Username            R Last login       "
               DELIMITED BY SIZE
               "Deadline   Decision By                   Access"
               DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine

           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT RecertItemFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ RecertItemFile INTO RecertItemRecord
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   IF RecertCycle IN RecertItemRecord = RecertCycleCode
                       PERFORM PrintCycleLine
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RecertItemFile

           MOVE SPACES TO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Pending: " DELIMITED BY SIZE
               CyclePendingCount DELIMITED BY SIZE
               "  kept: " DELIMITED BY SIZE
               CycleKeptCount DELIMITED BY SIZE
               "  revoked: " DELIMITED BY SIZE
               CycleRevokedCount DELIMITED BY SIZE
               "  expired: " DELIMITED BY SIZE
               CycleExpiredCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           IF LastAdminKeptCount > 0
               MOVE SPACES TO CurrentMessage
               STRING "Overdue admin line(s) left in place as last admin: "
                   DELIMITED BY SIZE
                   LastAdminKeptCount DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteReportLine
           END-IF.

       PrintCycleLine.
           EVALUATE FUNCTION TRIM(RecertDecision IN RecertItemRecord)
               WHEN "KEEP"
                   ADD 1 TO CycleKeptCount
                   MOVE "KEEP" TO DecisionText
               WHEN "REVOKE"
                   ADD 1 TO CycleRevokedCount
                   MOVE "REVOKE" TO DecisionText
               WHEN "EXPIRED"
                   ADD 1 TO CycleExpiredCount
                   MOVE "EXPIRED" TO DecisionText
               WHEN OTHER
                   ADD 1 TO CyclePendingCount
                   MOVE "PENDING" TO DecisionText
           END-EVALUATE
           MOVE SPACES TO CurrentMessage
           STRING RecertUsername IN RecertItemRecord DELIMITED BY SIZE
               RecertRole IN RecertItemRecord DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RecertLastLogin IN RecertItemRecord(1:16) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RecertDeadline IN RecertItemRecord DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DecisionText DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RecertDecidedBy IN RecertItemRecord DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RecertAccessDetail IN RecertItemRecord(1:40)
               DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine.

       COPY "ReportFormat.cob".

       COPY "ChainDigest.cob".

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "ACCESSRECERT" TO ControlStep
           MOVE "recert_items.dat" TO ControlFileName
           MOVE ItemsReadCount TO ControlReadCount
           MOVE ItemsReadCount TO ControlWrittenCount
           MOVE ItemsExpiredCount TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "Journal.cob".

IDENTIFICATION DIVISION.
       PROGRAM-ID. IdCounterCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL UserDataFile ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS Username OF UserRecord.
           SELECT OPTIONAL JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JobId OF JobRecord
               ALTERNATE RECORD KEY IS JobUsername OF JobRecord
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EmployerId OF JobRecord
                   WITH DUPLICATES.
           SELECT OPTIONAL CounterFile ASSIGN TO CounterFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ScanFile ASSIGN TO ScanFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AuditFile ASSIGN TO "audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO ReportFileName
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

       FD CounterFile.
       01 CounterRecord PIC X(5).

       FD ScanFile.
       01 ScanRecord PIC X(1100).

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
       01 EOF-WorkFile PIC X VALUE 'N'.
       01 EOF-UserData PIC X VALUE 'N'.

      *> Each sequence counter, the file its IDs end up in, where the ID
      *> sits in that file's record, and the name INCOLLEGE_COUNTER_REPAIR
      *> takes. Anonymized accounts are numbered into their usernames
      *> (ANONnnnnn), so that counter is checked against users.dat.
       01 CounterCatalogList.
           05 FILLER PIC X(27) VALUE "job_counter.dat".
           05 FILLER PIC X(25) VALUE "jobs.dat".
           05 FILLER PIC 9(4) VALUE 444.
           05 FILLER PIC 9(1) VALUE 5.
           05 FILLER PIC X(14) VALUE "JOB".
           05 FILLER PIC X(27) VALUE "employer_counter.dat".
           05 FILLER PIC X(25) VALUE "employers.dat".
           05 FILLER PIC 9(4) VALUE 1.
           05 FILLER PIC 9(1) VALUE 5.
           05 FILLER PIC X(14) VALUE "EMPLOYER".
           05 FILLER PIC X(27) VALUE "event_counter.dat".
           05 FILLER PIC X(25) VALUE "events.dat".
           05 FILLER PIC 9(4) VALUE 1.
           05 FILLER PIC 9(1) VALUE 5.
           05 FILLER PIC X(14) VALUE "EVENT".
           05 FILLER PIC X(27) VALUE "fair_counter.dat".
           05 FILLER PIC X(25) VALUE "career_fairs.dat".
           05 FILLER PIC 9(4) VALUE 1.
           05 FILLER PIC 9(1) VALUE 3.
           05 FILLER PIC X(14) VALUE "FAIR".
           05 FILLER PIC X(27) VALUE "report_counter.dat".
           05 FILLER PIC X(25) VALUE "reports.dat".
           05 FILLER PIC 9(4) VALUE 1.
           05 FILLER PIC 9(1) VALUE 5.
           05 FILLER PIC X(14) VALUE "REPORT".
           05 FILLER PIC X(27) VALUE "survey_counter.dat".
           05 FILLER PIC X(25) VALUE "surveys.dat".
           05 FILLER PIC 9(4) VALUE 1.
           05 FILLER PIC 9(1) VALUE 5.
           05 FILLER PIC X(14) VALUE "SURVEY".
           05 FILLER PIC X(27) VALUE "announcement_counter.dat".
           05 FILLER PIC X(25) VALUE "announcements.dat".
           05 FILLER PIC 9(4) VALUE 1.
           05 FILLER PIC 9(1) VALUE 5.
           05 FILLER PIC X(14) VALUE "ANNOUNCEMENT".
           05 FILLER PIC X(27) VALUE "anon_counter.dat".
           05 FILLER PIC X(25) VALUE "users.dat".
           05 FILLER PIC 9(4) VALUE 5.
           05 FILLER PIC 9(1) VALUE 5.
           05 FILLER PIC X(14) VALUE "ANON".
           05 FILLER PIC X(27) VALUE "pending_action_counter.dat".
           05 FILLER PIC X(25) VALUE "pending_actions.dat".
           05 FILLER PIC 9(4) VALUE 1.
           05 FILLER PIC 9(1) VALUE 5.
           05 FILLER PIC X(14) VALUE "PENDING_ACTION".
           05 FILLER PIC X(27) VALUE "report_request_counter.dat".
           05 FILLER PIC X(25) VALUE "report_requests.dat".
           05 FILLER PIC 9(4) VALUE 1.
           05 FILLER PIC 9(1) VALUE 5.
           05 FILLER PIC X(14) VALUE "REPORT_REQUEST".
       01 CounterCatalogTable REDEFINES CounterCatalogList.
           05 CounterCatalogEntry OCCURS 10 TIMES.
               10 CatalogCounterFile PIC X(27).
               10 CatalogDataFile PIC X(25).
               10 CatalogIdStart PIC 9(4).
               10 CatalogIdLength PIC 9(1).
               10 CatalogRepairName PIC X(14).
       01 CatalogIndex PIC 9(2) VALUE 0.

       01 CounterFileName PIC X(27).
       01 ScanFileName PIC X(25).
       01 ReportFileName PIC X(40) VALUE "output/IdCounterCheck.txt".
       01 CounterPresent PIC X VALUE 'N'.
       01 CounterValue PIC 9(5) VALUE 0.
       01 HighestUsedId PIC 9(5) VALUE 0.
       01 IdWork PIC X(5).
       01 IdWorkNumber REDEFINES IdWork PIC 9(5).
       01 IdWorkStart PIC 9(1) VALUE 0.
       01 CounterStatus PIC X(10).

      *> One byte per possible ID: space unseen, 'Y' seen once, 'D' seen
      *> again and already listed in DuplicateTable.
       01 IdSeenTable.
           05 IdSeenByte PIC X OCCURS 99999 TIMES.
       01 DuplicateTable.
           05 DuplicateEntry OCCURS 200 TIMES.
               10 DuplicateId PIC 9(5).
               10 DuplicateUses PIC 9(5).
       01 DuplicateCount PIC 9(3) VALUE 0.
       01 DuplicateIndex PIC 9(3) VALUE 0.
       01 DuplicateOverflow PIC X VALUE 'N'.

       01 CountersCheckedCount PIC 9(2) VALUE 0.
       01 CountersBehindCount PIC 9(2) VALUE 0.
       01 CountersRepairedCount PIC 9(2) VALUE 0.
       01 DuplicateIdTotal PIC 9(5) VALUE 0.
       01 RecordsScannedCount PIC 9(6) VALUE 0.

       01 PreviewRun PIC X VALUE 'N'.
       01 PreviewSwitch PIC X(10).
       01 RepairEnv PIC X(20).
       01 RepairTarget PIC X(14).
       01 RepairRequested PIC X VALUE 'N'.
       01 RepairNameKnown PIC X VALUE 'N'.

       01 ChainDigestInput PIC X(200).
       01 ChainDigestValue PIC X(20).
       01 ChainDigestAccum PIC 9(18) COMP VALUE 0.
       01 ChainDigestDigits PIC 9(16) VALUE 0.
       01 ChainDigestIndex PIC 9(3) VALUE 0.
       01 ChainDigestLength PIC 9(3) VALUE 0.
       01 PrevAuditDigest PIC X(20).
       01 EOF-AuditChainScan PIC X VALUE 'N'.

       01 ReportTitle PIC X(60).
       01 ReportRunDate PIC X(10).
       01 ReportPageNumber PIC 9(3) VALUE 0.
       01 ReportLineCount PIC 9(3) VALUE 0.
       01 ReportPageSize PIC 9(3) VALUE 50.
       01 ReportHeaderLine PIC X(132).

       01 JournalMasterName PIC X(27).
       01 JournalProgramName PIC X(24) VALUE "IdCounterCheck".
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
           PERFORM DeterminePreviewRun
           PERFORM DetermineRepairTarget

           OPEN OUTPUT ReportFile
           MOVE "InCollege ID Counter Check" TO ReportTitle
           IF PreviewRun = 'Y'
               MOVE "InCollege ID Counter Check PREVIEW" TO ReportTitle
           END-IF
           MOVE RunDate TO ReportRunDate
           IF PreviewRun = 'Y' AND RepairRequested = 'Y'
               MOVE "No counter is changed by a preview run." TO CurrentMessage
               PERFORM WriteReportLine
           END-IF
           IF RepairEnv NOT = SPACES AND RepairNameKnown = 'N'
               MOVE SPACES TO CurrentMessage
               STRING "INCOLLEGE_COUNTER_REPAIR=" DELIMITED BY SIZE
                   FUNCTION TRIM(RepairEnv) DELIMITED BY SIZE
                   " is not a counter name; nothing repaired." DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteReportLine
           END-IF
           MOVE SPACES TO CurrentMessage
           STRING "Counter file                Data file                 "
               DELIMITED BY SIZE
               "Counter  Highest  Status" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine

           PERFORM VARYING CatalogIndex FROM 1 BY 1 UNTIL CatalogIndex > 10
               PERFORM CheckOneCounter
           END-PERFORM

           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine
           MOVE SPACES TO CurrentMessage
           STRING "Counters checked: " DELIMITED BY SIZE
               CountersCheckedCount DELIMITED BY SIZE
               "  behind: " DELIMITED BY SIZE
               CountersBehindCount DELIMITED BY SIZE
               "  repaired: " DELIMITED BY SIZE
               CountersRepairedCount DELIMITED BY SIZE
               "  duplicate IDs: " DELIMITED BY SIZE
               DuplicateIdTotal DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           IF CountersBehindCount > CountersRepairedCount
               MOVE "A counter behind its data would hand out an ID already in use; the nightly stream stops here."
                   TO CurrentMessage
               PERFORM WriteReportLine
               MOVE "Repair with INCOLLEGE_COUNTER_REPAIR=<counter> (or ALL), then restart the scheduler."
                   TO CurrentMessage
               PERFORM WriteReportLine
           END-IF
           PERFORM FinishReport
           CLOSE ReportFile

           IF PreviewRun = 'N'
               PERFORM WriteBatchControlRecord
           END-IF
           IF CountersBehindCount > CountersRepairedCount
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
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

       DeterminePreviewRun.
           MOVE 'N' TO PreviewRun
           MOVE SPACES TO PreviewSwitch
           ACCEPT PreviewSwitch FROM ENVIRONMENT "INCOLLEGE_PREVIEW"
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(PreviewSwitch)) = "Y"
               MOVE 'Y' TO PreviewRun
               MOVE "output/IdCounterCheckPreview.txt" TO ReportFileName
           END-IF.

      *> The repair is only ever asked for by name (or ALL) and only moves
      *> a counter that this same run found behind, up to the highest ID
      *> in use; a counter is never set back.
       DetermineRepairTarget.
           MOVE 'N' TO RepairRequested
           MOVE 'N' TO RepairNameKnown
           MOVE SPACES TO RepairEnv
           ACCEPT RepairEnv FROM ENVIRONMENT "INCOLLEGE_COUNTER_REPAIR"
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RepairEnv)) TO RepairTarget
           IF RepairTarget NOT = SPACES
               IF RepairTarget = "ALL"
                   MOVE 'Y' TO RepairNameKnown
               END-IF
               PERFORM VARYING CatalogIndex FROM 1 BY 1
                   UNTIL CatalogIndex > 10
                   IF CatalogRepairName(CatalogIndex) = RepairTarget
                       MOVE 'Y' TO RepairNameKnown
                   END-IF
               END-PERFORM
               IF RepairNameKnown = 'Y'
                   MOVE 'Y' TO RepairRequested
               END-IF
           END-IF.

       CheckOneCounter.
           ADD 1 TO CountersCheckedCount
           PERFORM ReadCounterValue
           MOVE SPACES TO IdSeenTable
           MOVE 0 TO DuplicateCount
           MOVE 'N' TO DuplicateOverflow
           MOVE 0 TO HighestUsedId
           IF CatalogDataFile(CatalogIndex) = "users.dat"
               PERFORM ScanAnonUsernames
           ELSE IF CatalogDataFile(CatalogIndex) = "jobs.dat"
               PERFORM ScanJobIds
           ELSE
               PERFORM ScanCounterDataFile
           END-IF
           END-IF

           IF CounterValue < HighestUsedId
               ADD 1 TO CountersBehindCount
               MOVE "BEHIND" TO CounterStatus
           ELSE
               MOVE "OK" TO CounterStatus
           END-IF
           PERFORM PrintCounterLine
           PERFORM PrintDuplicateLines

           IF CounterValue < HighestUsedId AND RepairRequested = 'Y' AND
              (RepairTarget = "ALL" OR
               RepairTarget = CatalogRepairName(CatalogIndex))
               PERFORM RepairCounter
           END-IF.

       ReadCounterValue.
           MOVE CatalogCounterFile(CatalogIndex) TO CounterFileName
           MOVE 'N' TO CounterPresent
           MOVE 0 TO CounterValue
           OPEN INPUT CounterFile
           READ CounterFile
           AT END
               CONTINUE
           NOT AT END
               PERFORM TakeCounterRecordId
               IF IdWork IS NUMERIC
                   MOVE 'Y' TO CounterPresent
                   MOVE IdWorkNumber TO CounterValue
               END-IF
           END-READ
           CLOSE CounterFile.

       TakeCounterRecordId.
           MOVE ZEROES TO IdWork
           COMPUTE IdWorkStart = 6 - CatalogIdLength(CatalogIndex)
           MOVE CounterRecord(1:CatalogIdLength(CatalogIndex))
               TO IdWork(IdWorkStart:CatalogIdLength(CatalogIndex)).

       ScanCounterDataFile.
           MOVE CatalogDataFile(CatalogIndex) TO ScanFileName
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT ScanFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ ScanFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO RecordsScannedCount
                   MOVE ZEROES TO IdWork
                   COMPUTE IdWorkStart = 6 - CatalogIdLength(CatalogIndex)
                   MOVE ScanRecord(CatalogIdStart(CatalogIndex):
                       CatalogIdLength(CatalogIndex))
                       TO IdWork(IdWorkStart:CatalogIdLength(CatalogIndex))
                   PERFORM NoteUsedId
               END-READ
           END-PERFORM
           CLOSE ScanFile.

       ScanAnonUsernames.
           MOVE 'N' TO EOF-UserData
           OPEN INPUT UserDataFile
           PERFORM UNTIL EOF-UserData = 'Y'
               READ UserDataFile
               AT END
                   MOVE 'Y' TO EOF-UserData
               NOT AT END
                   ADD 1 TO RecordsScannedCount
                   IF Username IN UserRecord(1:4) = "ANON" AND
                      Username IN UserRecord(10:11) = SPACES
                       MOVE Username IN UserRecord(5:5) TO IdWork
                       PERFORM NoteUsedId
                   END-IF
               END-READ
           END-PERFORM
           CLOSE UserDataFile.

       ScanJobIds.
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT JobFile
           PERFORM UNTIL EOF-WorkFile = 'Y'
               READ JobFile
               AT END
                   MOVE 'Y' TO EOF-WorkFile
               NOT AT END
                   ADD 1 TO RecordsScannedCount
                   MOVE JobId IN JobRecord TO IdWork
                   PERFORM NoteUsedId
               END-READ
           END-PERFORM
           CLOSE JobFile.

      *> Records still waiting for an ID (blank or zero) are not counted.
       NoteUsedId.
           IF IdWork IS NUMERIC AND IdWorkNumber > 0
               IF IdWorkNumber > HighestUsedId
                   MOVE IdWorkNumber TO HighestUsedId
               END-IF
               EVALUATE IdSeenByte(IdWorkNumber)
                   WHEN SPACE
                       MOVE 'Y' TO IdSeenByte(IdWorkNumber)
                   WHEN 'Y'
                       MOVE 'D' TO IdSeenByte(IdWorkNumber)
                       ADD 1 TO DuplicateIdTotal
                       IF DuplicateCount < 200
                           ADD 1 TO DuplicateCount
                           MOVE IdWorkNumber TO DuplicateId(DuplicateCount)
                           MOVE 2 TO DuplicateUses(DuplicateCount)
                       ELSE
                           MOVE 'Y' TO DuplicateOverflow
                       END-IF
                   WHEN OTHER
                       PERFORM VARYING DuplicateIndex FROM 1 BY 1
                           UNTIL DuplicateIndex > DuplicateCount
                           IF DuplicateId(DuplicateIndex) = IdWorkNumber
                               ADD 1 TO DuplicateUses(DuplicateIndex)
                           END-IF
                       END-PERFORM
               END-EVALUATE
           END-IF.

       PrintCounterLine.
           MOVE SPACES TO CurrentMessage
           IF CounterPresent = 'Y'
               STRING CatalogCounterFile(CatalogIndex) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CatalogDataFile(CatalogIndex) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CounterValue DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   HighestUsedId DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   CounterStatus DELIMITED BY SIZE
                   INTO CurrentMessage
           ELSE
               STRING CatalogCounterFile(CatalogIndex) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CatalogDataFile(CatalogIndex) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   "(none)" DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   HighestUsedId DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   CounterStatus DELIMITED BY SIZE
                   INTO CurrentMessage
           END-IF
           PERFORM WriteReportLine.

       PrintDuplicateLines.
           PERFORM VARYING DuplicateIndex FROM 1 BY 1
               UNTIL DuplicateIndex > DuplicateCount
               MOVE SPACES TO CurrentMessage
               STRING "    Duplicate ID " DELIMITED BY SIZE
                   DuplicateId(DuplicateIndex) DELIMITED BY SIZE
                   " used by " DELIMITED BY SIZE
                   DuplicateUses(DuplicateIndex) DELIMITED BY SIZE
                   " records in " DELIMITED BY SIZE
                   FUNCTION TRIM(CatalogDataFile(CatalogIndex))
                   DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteReportLine
           END-PERFORM
           IF DuplicateOverflow = 'Y'
               MOVE "    More duplicate IDs than can be listed; see the data file."
                   TO CurrentMessage
               PERFORM WriteReportLine
           END-IF.

       RepairCounter.
           MOVE SPACES TO CurrentMessage
           IF PreviewRun = 'Y'
               STRING "    Would advance " DELIMITED BY SIZE
                   FUNCTION TRIM(CatalogCounterFile(CatalogIndex))
                   DELIMITED BY SIZE
                   " from " DELIMITED BY SIZE
                   CounterValue DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   HighestUsedId DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteReportLine
           ELSE
               MOVE CatalogCounterFile(CatalogIndex) TO CounterFileName
               MOVE HighestUsedId TO IdWorkNumber
               COMPUTE IdWorkStart = 6 - CatalogIdLength(CatalogIndex)
               MOVE CatalogCounterFile(CatalogIndex) TO JournalMasterName
               PERFORM JournalBeforeImage
               OPEN OUTPUT CounterFile
               MOVE SPACES TO CounterRecord
               MOVE IdWork(IdWorkStart:CatalogIdLength(CatalogIndex))
                   TO CounterRecord(1:CatalogIdLength(CatalogIndex))
               WRITE CounterRecord
               CLOSE CounterFile
               MOVE CatalogCounterFile(CatalogIndex) TO JournalMasterName
               PERFORM JournalAfterImage
               ADD 1 TO CountersRepairedCount
               PERFORM WriteRepairAudit
               STRING "    Advanced " DELIMITED BY SIZE
                   FUNCTION TRIM(CatalogCounterFile(CatalogIndex))
                   DELIMITED BY SIZE
                   " from " DELIMITED BY SIZE
                   CounterValue DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   HighestUsedId DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM WriteReportLine
           END-IF.

       WriteRepairAudit.
           PERFORM GetLastAuditDigest
           OPEN EXTEND AuditFile
           MOVE "OPERATOR" TO AuditUsername
           MOVE RunTimestamp TO AuditTimestamp
           MOVE "COUNTER_REPAIR" TO AuditAction
           MOVE SPACES TO AuditDetail
           STRING FUNCTION TRIM(CatalogCounterFile(CatalogIndex))
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CounterValue DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               HighestUsedId DELIMITED BY SIZE
               INTO AuditDetail
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

       COPY "ReportFormat.cob".

       COPY "ChainDigest.cob".

       WriteBatchControlRecord.
           OPEN EXTEND BatchControlFile
           MOVE SPACES TO BatchControlRecord
           MOVE RunDate TO ControlRunDate
           MOVE "IDCOUNTERCHECK" TO ControlStep
           MOVE "id counters" TO ControlFileName
           MOVE RecordsScannedCount TO ControlReadCount
           MOVE CountersRepairedCount TO ControlWrittenCount
           MOVE CountersBehindCount TO ControlRejectCount
           WRITE BatchControlRecord
           CLOSE BatchControlFile.

       COPY "Journal.cob".

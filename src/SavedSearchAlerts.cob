           SELECT OPTIONAL SavedSearchFile ASSIGN TO "saved_searches.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JobFile ASSIGN TO "jobs.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JobId OF JobRecord
               ALTERNATE RECORD KEY IS JobUsername OF JobRecord
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EmployerId OF JobRecord
                   WITH DUPLICATES.
           SELECT OPTIONAL AlertRunFile ASSIGN TO "search_alert_run.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReportFile ASSIGN TO "output/SearchAlerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WorkAuthFile ASSIGN TO "work_authorizations.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LocationMasterFile ASSIGN TO "locations.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RefAliasFile ASSIGN TO "ref_aliases.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 SearchLocation PIC X(50).
           05 SearchCategory PIC X(10).
           05 SearchMinSalary PIC 9(6).
           05 SearchWorkType PIC X(1).

       FD JobFile.
       01 JobRecord.
           05 JobOriginCampus PIC X(8).
           05 JobScreenFlags PIC X(60).
           05 JobOriginJobId PIC 9(5).
           05 JobWorkAuth PIC X(4).
           05 JobWorkType PIC X(1).

       FD AlertRunFile.
       01 AlertRunRecord.
       FD ReportFile.
       01 ReportRecord PIC X(200).

       FD WorkAuthFile.
       01 WorkAuthRecord.
           05 WorkAuthUsername PIC X(20).
           05 WorkAuthStatus PIC X(4).
           05 WorkAuthDate PIC X(10).

       FD LocationMasterFile.
       01 LocationMasterRecord.
           05 MasterLocationName PIC X(30).
           05 MasterLocationCity PIC X(30).
           05 MasterLocationRegion PIC X(30).
           05 MasterLocationCountry PIC X(20).
           05 MasterLocationArea PIC X(20).

       FD RefAliasFile.
       01 RefAliasRecord.
           05 AliasType PIC X(1).
           05 AliasValue PIC X(30).
           05 CanonicalValue PIC X(30).

       WORKING-STORAGE SECTION.
       01 CurrentMessage PIC X(200).
       01 EOF-SearchFile PIC X VALUE 'N'.
       01 SubHaystackLen PIC 9(3) VALUE 0.
       01 SubNeedleLen PIC 9(3) VALUE 0.
       01 SubIdx PIC 9(3) VALUE 0.
       01 WorkAuthTargetUsername PIC X(20).
       01 WorkAuthStudentStatus PIC X(4).
       01 WorkAuthJobRequirement PIC X(4).
       01 WorkAuthEligible PIC X VALUE 'Y'.
       01 WorkAuthLabel PIC X(30).
       01 EOF-WorkAuthFile PIC X VALUE 'N'.
       01 EOF-LocationFile PIC X VALUE 'N'.
       01 LocTableCount PIC 9(3) VALUE 0.
       01 LocAliasCount PIC 9(3) VALUE 0.
       01 LocIndex PIC 9(3) VALUE 0.
       01 LocResolvedIndex PIC 9(3) VALUE 0.
       01 LocResolvedName PIC X(30).
       01 LocLookupText PIC X(50).
       01 LocLookupKey PIC X(50).
       01 LocAliasHit PIC X(30).
       01 LocFilterText PIC X(50).
       01 LocFilterKind PIC X(1).
       01 LocFilterValue PIC X(50).
       01 LocFilterMatches PIC X VALUE 'Y'.
       01 LocWorkTypeCode PIC X(1).
       01 LocWorkTypeLabel PIC X(10).
       01 LocTextTally PIC 9(3) VALUE 0.
       01 LocationTable.
           05 LocTableEntry OCCURS 300 TIMES.
               10 LocTabName PIC X(30).
               10 LocTabKey PIC X(30).
               10 LocTabRegion PIC X(30).
               10 LocTabCountry PIC X(20).
               10 LocTabArea PIC X(20).
       01 LocationAliasTable.
           05 LocAliasEntry OCCURS 300 TIMES.
               10 LocAliasKey PIC X(30).
               10 LocAliasTarget PIC X(30).

       PROCEDURE DIVISION.
       MainSection.
           MOVE "----------------------------------------" TO CurrentMessage
           PERFORM WriteReportLine

           PERFORM LoadLocationTable
           MOVE 'N' TO EOF-SearchFile
           OPEN INPUT SavedSearchFile
           PERFORM UNTIL EOF-SearchFile = 'Y'
                   MOVE 'Y' TO EOF-SearchFile
               NOT AT END
                   ADD 1 TO SearchCount
                   MOVE SearchUsername IN SavedSearchRecord
                       TO WorkAuthTargetUsername
                   PERFORM LookupWorkAuthStatus
                   MOVE SearchLocation IN SavedSearchRecord TO LocFilterText
                   PERFORM SetLocationFilter
                   PERFORM ScanJobsForSearch
               END-READ
           END-PERFORM
           END-IF
           IF JobMatches = 'Y' AND
              FUNCTION TRIM(SearchLocation IN SavedSearchRecord) NOT = SPACES THEN
               MOVE JobLocation IN JobRecord TO LocLookupText
               PERFORM CheckLocationFilter
               IF LocFilterMatches = 'N'
                   MOVE 'N' TO JobMatches
               END-IF
           END-IF
           IF JobMatches = 'Y' AND
              SearchWorkType IN SavedSearchRecord NOT = SPACES THEN
               IF JobWorkType IN JobRecord NOT =
                  SearchWorkType IN SavedSearchRecord
                   MOVE 'N' TO JobMatches
               END-IF
           END-IF
                       MOVE 'N' TO JobMatches
                   END-IF
               END-IF
           END-IF
      *> No alert for a posting the searcher's declared status rules out.
           IF JobMatches = 'Y' THEN
               MOVE JobWorkAuth IN JobRecord TO WorkAuthJobRequirement
               PERFORM CheckWorkAuthEligible
               IF WorkAuthEligible = 'N'
                   MOVE 'N' TO JobMatches
               END-IF
           END-IF.

       CheckSubstringMatch.
           DISPLAY CurrentMessage
           MOVE CurrentMessage TO ReportRecord
           WRITE ReportRecord.

       COPY "WorkAuth.cob".

       COPY "Locations.cob".

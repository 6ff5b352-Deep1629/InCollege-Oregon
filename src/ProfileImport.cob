      *> Loads a profile from a resume data file the student exported from
      *> another platform or built by hand, one item per line, fields
      *> separated by "|":
      *>     PROFILE|first|last|university|major|graduation year
      *>     ABOUT|about me text
      *>     EXPERIENCE|title|company|dates|description
      *>     EDUCATION|degree|university|years
      *>     SKILL|skill name
      *> University, major and skill names are checked against the master
      *> tables and, failing that, ref_aliases.dat. Experience and
      *> education lines replace what is on the profile; skills are added.
      *> Nothing is saved until the student has seen the preview. Lines
      *> that cannot be mapped go to profile_import_rejects.dat, where the
      *> student can retype them one at a time.
       ProfileImportMenu.
           MOVE "--- Import My Profile ---" TO CurrentMessage
           PERFORM DisplayAndLog
           MOVE "1. Import a Resume Data File  2. Fix Rejected Import Lines  0. Back"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadMenuOption
           EVALUATE MenuOption
               WHEN 1
                   PERFORM ImportProfileFile
               WHEN 2
                   PERFORM FixImportRejects
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   MOVE "Invalid option. Please try again." TO CurrentMessage
                   PERFORM DisplayAndLog
           END-EVALUATE.

       ImportProfileFile.
           MOVE "Enter the path of your resume data file:" TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadImportLine
           MOVE ImportEntryLine(1:100) TO ProfileImportFileName
           IF ProfileImportFileName = SPACES
               MOVE "No file given; nothing imported." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               CALL "CBL_CHECK_FILE_EXIST" USING ProfileImportFileName
                   ProfileImportDetails
               IF RETURN-CODE NOT = 0 THEN
                   MOVE "That file was not found; nothing imported."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   PERFORM StageProfileImport
               END-IF
           END-IF.

       StageProfileImport.
           PERFORM LoadImportBaseline
           MOVE 'Y' TO ImportReplaceLists
           MOVE 0 TO ImportLineNumber
           MOVE 'N' TO EOF-ProfileImportFile
           OPEN INPUT ProfileImportFile
           PERFORM UNTIL EOF-ProfileImportFile = 'Y'
               READ ProfileImportFile
               AT END
                   MOVE 'Y' TO EOF-ProfileImportFile
               NOT AT END
                   ADD 1 TO ImportLineNumber
                   MOVE ProfileImportRecord TO ImportCurrentLine
                   PERFORM ProcessImportLine
               END-READ
           END-PERFORM
           CLOSE ProfileImportFile

           PERFORM ShowImportPreview
           IF ImportHadProfile = 'N' AND ImportProfileSeen = 'N'
               MOVE "You have no profile yet and the file has no usable PROFILE line; nothing imported."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               IF ImportProfileChanged = 'N' AND ImportSkillCount = 0
                   MOVE "Nothing in the file could be used; nothing imported."
                       TO CurrentMessage
                   PERFORM DisplayAndLog
               ELSE
                   MOVE "1. Commit Import  0. Cancel" TO CurrentMessage
                   PERFORM DisplayAndLog
                   PERFORM ReadMenuOption
                   IF MenuOption = 1
                       PERFORM CommitProfileImport
                       PERFORM SaveImportRejects
                       MOVE "PROFILE_IMPORT" TO AuditActionName
                       MOVE SPACES TO AuditDetailText
                       STRING FUNCTION TRIM(ProfileImportFileName)
                           DELIMITED BY SIZE
                           " rejected lines " DELIMITED BY SIZE
                           ImportRejectCount DELIMITED BY SIZE
                           INTO AuditDetailText
                       PERFORM WriteAuditLog
                       MOVE "Import complete." TO CurrentMessage
                       PERFORM DisplayAndLog
                   ELSE
                       MOVE "Import cancelled; nothing was changed."
                           TO CurrentMessage
                       PERFORM DisplayAndLog
                   END-IF
               END-IF
           END-IF.

      *> Starts the staging area from what the student already has, so a
      *> file that carries only some sections leaves the rest alone.
       LoadImportBaseline.
           MOVE 'N' TO ImportHadProfile
           MOVE 'N' TO ImportProfileSeen
           MOVE 'N' TO ImportAboutSeen
           MOVE 'N' TO ImportProfileChanged
           MOVE 'N' TO ImportExpReplaced
           MOVE 'N' TO ImportEduReplaced
           MOVE 0 TO ImportSkillCount
           MOVE 0 TO ImportRejectCount
           MOVE SPACES TO CurrentFirstName
           MOVE SPACES TO CurrentLastName
           MOVE "N/A" TO CurrentUniversity
           MOVE "N/A" TO CurrentMajor
           MOVE 0 TO CurrentGraduationYear
           MOVE SPACES TO CurrentAboutMe
           MOVE SPACES TO CurrentResumeFilePath
           MOVE 'E' TO CurrentVisAboutMe
           MOVE 'E' TO CurrentVisExperience
           MOVE 'E' TO CurrentVisEducation
           MOVE 'E' TO CurrentVisResume
           OPEN INPUT UserProfileRecordFile
           MOVE CurrentUsername TO Username-Profile IN UserProfileRecord
           READ UserProfileRecordFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO ImportHadProfile
               MOVE FirstName IN UserProfileRecord TO CurrentFirstName
               MOVE LastName IN UserProfileRecord TO CurrentLastName
               MOVE University IN UserProfileRecord TO CurrentUniversity
               MOVE Major IN UserProfileRecord TO CurrentMajor
               MOVE GraduationYear IN UserProfileRecord
                   TO CurrentGraduationYear
               MOVE FUNCTION TRIM(AboutMe IN UserProfileRecord)
                   TO CurrentAboutMe
               MOVE ResumeFilePath IN UserProfileRecord
                   TO CurrentResumeFilePath
               MOVE VisAboutMe IN UserProfileRecord TO CurrentVisAboutMe
               MOVE VisExperience IN UserProfileRecord
                   TO CurrentVisExperience
               MOVE VisEducation IN UserProfileRecord TO CurrentVisEducation
               MOVE VisResume IN UserProfileRecord TO CurrentVisResume
           END-READ
           CLOSE UserProfileRecordFile
           PERFORM LoadImportExperience
           PERFORM LoadImportEducation.

       LoadImportExperience.
           MOVE 0 TO ExpEntryCount
           MOVE 'N' TO EOF-ExperienceFile
           OPEN INPUT ExperienceFile
           PERFORM UNTIL EOF-ExperienceFile = 'Y'
               READ ExperienceFile INTO ExperienceRecord
               AT END
                   MOVE 'Y' TO EOF-ExperienceFile
               NOT AT END
                   IF ExpUsername IN ExperienceRecord = CurrentUsername
                      AND ExpEntryCount < 3
                       MOVE ExpTitle IN ExperienceRecord TO CurrentTitle
                       MOVE ExpCompany IN ExperienceRecord TO CurrentCompany
                       MOVE ExpDates IN ExperienceRecord TO CurrentDates
                       MOVE ExpDescription IN ExperienceRecord
                           TO CurrentDescription
                       PERFORM StoreImportExperience
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ExperienceFile
           MOVE ExpEntryCount TO ImportPriorExpCount.

       LoadImportEducation.
           MOVE 0 TO EduEntryCount
           MOVE 'N' TO EOF-EducationFile
           OPEN INPUT EducationFile
           PERFORM UNTIL EOF-EducationFile = 'Y'
               READ EducationFile INTO EducationRecord
               AT END
                   MOVE 'Y' TO EOF-EducationFile
               NOT AT END
                   IF EduUsername IN EducationRecord = CurrentUsername
                      AND EduEntryCount < 3
                       MOVE EduDegree IN EducationRecord
                           TO CurrentEducationDegree
                       MOVE EduUniversity IN EducationRecord
                           TO CurrentEducationUniversity
                       MOVE EduYears IN EducationRecord
                           TO CurrentEducationYears
                       PERFORM StoreImportEducation
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EducationFile
           MOVE EduEntryCount TO ImportPriorEduCount.

       StoreImportExperience.
           ADD 1 TO ExpEntryCount
           EVALUATE ExpEntryCount
               WHEN 1
                   MOVE CurrentTitle TO ExpTitle1
                   MOVE CurrentCompany TO ExpCompany1
                   MOVE CurrentDates TO ExpDates1
                   MOVE CurrentDescription TO ExpDescription1
               WHEN 2
                   MOVE CurrentTitle TO ExpTitle2
                   MOVE CurrentCompany TO ExpCompany2
                   MOVE CurrentDates TO ExpDates2
                   MOVE CurrentDescription TO ExpDescription2
               WHEN 3
                   MOVE CurrentTitle TO ExpTitle3
                   MOVE CurrentCompany TO ExpCompany3
                   MOVE CurrentDates TO ExpDates3
                   MOVE CurrentDescription TO ExpDescription3
           END-EVALUATE.

       StoreImportEducation.
           ADD 1 TO EduEntryCount
           EVALUATE EduEntryCount
               WHEN 1
                   MOVE CurrentEducationDegree TO EduDegree1
                   MOVE CurrentEducationUniversity TO EduUniversity1
                   MOVE CurrentEducationYears TO EduYears1
               WHEN 2
                   MOVE CurrentEducationDegree TO EduDegree2
                   MOVE CurrentEducationUniversity TO EduUniversity2
                   MOVE CurrentEducationYears TO EduYears2
               WHEN 3
                   MOVE CurrentEducationDegree TO EduDegree3
                   MOVE CurrentEducationUniversity TO EduUniversity3
                   MOVE CurrentEducationYears TO EduYears3
           END-EVALUATE.

       ProcessImportLine.
           MOVE SPACES TO ImportTag
           MOVE SPACES TO ImportField1
           MOVE SPACES TO ImportField2
           MOVE SPACES TO ImportField3
           MOVE SPACES TO ImportField4
           MOVE SPACES TO ImportField5
           UNSTRING ImportCurrentLine DELIMITED BY "|"
               INTO ImportTag ImportField1 ImportField2 ImportField3
                   ImportField4 ImportField5
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ImportTag)) TO ImportTag
           MOVE FUNCTION TRIM(ImportField1) TO ImportField1
           MOVE FUNCTION TRIM(ImportField2) TO ImportField2
           MOVE FUNCTION TRIM(ImportField3) TO ImportField3
           MOVE FUNCTION TRIM(ImportField4) TO ImportField4
           MOVE FUNCTION TRIM(ImportField5) TO ImportField5
           EVALUATE ImportTag
               WHEN SPACES
                   CONTINUE
               WHEN "PROFILE"
                   PERFORM ImportProfileLine
               WHEN "ABOUT"
                   PERFORM ImportAboutLine
               WHEN "EXPERIENCE"
                   PERFORM ImportExperienceLine
               WHEN "EDUCATION"
                   PERFORM ImportEducationLine
               WHEN "SKILL"
                   PERFORM ImportSkillLine
               WHEN OTHER
                   MOVE "Line" TO ImportRejectFieldName
                   MOVE ImportTag TO ImportRejectValueText
                   MOVE "unrecognized line type" TO ImportRejectReasonText
                   PERFORM AddImportReject
           END-EVALUATE.

       ImportProfileLine.
           IF ImportField1 = SPACES OR ImportField2 = SPACES
               MOVE "Name" TO ImportRejectFieldName
               MOVE SPACES TO ImportRejectValueText
               MOVE "first and last name are both required"
                   TO ImportRejectReasonText
               PERFORM AddImportReject
           ELSE
               MOVE 'Y' TO ImportProfileSeen
               MOVE 'Y' TO ImportProfileChanged
               MOVE ImportField1(1:20) TO CurrentFirstName
               MOVE ImportField2(1:20) TO CurrentLastName
               IF ImportField3 NOT = SPACES
                   MOVE ImportField3(1:30) TO RefCheckValue
                   MOVE 'U' TO ImportRefType
                   PERFORM MapImportRefValue
                   IF ImportValueOk = 'Y'
                       MOVE ImportMappedValue TO CurrentUniversity
                   ELSE
                       MOVE "University" TO ImportRejectFieldName
                       MOVE ImportField3(1:50) TO ImportRejectValueText
                       MOVE "not on the university list or alias file"
                           TO ImportRejectReasonText
                       PERFORM AddImportReject
                   END-IF
               END-IF
               IF ImportField4 NOT = SPACES
                   MOVE ImportField4(1:30) TO RefCheckValue
                   MOVE 'M' TO ImportRefType
                   PERFORM MapImportRefValue
                   IF ImportValueOk = 'Y'
                       MOVE ImportMappedValue TO CurrentMajor
                   ELSE
                       MOVE "Major" TO ImportRejectFieldName
                       MOVE ImportField4(1:50) TO ImportRejectValueText
                       MOVE "not on the major list or alias file"
                           TO ImportRejectReasonText
                       PERFORM AddImportReject
                   END-IF
               END-IF
               IF ImportField5 NOT = SPACES
                   IF ImportField5(1:4) IS NUMERIC AND
                      ImportField5(5:) = SPACES
                       MOVE ImportField5(1:4) TO CurrentGraduationYear
                   ELSE
                       MOVE "GradYear" TO ImportRejectFieldName
                       MOVE ImportField5(1:50) TO ImportRejectValueText
                       MOVE "graduation year must be four digits"
                           TO ImportRejectReasonText
                       PERFORM AddImportReject
                   END-IF
               END-IF
           END-IF.

       ImportAboutLine.
           IF ImportField1(201:) NOT = SPACES
               MOVE "About" TO ImportRejectFieldName
               MOVE ImportField1(1:50) TO ImportRejectValueText
               MOVE "About Me is limited to 200 characters"
                   TO ImportRejectReasonText
               PERFORM AddImportReject
           ELSE
               MOVE 'Y' TO ImportAboutSeen
               MOVE 'Y' TO ImportProfileChanged
               MOVE ImportField1(1:200) TO CurrentAboutMe
           END-IF.

       ImportExperienceLine.
           EVALUATE TRUE
               WHEN ImportField1 = SPACES OR ImportField2 = SPACES
                   MOVE "Experience" TO ImportRejectFieldName
                   MOVE ImportField1(1:50) TO ImportRejectValueText
                   MOVE "title and company are both required"
                       TO ImportRejectReasonText
                   PERFORM AddImportReject
               WHEN ExpEntryCount >= 3 AND
                    (ImportReplaceLists = 'N' OR ImportExpReplaced = 'Y')
                   MOVE "Experience" TO ImportRejectFieldName
                   MOVE ImportField1(1:50) TO ImportRejectValueText
                   MOVE "a profile holds at most three experience entries"
                       TO ImportRejectReasonText
                   PERFORM AddImportReject
               WHEN OTHER
                   IF ImportReplaceLists = 'Y' AND ImportExpReplaced = 'N'
                       MOVE 0 TO ExpEntryCount
                   END-IF
                   MOVE 'Y' TO ImportExpReplaced
                   MOVE 'Y' TO ImportProfileChanged
                   MOVE ImportField1(1:200) TO CurrentTitle
                   MOVE ImportField2(1:200) TO CurrentCompany
                   MOVE ImportField3(1:100) TO CurrentDates
                   MOVE ImportField4 TO CurrentDescription
                   PERFORM StoreImportExperience
           END-EVALUATE.

       ImportEducationLine.
           MOVE 'N' TO ImportValueOk
           IF ImportField2 NOT = SPACES
               MOVE ImportField2(1:30) TO RefCheckValue
               MOVE 'U' TO ImportRefType
               PERFORM MapImportRefValue
           END-IF
           EVALUATE TRUE
               WHEN ImportField1 = SPACES OR ImportField2 = SPACES
                   MOVE "Education" TO ImportRejectFieldName
                   MOVE ImportField1(1:50) TO ImportRejectValueText
                   MOVE "degree and university are both required"
                       TO ImportRejectReasonText
                   PERFORM AddImportReject
               WHEN ImportValueOk = 'N'
                   MOVE "University" TO ImportRejectFieldName
                   MOVE ImportField2(1:50) TO ImportRejectValueText
                   MOVE "not on the university list or alias file"
                       TO ImportRejectReasonText
                   PERFORM AddImportReject
               WHEN EduEntryCount >= 3 AND
                    (ImportReplaceLists = 'N' OR ImportEduReplaced = 'Y')
                   MOVE "Education" TO ImportRejectFieldName
                   MOVE ImportField1(1:50) TO ImportRejectValueText
                   MOVE "a profile holds at most three education entries"
                       TO ImportRejectReasonText
                   PERFORM AddImportReject
               WHEN OTHER
                   IF ImportReplaceLists = 'Y' AND ImportEduReplaced = 'N'
                       MOVE 0 TO EduEntryCount
                   END-IF
                   MOVE 'Y' TO ImportEduReplaced
                   MOVE 'Y' TO ImportProfileChanged
                   MOVE ImportField1(1:50) TO CurrentEducationDegree
                   MOVE ImportMappedValue TO CurrentEducationUniversity
                   MOVE ImportField3(1:9) TO CurrentEducationYears
                   PERFORM StoreImportEducation
           END-EVALUATE.

       ImportSkillLine.
           MOVE 'N' TO ImportValueOk
           IF ImportField1 NOT = SPACES
               MOVE ImportField1(1:30) TO RefCheckValue
               MOVE 'S' TO ImportRefType
               PERFORM MapImportRefValue
           END-IF
           IF ImportValueOk = 'N'
               MOVE "Skill" TO ImportRejectFieldName
               MOVE ImportField1(1:50) TO ImportRejectValueText
               MOVE "not on the skill list or alias file"
                   TO ImportRejectReasonText
               PERFORM AddImportReject
           ELSE
               MOVE 'N' TO ImportSkillDuplicate
               PERFORM VARYING ImportSkillIndex FROM 1 BY 1
                       UNTIL ImportSkillIndex > ImportSkillCount
                   IF ImportSkillName(ImportSkillIndex) = ImportMappedValue
                       MOVE 'Y' TO ImportSkillDuplicate
                   END-IF
               END-PERFORM
               IF ImportSkillDuplicate = 'N'
                   IF ImportSkillCount >= 20
                       MOVE "Skill" TO ImportRejectFieldName
                       MOVE ImportField1(1:50) TO ImportRejectValueText
                       MOVE "no more than twenty skills per import"
                           TO ImportRejectReasonText
                       PERFORM AddImportReject
                   ELSE
                       ADD 1 TO ImportSkillCount
                       MOVE ImportMappedValue
                           TO ImportSkillName(ImportSkillCount)
                   END-IF
               END-IF
           END-IF.

      *> RefCheckValue in, ImportRefType U/M/S; ImportValueOk and the value
      *> to store (the master spelling for skills, the alias target when
      *> the alias file supplied it) come back.
       MapImportRefValue.
           MOVE 'N' TO ImportValueOk
           MOVE SPACES TO ImportMappedValue
           EVALUATE ImportRefType
               WHEN 'U'
                   PERFORM CheckUniversityMaster
               WHEN 'M'
                   PERFORM CheckMajorMaster
               WHEN 'S'
                   PERFORM CheckSkillMaster
           END-EVALUATE
           IF RefValueValid = 'Y'
               MOVE 'Y' TO ImportValueOk
               IF ImportRefType = 'S'
                   MOVE RefCanonicalSkill TO ImportMappedValue
               ELSE
                   MOVE RefCheckValue TO ImportMappedValue
               END-IF
           ELSE
               MOVE ImportRefType TO AliasLookupType
               PERFORM LookupRefAlias
               IF AliasFound = 'Y'
                   MOVE 'Y' TO ImportValueOk
                   MOVE AliasCanonical TO ImportMappedValue
               END-IF
           END-IF.

       LookupRefAlias.
           MOVE 'N' TO AliasFound
           MOVE SPACES TO AliasCanonical
           MOVE 'N' TO EOF-RefMasterFile
           OPEN INPUT RefAliasFile
           PERFORM UNTIL EOF-RefMasterFile = 'Y' OR AliasFound = 'Y'
               READ RefAliasFile INTO RefAliasRecord
               AT END
                   MOVE 'Y' TO EOF-RefMasterFile
               NOT AT END
                   IF AliasType IN RefAliasRecord = AliasLookupType AND
                      FUNCTION UPPER-CASE(FUNCTION TRIM(AliasValue IN RefAliasRecord)) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(RefCheckValue))
                       MOVE 'Y' TO AliasFound
                       MOVE CanonicalValue IN RefAliasRecord
                           TO AliasCanonical
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RefAliasFile.

       AddImportReject.
           ADD 1 TO ImportRejectCount
           IF ImportRejectCount <= 30
               MOVE ImportLineNumber
                   TO ImportRejectLineNo(ImportRejectCount)
               MOVE ImportRejectFieldName
                   TO ImportRejectField(ImportRejectCount)
               MOVE ImportRejectValueText
                   TO ImportRejectValue(ImportRejectCount)
               MOVE ImportRejectReasonText
                   TO ImportRejectReason(ImportRejectCount)
               MOVE ImportCurrentLine(1:200)
                   TO ImportRejectLine(ImportRejectCount)
           END-IF.

       ShowImportPreview.
           MOVE "--- Import Preview ---" TO CurrentMessage
           PERFORM DisplayAndLog
           IF ImportProfileSeen = 'Y'
               MOVE CurrentGraduationYear TO ImportYearDisplay
               MOVE SPACES TO CurrentMessage
               STRING "Profile: " DELIMITED BY SIZE
                   FUNCTION TRIM(CurrentFirstName) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(CurrentLastName) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(CurrentUniversity) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(CurrentMajor) DELIMITED BY SIZE
                   ", class of " DELIMITED BY SIZE
                   ImportYearDisplay DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
               IF ImportHadProfile = 'Y'
                   MOVE "  (replaces the name, university, major and year on your profile)"
                       TO CurrentMessage
               ELSE
                   MOVE "  (creates your profile)" TO CurrentMessage
               END-IF
               PERFORM DisplayAndLog
           END-IF
           IF ImportAboutSeen = 'Y'
               MOVE "About Me will be replaced with:" TO CurrentMessage
               PERFORM DisplayAndLog
               MOVE SPACES TO CurrentMessage
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(CurrentAboutMe) DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
           END-IF
           IF ImportExpReplaced = 'Y'
               MOVE SPACES TO CurrentMessage
               STRING "Experience: " DELIMITED BY SIZE
                   ExpEntryCount DELIMITED BY SIZE
                   " entries replace your " DELIMITED BY SIZE
                   ImportPriorExpCount DELIMITED BY SIZE
                   " current entries" DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM VARYING ImportShowIndex FROM 1 BY 1
                       UNTIL ImportShowIndex > ExpEntryCount
                   PERFORM ShowImportExperience
               END-PERFORM
           END-IF
           IF ImportEduReplaced = 'Y'
               MOVE SPACES TO CurrentMessage
               STRING "Education: " DELIMITED BY SIZE
                   EduEntryCount DELIMITED BY SIZE
                   " entries replace your " DELIMITED BY SIZE
                   ImportPriorEduCount DELIMITED BY SIZE
                   " current entries" DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM VARYING ImportShowIndex FROM 1 BY 1
                       UNTIL ImportShowIndex > EduEntryCount
                   PERFORM ShowImportEducation
               END-PERFORM
           END-IF
           IF ImportSkillCount > 0
               MOVE "Skills to add (any you already have are skipped):"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM VARYING ImportSkillIndex FROM 1 BY 1
                       UNTIL ImportSkillIndex > ImportSkillCount
                   MOVE SPACES TO CurrentMessage
                   STRING "  - " DELIMITED BY SIZE
                       FUNCTION TRIM(ImportSkillName(ImportSkillIndex))
                       DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM DisplayAndLog
               END-PERFORM
           END-IF
           IF ImportRejectCount > 0
               MOVE SPACES TO CurrentMessage
               STRING "Lines that could not be mapped: " DELIMITED BY SIZE
                   ImportRejectCount DELIMITED BY SIZE
                   " (fix them later under Fix Rejected Import Lines)"
                   DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM VARYING ImportRejectIndex FROM 1 BY 1
                       UNTIL ImportRejectIndex > ImportRejectCount
                          OR ImportRejectIndex > 30
                   PERFORM ShowStagedImportReject
               END-PERFORM
           END-IF.

       ShowImportExperience.
           EVALUATE ImportShowIndex
               WHEN 1
                   MOVE ExpTitle1 TO CurrentTitle
                   MOVE ExpCompany1 TO CurrentCompany
                   MOVE ExpDates1 TO CurrentDates
               WHEN 2
                   MOVE ExpTitle2 TO CurrentTitle
                   MOVE ExpCompany2 TO CurrentCompany
                   MOVE ExpDates2 TO CurrentDates
               WHEN 3
                   MOVE ExpTitle3 TO CurrentTitle
                   MOVE ExpCompany3 TO CurrentCompany
                   MOVE ExpDates3 TO CurrentDates
           END-EVALUATE
           MOVE SPACES TO CurrentMessage
           STRING "  - " DELIMITED BY SIZE
               FUNCTION TRIM(CurrentTitle) DELIMITED BY SIZE
               " at " DELIMITED BY SIZE
               FUNCTION TRIM(CurrentCompany) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(CurrentDates) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog.

       ShowImportEducation.
           EVALUATE ImportShowIndex
               WHEN 1
                   MOVE EduDegree1 TO CurrentEducationDegree
                   MOVE EduUniversity1 TO CurrentEducationUniversity
                   MOVE EduYears1 TO CurrentEducationYears
               WHEN 2
                   MOVE EduDegree2 TO CurrentEducationDegree
                   MOVE EduUniversity2 TO CurrentEducationUniversity
                   MOVE EduYears2 TO CurrentEducationYears
               WHEN 3
                   MOVE EduDegree3 TO CurrentEducationDegree
                   MOVE EduUniversity3 TO CurrentEducationUniversity
                   MOVE EduYears3 TO CurrentEducationYears
           END-EVALUATE
           MOVE SPACES TO CurrentMessage
           STRING "  - " DELIMITED BY SIZE
               FUNCTION TRIM(CurrentEducationDegree) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(CurrentEducationUniversity) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(CurrentEducationYears) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog.

       ShowStagedImportReject.
           MOVE ImportRejectLineNo(ImportRejectIndex) TO ImportLineDisplay
           MOVE SPACES TO CurrentMessage
           STRING "  Line " DELIMITED BY SIZE
               FUNCTION TRIM(ImportLineDisplay) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(ImportRejectField(ImportRejectIndex))
               DELIMITED BY SIZE
               " '" DELIMITED BY SIZE
               FUNCTION TRIM(ImportRejectValue(ImportRejectIndex))
               DELIMITED BY SIZE
               "': " DELIMITED BY SIZE
               FUNCTION TRIM(ImportRejectReason(ImportRejectIndex))
               DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog.

      *> SaveUserProfile writes the profile, experience and education
      *> together; skills go through the same path as a skill completed
      *> elsewhere, which skips any the student already has.
       CommitProfileImport.
           IF ImportProfileChanged = 'Y'
               PERFORM SaveUserProfile
           END-IF
           PERFORM VARYING ImportSkillIndex FROM 1 BY 1
                   UNTIL ImportSkillIndex > ImportSkillCount
               MOVE ImportSkillName(ImportSkillIndex) TO CurrentSkillName
               PERFORM RecordSkillCompletion
           END-PERFORM.

      *> A new import replaces the student's open rejects; fixed ones are
      *> kept as history.
       SaveImportRejects.
           PERFORM StampCreatedDate
           MOVE 'N' TO EOF-ImportRejectFile
           OPEN INPUT ImportRejectFile
           OPEN OUTPUT TempImportRejectFile
           PERFORM UNTIL EOF-ImportRejectFile = 'Y'
               READ ImportRejectFile
               AT END
                   MOVE 'Y' TO EOF-ImportRejectFile
               NOT AT END
                   IF PirUsername NOT = CurrentUsername OR
                      FUNCTION TRIM(PirStatus) NOT = "Open"
                       WRITE TempImportRejectRecord FROM ImportRejectRecord
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ImportRejectFile
           PERFORM VARYING ImportRejectIndex FROM 1 BY 1
                   UNTIL ImportRejectIndex > ImportRejectCount
                      OR ImportRejectIndex > 30
               MOVE SPACES TO ImportRejectRecord
               MOVE CurrentUsername TO PirUsername
               MOVE ImportRejectLineNo(ImportRejectIndex) TO PirLineNumber
               MOVE ImportRejectField(ImportRejectIndex) TO PirField
               MOVE ImportRejectValue(ImportRejectIndex) TO PirValue
               MOVE ImportRejectReason(ImportRejectIndex) TO PirReason
               MOVE ImportRejectLine(ImportRejectIndex) TO PirLineText
               MOVE "Open" TO PirStatus
               MOVE CurrentCreatedDate TO PirDate
               WRITE TempImportRejectRecord FROM ImportRejectRecord
           END-PERFORM
           CLOSE TempImportRejectFile
           MOVE "profile_import_rejects.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "profile_import_rejects.dat"
           CALL "CBL_RENAME_FILE" USING "profile_import_rejects_temp.dat"
               "profile_import_rejects.dat"
           PERFORM JournalAfterImage.

      *> The student retypes a rejected line in the same layout. It is
      *> checked exactly as an imported line would be and, if it now maps,
      *> applied on top of the current profile; experience and education
      *> are added rather than replaced.
       FixImportRejects.
           MOVE 0 TO ImportOpenCount
           MOVE 'N' TO EOF-ImportRejectFile
           OPEN INPUT ImportRejectFile
           PERFORM UNTIL EOF-ImportRejectFile = 'Y'
               READ ImportRejectFile
               AT END
                   MOVE 'Y' TO EOF-ImportRejectFile
               NOT AT END
                   IF PirUsername = CurrentUsername AND
                      FUNCTION TRIM(PirStatus) = "Open"
                       ADD 1 TO ImportOpenCount
                       PERFORM ShowOpenImportReject
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ImportRejectFile
           IF ImportOpenCount = 0
               MOVE "You have no rejected import lines to fix."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "Enter line # to fix, or 0 to go back:" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               IF MenuOption > 0 AND MenuOption <= ImportOpenCount
                   MOVE MenuOption TO ImportFixPick
                   PERFORM RetypeImportReject
               END-IF
           END-IF.

       ShowOpenImportReject.
           MOVE PirLineNumber TO ImportLineDisplay
           MOVE SPACES TO CurrentMessage
           STRING ImportOpenCount DELIMITED BY SIZE
               ". Line " DELIMITED BY SIZE
               FUNCTION TRIM(ImportLineDisplay) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(PirField) DELIMITED BY SIZE
               " '" DELIMITED BY SIZE
               FUNCTION TRIM(PirValue) DELIMITED BY SIZE
               "': " DELIMITED BY SIZE
               FUNCTION TRIM(PirReason) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog
           MOVE SPACES TO CurrentMessage
           STRING "   " DELIMITED BY SIZE
               FUNCTION TRIM(PirLineText) DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM DisplayAndLog.

       RetypeImportReject.
           MOVE "Enter the corrected line (e.g. SKILL|Python):"
               TO CurrentMessage
           PERFORM DisplayAndLog
           PERFORM ReadImportLine
           IF ImportEntryLine = SPACES
               MOVE "Nothing entered; the line stays on your reject list."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               PERFORM LoadImportBaseline
               MOVE 'N' TO ImportReplaceLists
               MOVE 0 TO ImportLineNumber
               MOVE ImportEntryLine TO ImportCurrentLine
               PERFORM ProcessImportLine
               EVALUATE TRUE
                   WHEN ImportRejectCount > 0
                       MOVE SPACES TO CurrentMessage
                       STRING "That line still cannot be used: " DELIMITED BY SIZE
                           FUNCTION TRIM(ImportRejectField(1)) DELIMITED BY SIZE
                           " '" DELIMITED BY SIZE
                           FUNCTION TRIM(ImportRejectValue(1)) DELIMITED BY SIZE
                           "': " DELIMITED BY SIZE
                           FUNCTION TRIM(ImportRejectReason(1)) DELIMITED BY SIZE
                           INTO CurrentMessage
                       PERFORM DisplayAndLog
                   WHEN ImportHadProfile = 'N' AND ImportProfileSeen = 'N'
                       MOVE "Create your profile first, or fix the PROFILE line."
                           TO CurrentMessage
                       PERFORM DisplayAndLog
                   WHEN ImportProfileChanged = 'N' AND ImportSkillCount = 0
                       MOVE "That line has nothing to add." TO CurrentMessage
                       PERFORM DisplayAndLog
                   WHEN OTHER
                       PERFORM CommitProfileImport
                       PERFORM MarkImportRejectFixed
                       MOVE "PROFILE_IMPORT_FIX" TO AuditActionName
                       MOVE ImportEntryLine(1:80) TO AuditDetailText
                       PERFORM WriteAuditLog
                       MOVE "Corrected line applied to your profile."
                           TO CurrentMessage
                       PERFORM DisplayAndLog
               END-EVALUATE
           END-IF.

       MarkImportRejectFixed.
           PERFORM StampCreatedDate
           MOVE 0 TO ImportOpenCount
           MOVE 'N' TO EOF-ImportRejectFile
           OPEN INPUT ImportRejectFile
           OPEN OUTPUT TempImportRejectFile
           PERFORM UNTIL EOF-ImportRejectFile = 'Y'
               READ ImportRejectFile
               AT END
                   MOVE 'Y' TO EOF-ImportRejectFile
               NOT AT END
                   IF PirUsername = CurrentUsername AND
                      FUNCTION TRIM(PirStatus) = "Open"
                       ADD 1 TO ImportOpenCount
                       IF ImportOpenCount = ImportFixPick
                           MOVE "Fixed" TO PirStatus
                           MOVE CurrentCreatedDate TO PirDate
                       END-IF
                   END-IF
                   WRITE TempImportRejectRecord FROM ImportRejectRecord
               END-READ
           END-PERFORM
           CLOSE ImportRejectFile
           CLOSE TempImportRejectFile
           MOVE "profile_import_rejects.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "profile_import_rejects.dat"
           CALL "CBL_RENAME_FILE" USING "profile_import_rejects_temp.dat"
               "profile_import_rejects.dat"
           PERFORM JournalAfterImage.

       ReadImportLine.
           READ InputFile INTO InputRecord
           AT END
               PERFORM CountUnansweredPrompt
               MOVE 'Y' TO EOF-InputFile
               MOVE SPACES TO ImportEntryLine
           NOT AT END
               PERFORM IncrementInputCheckpoint
               MOVE FUNCTION TRIM(InputRecord(1:200)) TO ImportEntryLine
           END-READ.

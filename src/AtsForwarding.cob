      *> Applicant tracking forwarding. A poster turns it on per posting;
      *> the posting must belong to an employer account, since AtsExtract
      *> writes one file per employer each night. ats_postings.dat keeps one
      *> line per posting ever switched, with the latest setting.
      *> ats_sent.dat is written by AtsExtract and read here so students
      *> can see in My Applications what has been passed on.
       PosterAtsForwarding.
           PERFORM FindAtsPostingEmployer
           PERFORM FindAtsPostingSetting
           IF CurrentJobId = 0 OR AtsPostingEmployer = 0
               MOVE "Applicant tracking forwarding needs a posting listed under an employer account."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               IF AtsForwardOn = 'Y'
                   MOVE "Applications to this posting are forwarded to your applicant tracking system nightly."
                       TO CurrentMessage
               ELSE
                   MOVE "Applications to this posting are not forwarded to your applicant tracking system."
                       TO CurrentMessage
               END-IF
               PERFORM DisplayAndLog
               MOVE "1. Turn Forwarding On  2. Turn Forwarding Off  0. Back"
                   TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadMenuOption
               EVALUATE MenuOption
                   WHEN 1
                       MOVE 'Y' TO AtsForwardNew
                       PERFORM SaveAtsPostingSetting
                   WHEN 2
                       MOVE 'N' TO AtsForwardNew
                       PERFORM SaveAtsPostingSetting
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       MOVE "Invalid option. Please try again." TO CurrentMessage
                       PERFORM DisplayAndLog
               END-EVALUATE
           END-IF.

       FindAtsPostingEmployer.
           MOVE 0 TO AtsPostingEmployer
           OPEN INPUT JobFile
           MOVE CurrentJobId TO JobId IN JobRecord
           READ JobFile
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF EmployerId IN JobRecord IS NUMERIC
                   MOVE EmployerId IN JobRecord TO AtsPostingEmployer
               END-IF
           END-READ
           CLOSE JobFile.

       FindAtsPostingSetting.
           MOVE 'N' TO AtsForwardOn
           MOVE 'N' TO EOF-AtsPostingFile
           OPEN INPUT AtsPostingFile
           PERFORM UNTIL EOF-AtsPostingFile = 'Y'
               READ AtsPostingFile INTO AtsPostingRecord
               AT END
                   MOVE 'Y' TO EOF-AtsPostingFile
               NOT AT END
                   IF AtsJobId IN AtsPostingRecord = CurrentJobId
                       MOVE AtsActive IN AtsPostingRecord TO AtsForwardOn
                   END-IF
               END-READ
           END-PERFORM
           CLOSE AtsPostingFile.

       SaveAtsPostingSetting.
           IF AtsForwardNew = AtsForwardOn
               MOVE "No change; the setting was already that way." TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               PERFORM StampCreatedDate
               MOVE 'N' TO EOF-AtsPostingFile
               OPEN INPUT AtsPostingFile
               OPEN OUTPUT TempAtsPostingFile
               PERFORM UNTIL EOF-AtsPostingFile = 'Y'
                   READ AtsPostingFile INTO AtsPostingRecord
                   AT END
                       MOVE 'Y' TO EOF-AtsPostingFile
                   NOT AT END
                       IF AtsJobId IN AtsPostingRecord NOT = CurrentJobId
                           WRITE TempAtsPostingRecord FROM AtsPostingRecord
                       END-IF
                   END-READ
               END-PERFORM
               MOVE SPACES TO AtsPostingRecord
               MOVE CurrentJobId TO AtsJobId IN AtsPostingRecord
               MOVE AtsPostingEmployer TO AtsEmployerId IN AtsPostingRecord
               MOVE CurrentUsername TO AtsPoster IN AtsPostingRecord
               MOVE AtsForwardNew TO AtsActive IN AtsPostingRecord
               MOVE CurrentCreatedDate TO AtsChangedDate IN AtsPostingRecord
               WRITE TempAtsPostingRecord FROM AtsPostingRecord
               CLOSE AtsPostingFile
               CLOSE TempAtsPostingFile

               MOVE "ats_postings.dat" TO JournalMasterName
               PERFORM JournalBeforeImage
               CALL "CBL_DELETE_FILE" USING "ats_postings.dat"
               CALL "CBL_RENAME_FILE" USING "ats_postings_temp.dat"
                   "ats_postings.dat"
               PERFORM JournalAfterImage

               MOVE SPACES TO AuditDetailText
               STRING "Job " DELIMITED BY SIZE
                   CurrentJobId DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(CurrentJobTitle) DELIMITED BY SIZE
                   INTO AuditDetailText
               IF AtsForwardNew = 'Y'
                   MOVE "ATS_FORWARD_ON" TO AuditActionName
                   MOVE "Forwarding turned on; new and changed applications go out with tonight's extract."
                       TO CurrentMessage
               ELSE
                   MOVE "ATS_FORWARD_OFF" TO AuditActionName
                   MOVE "Forwarding turned off for this posting."
                       TO CurrentMessage
               END-IF
               PERFORM WriteAuditLog
               PERFORM DisplayAndLog
           END-IF.

      *> Called from My Applications with the application in
      *> ApplicationRecord.
       ShowAtsForwardStatus.
           MOVE SPACES TO AtsSentAction
           MOVE SPACES TO AtsSentOn
           MOVE 'N' TO EOF-AtsSentFile
           OPEN INPUT AtsSentFile
           PERFORM UNTIL EOF-AtsSentFile = 'Y'
               READ AtsSentFile INTO AtsSentRecord
               AT END
                   MOVE 'Y' TO EOF-AtsSentFile
               NOT AT END
                   IF AsUsername IN AtsSentRecord =
                      AppUsername IN ApplicationRecord
                      AND AsJobId IN AtsSentRecord =
                      AppJobId IN ApplicationRecord
                       MOVE AsAction IN AtsSentRecord TO AtsSentAction
                       MOVE AsSentDate IN AtsSentRecord TO AtsSentOn
                   END-IF
               END-READ
           END-PERFORM
           CLOSE AtsSentFile
           IF AtsSentAction NOT = SPACES
               MOVE SPACES TO CurrentMessage
               IF FUNCTION TRIM(AtsSentAction) = "WITHDRAWN"
                   STRING "   Withdrawal sent to the employer's applicant tracking system on "
                       DELIMITED BY SIZE
                       AtsSentOn DELIMITED BY SIZE
                       INTO CurrentMessage
               ELSE
                   STRING "   Forwarded to the employer's applicant tracking system (last sent "
                       DELIMITED BY SIZE
                       AtsSentOn DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO CurrentMessage
               END-IF
               PERFORM DisplayAndLog
           END-IF.

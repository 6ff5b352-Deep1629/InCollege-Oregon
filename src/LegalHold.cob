      *> Legal holds placed from AdminConsole. While a user has an Active
      *> hold in legal_holds.dat nothing that destroys, rewrites or folds
      *> away their records may run; each path that stops for a hold
      *> leaves a row in legal_hold_skips.dat saying what it left alone.
       LoadLegalHolds.
           MOVE 0 TO LegalHoldCount
           MOVE 'N' TO EOF-LegalHoldFile
           OPEN INPUT LegalHoldFile
           PERFORM UNTIL EOF-LegalHoldFile = 'Y'
               READ LegalHoldFile INTO LegalHoldRecord
               AT END
                   MOVE 'Y' TO EOF-LegalHoldFile
               NOT AT END
                   IF FUNCTION TRIM(HoldStatus IN LegalHoldRecord) = "Active"
                      AND LegalHoldCount < 200
                       ADD 1 TO LegalHoldCount
                       MOVE HoldUsername IN LegalHoldRecord
                           TO LegalHeldUser(LegalHoldCount)
                       MOVE HoldCaseRef IN LegalHoldRecord
                           TO LegalHeldCase(LegalHoldCount)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LegalHoldFile.

      *> Checks LegalHoldTarget against the holds last loaded.
       CheckLegalHold.
           MOVE 'N' TO LegalHoldActive
           MOVE SPACES TO LegalHoldCaseRef
           IF LegalHoldTarget NOT = SPACES
               PERFORM VARYING LegalHoldIndex FROM 1 BY 1
                   UNTIL LegalHoldIndex > LegalHoldCount
                       OR LegalHoldActive = 'Y'
                   IF LegalHeldUser(LegalHoldIndex) = LegalHoldTarget
                       MOVE 'Y' TO LegalHoldActive
                       MOVE LegalHeldCase(LegalHoldIndex) TO LegalHoldCaseRef
                   END-IF
               END-PERFORM
           END-IF.

       RecordLegalHoldSkip.
           PERFORM DetermineLegalHoldToday
           OPEN EXTEND LegalHoldSkipFile
           MOVE SPACES TO LegalHoldSkipRecord
           MOVE LegalHoldToday TO SkipDate
           MOVE LegalHoldSkipPoint TO SkipPoint
           MOVE LegalHoldTarget TO SkipUsername
           MOVE LegalHoldCaseRef TO SkipCaseRef
           MOVE LegalHoldSkipDetail TO SkipDetail
           WRITE LegalHoldSkipRecord
           CLOSE LegalHoldSkipFile.

       DetermineLegalHoldToday.
           MOVE SPACES TO LegalHoldStampBuf
           ACCEPT LegalHoldStampBuf
               FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
           IF FUNCTION TRIM(LegalHoldStampBuf) = SPACES
               MOVE FUNCTION CURRENT-DATE TO LegalHoldStampWork
               MOVE SPACES TO LegalHoldToday
               STRING LegalHoldStampWork(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   LegalHoldStampWork(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   LegalHoldStampWork(7:2) DELIMITED BY SIZE
                   INTO LegalHoldToday
           ELSE
               MOVE LegalHoldStampBuf(1:10) TO LegalHoldToday
           END-IF.

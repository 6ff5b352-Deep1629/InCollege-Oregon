      *> FERPA directory-information suppression. The registrar's flag
      *> in ferpa_suppressions.dat outranks every student visibility
      *> setting: a suppressed student is left out of directory lookups
      *> and outbound extracts altogether. The latest record already in
      *> effect wins, so clearing a flag is just a later 'N' record.
       CheckFerpaSuppressed.
           MOVE 'N' TO FerpaSuppressed
           PERFORM DetermineFerpaToday
           MOVE 'N' TO EOF-FerpaFile
           OPEN INPUT FerpaSuppressionFile
           PERFORM UNTIL EOF-FerpaFile = 'Y'
               READ FerpaSuppressionFile INTO FerpaSuppressionRecord
               AT END
                   MOVE 'Y' TO EOF-FerpaFile
               NOT AT END
                   IF FerpaUsername IN FerpaSuppressionRecord =
                      FerpaCheckTarget AND
                      (FerpaEffectiveDate IN FerpaSuppressionRecord = SPACES
                       OR FerpaEffectiveDate IN FerpaSuppressionRecord
                       <= FerpaToday)
                       IF FerpaFlag IN FerpaSuppressionRecord = 'Y'
                           MOVE 'Y' TO FerpaSuppressed
                       ELSE
                           MOVE 'N' TO FerpaSuppressed
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FerpaSuppressionFile.

      *> One row per record held back, naming the lookup or extract
      *> (FerpaExclusionPoint) and, for online lookups, who searched.
       RecordFerpaExclusion.
           PERFORM DetermineFerpaToday
           OPEN EXTEND FerpaExclusionFile
           MOVE SPACES TO FerpaExclusionRecord
           MOVE FerpaToday TO FxDate
           MOVE FerpaExclusionPoint TO FxPoint
           MOVE FerpaCheckTarget TO FxUsername
           MOVE FerpaExclusionViewer TO FxViewer
           WRITE FerpaExclusionRecord
           CLOSE FerpaExclusionFile.

       DetermineFerpaToday.
           MOVE SPACES TO FerpaStampBuf
           ACCEPT FerpaStampBuf FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
           IF FUNCTION TRIM(FerpaStampBuf) = SPACES
               MOVE FUNCTION CURRENT-DATE TO FerpaStampWork
               MOVE SPACES TO FerpaToday
               STRING FerpaStampWork(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   FerpaStampWork(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   FerpaStampWork(7:2) DELIMITED BY SIZE
                   INTO FerpaToday
           ELSE
               MOVE FerpaStampBuf(1:10) TO FerpaToday
           END-IF.

      *> Roll-forward journal. Each change to a master file is bracketed
      *> by JournalBeforeImage and JournalAfterImage with the file name in
      *> JournalMasterName: the before call takes the next sequence from
      *> journal_control.dat and copies the file as it stands to
      *> journal/Jnnnnnnnn.bef, the after call copies the changed file to
      *> journal/Jnnnnnnnn.aft and only then appends the entry to
      *> journal.dat, so a change that never finished leaves no entry.
      *> RollForward replays the after-images on top of a restored backup.
       JournalBeforeImage.
           IF JournalDirReady = 'N'
               CALL "CBL_CREATE_DIR" USING "journal"
               MOVE 'Y' TO JournalDirReady
           END-IF
           MOVE 0 TO JournalLastSeq
           OPEN INPUT JournalControlFile
           READ JournalControlFile
           AT END
               CONTINUE
           NOT AT END
               IF JournalControlSeq IS NUMERIC
                   MOVE JournalControlSeq TO JournalLastSeq
               END-IF
           END-READ
           CLOSE JournalControlFile
           ADD 1 TO JournalLastSeq
           OPEN OUTPUT JournalControlFile
           MOVE JournalLastSeq TO JournalControlSeq
           WRITE JournalControlRecord
           CLOSE JournalControlFile

      *> A name still pending from an earlier change is simply reused.
           MOVE 0 TO JournalPendingSlot
           PERFORM VARYING JournalPendingIndex FROM 1 BY 1
               UNTIL JournalPendingIndex > 10 OR JournalPendingSlot > 0
               IF JournalPendingName(JournalPendingIndex) = JournalMasterName
                   MOVE JournalPendingIndex TO JournalPendingSlot
               END-IF
           END-PERFORM
           PERFORM VARYING JournalPendingIndex FROM 1 BY 1
               UNTIL JournalPendingIndex > 10 OR JournalPendingSlot > 0
               IF JournalPendingName(JournalPendingIndex) = SPACES
                   MOVE JournalPendingIndex TO JournalPendingSlot
               END-IF
           END-PERFORM
           IF JournalPendingSlot = 0
               MOVE 1 TO JournalPendingSlot
           END-IF
           MOVE JournalMasterName TO JournalPendingName(JournalPendingSlot)
           MOVE JournalLastSeq TO JournalPendingSeq(JournalPendingSlot)

           MOVE SPACES TO JournalImageName
           STRING "journal/J" DELIMITED BY SIZE
               JournalLastSeq DELIMITED BY SIZE
               ".bef" DELIMITED BY SIZE
               INTO JournalImageName
           MOVE LOW-VALUES TO JournalCheckDetails
           CALL "CBL_CHECK_FILE_EXIST" USING JournalMasterName
               JournalCheckDetails
           IF RETURN-CODE = 0
               MOVE 'Y' TO JournalPendingExists(JournalPendingSlot)
               MOVE JournalCheckSize TO JournalPendingSize(JournalPendingSlot)
               CALL "CBL_COPY_FILE" USING JournalMasterName JournalImageName
           ELSE
               MOVE 'N' TO JournalPendingExists(JournalPendingSlot)
               MOVE 0 TO JournalPendingSize(JournalPendingSlot)
           END-IF
           MOVE 0 TO RETURN-CODE.

       JournalAfterImage.
           MOVE 0 TO JournalPendingSlot
           PERFORM VARYING JournalPendingIndex FROM 1 BY 1
               UNTIL JournalPendingIndex > 10 OR JournalPendingSlot > 0
               IF JournalPendingName(JournalPendingIndex) = JournalMasterName
                   MOVE JournalPendingIndex TO JournalPendingSlot
               END-IF
           END-PERFORM
      *> No before-image was taken on this path, so there is nothing to pair.
           IF JournalPendingSlot > 0
               MOVE SPACES TO JournalImageName
               STRING "journal/J" DELIMITED BY SIZE
                   JournalPendingSeq(JournalPendingSlot) DELIMITED BY SIZE
                   ".aft" DELIMITED BY SIZE
                   INTO JournalImageName
               MOVE SPACES TO JournalEntryRecord
               MOVE 0 TO JournalEntryAfterSize
               MOVE LOW-VALUES TO JournalCheckDetails
               CALL "CBL_CHECK_FILE_EXIST" USING JournalMasterName
                   JournalCheckDetails
               IF RETURN-CODE = 0
                   MOVE JournalCheckSize TO JournalEntryAfterSize
                   CALL "CBL_COPY_FILE" USING JournalMasterName
                       JournalImageName
               END-IF
               PERFORM DetermineJournalStamp
               MOVE JournalPendingSeq(JournalPendingSlot) TO JournalEntrySeq
               MOVE JournalStamp TO JournalEntryStamp
               MOVE JournalProgramName TO JournalEntryProgram
               MOVE JournalUserName TO JournalEntryUser
               MOVE JournalMasterName TO JournalEntryFile
               MOVE JournalPendingExists(JournalPendingSlot)
                   TO JournalEntryBeforeFlag
               MOVE JournalPendingSize(JournalPendingSlot)
                   TO JournalEntryBeforeSize
               OPEN EXTEND JournalFile
               WRITE JournalEntryRecord
               CLOSE JournalFile
               MOVE SPACES TO JournalPendingName(JournalPendingSlot)
           END-IF
           MOVE 0 TO RETURN-CODE.

       DetermineJournalStamp.
           MOVE SPACES TO JournalStampBuf
           ACCEPT JournalStampBuf FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
           IF FUNCTION TRIM(JournalStampBuf) = SPACES
               MOVE FUNCTION CURRENT-DATE TO JournalStampWork
               MOVE SPACES TO JournalStamp
               STRING JournalStampWork(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   JournalStampWork(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   JournalStampWork(7:2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JournalStampWork(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   JournalStampWork(11:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   JournalStampWork(13:2) DELIMITED BY SIZE
                   INTO JournalStamp
           ELSE
               MOVE JournalStampBuf(1:19) TO JournalStamp
               IF JournalStamp(17:3) = SPACES
                   MOVE ":00" TO JournalStamp(17:3)
               END-IF
           END-IF.

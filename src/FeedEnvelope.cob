      *> Control header and trailer for interface files. Every outbound
      *> file starts with a header line (HDR, source system, file type, run
      *> date, sequence number) and ends with a trailer line (TRL, count of
      *> the lines between them, hash total). The hash total is the sum of
      *> the character codes of every non-blank byte of those lines, so a
      *> file cut short or altered in transit no longer adds up. The last
      *> sequence number sent or accepted for each interface is kept in
      *> interface_sequences.dat under "OUT " or "IN " and the file type.
      *>
      *> Outbound: set EnvelopeFileType and EnvelopeRunDate (and
      *> EnvelopeSourceSystem when it is not INCOLLEGE), PERFORM
      *> StartOutboundEnvelope and write EnvelopeLine as the first record;
      *> after each detail write move the record to EnvelopeDetail and
      *> PERFORM AddEnvelopeHash; PERFORM BuildEnvelopeTrailer and write
      *> EnvelopeLine last; after the CLOSE PERFORM RecordOutboundSequence.
      *> Loaders check inbound files with FeedEnvelopeCheck.cob.
       StartOutboundEnvelope.
           MOVE 0 TO EnvelopeRecordCount
           MOVE 0 TO EnvelopeHashTotal
           MOVE SPACES TO EnvelopeSequenceKey
           STRING "OUT " DELIMITED BY SIZE
               EnvelopeFileType DELIMITED BY SIZE
               INTO EnvelopeSequenceKey
           PERFORM FindInterfaceSequence
           PERFORM StepEnvelopeSequence
           MOVE EnvelopeExpectedSequence TO EnvelopeSequence
           MOVE SPACES TO EnvelopeLine
           MOVE "HDR" TO EnvelopeTag
           MOVE EnvelopeSourceSystem TO EnvelopeHdrSource
           MOVE EnvelopeFileType TO EnvelopeHdrFileType
           MOVE EnvelopeRunDate TO EnvelopeHdrRunDate
           MOVE EnvelopeSequence TO EnvelopeHdrSequence.

       AddEnvelopeHash.
           ADD 1 TO EnvelopeRecordCount
           PERFORM VARYING EnvelopeByteIndex FROM 1 BY 1
               UNTIL EnvelopeByteIndex > 600
               IF EnvelopeDetail(EnvelopeByteIndex:1) NOT = SPACE
                   ADD FUNCTION ORD(EnvelopeDetail(EnvelopeByteIndex:1))
                       TO EnvelopeHashTotal
               END-IF
           END-PERFORM.

       BuildEnvelopeTrailer.
           MOVE SPACES TO EnvelopeLine
           MOVE "TRL" TO EnvelopeTag
           MOVE EnvelopeRecordCount TO EnvelopeTrlCount
           MOVE EnvelopeHashTotal TO EnvelopeTrlHash.

       RecordOutboundSequence.
           PERFORM SaveInterfaceSequence.

       FindInterfaceSequence.
           MOVE 'N' TO EnvelopeSequenceFound
           MOVE 0 TO EnvelopeLastSequence
           MOVE 'N' TO EOF-InterfaceSequenceFile
           OPEN INPUT InterfaceSequenceFile
           PERFORM UNTIL EOF-InterfaceSequenceFile = 'Y'
               READ InterfaceSequenceFile
               AT END
                   MOVE 'Y' TO EOF-InterfaceSequenceFile
               NOT AT END
                   IF SeqInterfaceKey = EnvelopeSequenceKey
                      AND SeqLastNumber IS NUMERIC
                       MOVE 'Y' TO EnvelopeSequenceFound
                       MOVE SeqLastNumber TO EnvelopeLastSequence
                   END-IF
               END-READ
           END-PERFORM
           CLOSE InterfaceSequenceFile.

      *> Sequence numbers run 000001 to 999999 and then start over.
       StepEnvelopeSequence.
           IF EnvelopeLastSequence >= 999999
               MOVE 1 TO EnvelopeExpectedSequence
           ELSE
               COMPUTE EnvelopeExpectedSequence = EnvelopeLastSequence + 1
           END-IF.

       SaveInterfaceSequence.
           MOVE 'N' TO EnvelopeSequenceFound
           MOVE 'N' TO EOF-InterfaceSequenceFile
           OPEN INPUT InterfaceSequenceFile
           OPEN OUTPUT TempInterfaceSequenceFile
           PERFORM UNTIL EOF-InterfaceSequenceFile = 'Y'
               READ InterfaceSequenceFile
               AT END
                   MOVE 'Y' TO EOF-InterfaceSequenceFile
               NOT AT END
                   IF SeqInterfaceKey = EnvelopeSequenceKey
                       MOVE 'Y' TO EnvelopeSequenceFound
                       MOVE EnvelopeSequence TO SeqLastNumber
                       MOVE EnvelopeRunDate TO SeqLastDate
                   END-IF
                   WRITE TempInterfaceSequenceRecord
                       FROM InterfaceSequenceRecord
               END-READ
           END-PERFORM
           IF EnvelopeSequenceFound = 'N'
               MOVE SPACES TO TempInterfaceSequenceRecord
               MOVE EnvelopeSequenceKey TO TempSeqInterfaceKey
               MOVE EnvelopeSequence TO TempSeqLastNumber
               MOVE EnvelopeRunDate TO TempSeqLastDate
               WRITE TempInterfaceSequenceRecord
           END-IF
           CLOSE InterfaceSequenceFile
           CLOSE TempInterfaceSequenceFile
           MOVE "interface_sequences.dat" TO JournalMasterName
           PERFORM JournalBeforeImage
           CALL "CBL_DELETE_FILE" USING "interface_sequences.dat"
           CALL "CBL_RENAME_FILE" USING "interface_sequences_temp.dat"
               "interface_sequences.dat"
           MOVE "interface_sequences.dat" TO JournalMasterName
           PERFORM JournalAfterImage.

      *> Spells out the risk factors flagged on an at-risk worklist entry.
      *> The host moves the entry's RiskReasons and RiskProfileScore into
      *> AtRiskReasonFlags and AtRiskProfileScore; the text comes back in
      *> AtRiskReasonText (AtRiskScoreDisplay, ZZ9, is work space). Flag
      *> order: applications, interviews, event check-ins, profile, advising
      *> appointment, mentor.
       BuildAtRiskReasonText.
           MOVE SPACES TO AtRiskReasonText
           MOVE 1 TO AtRiskReasonPointer
           IF AtRiskReasonFlags(1:1) = 'Y'
               MOVE "no applications" TO AtRiskReasonWord
               PERFORM AppendAtRiskReason
           END-IF
           IF AtRiskReasonFlags(2:1) = 'Y'
               MOVE "no interviews" TO AtRiskReasonWord
               PERFORM AppendAtRiskReason
           END-IF
           IF AtRiskReasonFlags(3:1) = 'Y'
               MOVE "no event check-ins" TO AtRiskReasonWord
               PERFORM AppendAtRiskReason
           END-IF
           IF AtRiskReasonFlags(4:1) = 'Y'
               MOVE AtRiskProfileScore TO AtRiskScoreDisplay
               MOVE SPACES TO AtRiskReasonWord
               STRING "profile " DELIMITED BY SIZE
                   FUNCTION TRIM(AtRiskScoreDisplay) DELIMITED BY SIZE
                   "% complete" DELIMITED BY SIZE
                   INTO AtRiskReasonWord
               PERFORM AppendAtRiskReason
           END-IF
           IF AtRiskReasonFlags(5:1) = 'Y'
               MOVE "no advising appointment" TO AtRiskReasonWord
               PERFORM AppendAtRiskReason
           END-IF
           IF AtRiskReasonFlags(6:1) = 'Y'
               MOVE "no mentor" TO AtRiskReasonWord
               PERFORM AppendAtRiskReason
           END-IF.

       AppendAtRiskReason.
           IF AtRiskReasonPointer > 1
               STRING ", " DELIMITED BY SIZE
                   INTO AtRiskReasonText
                   WITH POINTER AtRiskReasonPointer
           END-IF
           STRING FUNCTION TRIM(AtRiskReasonWord) DELIMITED BY SIZE
               INTO AtRiskReasonText
               WITH POINTER AtRiskReasonPointer.

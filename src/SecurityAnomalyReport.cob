       01 TotalFailureCount PIC 9(6) VALUE 0.
       01 LockedAccountCount PIC 9(5) VALUE 0.
       01 OddHoursCount PIC 9(5) VALUE 0.
       01 TotalCodeFailCount PIC 9(6) VALUE 0.
       01 LogHour PIC XX.

       01 SessionUserTable.
               10 SessionUsername PIC X(20).
               10 SessionLoginCount PIC 9(5).
               10 SessionLogoutCount PIC 9(5).
               10 SessionCodeFailCount PIC 9(5).
       01 SessionUserCount PIC 9(3) VALUE 0.
       01 SessionUserIndex PIC 9(3) VALUE 0.
       01 SessionMatchIndex PIC 9(3) VALUE 0.
           PERFORM ScanLoginAttempts
           PERFORM ScanLoginLog
           PERFORM ReportUnclosedSessions
           PERFORM ReportCodeFailures
           PERFORM ScanMessageLimitHits

           MOVE "----------------------------------------" TO CurrentMessage
               AnomalyCount DELIMITED BY SIZE
               "  total failed attempts on file: " DELIMITED BY SIZE
               TotalFailureCount DELIMITED BY SIZE
               "  sign-in code failures: " DELIMITED BY SIZE
               TotalCodeFailCount DELIMITED BY SIZE
               INTO CurrentMessage
           PERFORM WriteReportLine
           CLOSE ReportFile
                   TO SessionUsername(SessionUserCount)
               MOVE 0 TO SessionLoginCount(SessionUserCount)
               MOVE 0 TO SessionLogoutCount(SessionUserCount)
               MOVE 0 TO SessionCodeFailCount(SessionUserCount)
               MOVE SessionUserCount TO SessionMatchIndex
           END-IF
           IF SessionMatchIndex > 0 THEN
               IF FUNCTION TRIM(LogEvent IN LoginLogRecord) = "LOGOUT"
                   ADD 1 TO SessionLogoutCount(SessionMatchIndex)
               END-IF
               IF FUNCTION TRIM(LogEvent IN LoginLogRecord) = "CODEFAIL"
                   ADD 1 TO SessionCodeFailCount(SessionMatchIndex)
                   ADD 1 TO TotalCodeFailCount
               END-IF
           END-IF.

       ReportUnclosedSessions.
               END-IF
           END-PERFORM.

      *> Wrong or expired second-factor codes are listed apart from the
      *> password failures above: a run of them suggests someone holding
      *> the password but not the mailbox.
       ReportCodeFailures.
           PERFORM VARYING SessionUserIndex FROM 1 BY 1
               UNTIL SessionUserIndex > SessionUserCount
               IF SessionCodeFailCount(SessionUserIndex) > 0
                   ADD 1 TO AnomalyCount
                   MOVE SPACES TO CurrentMessage
                   STRING "CODEFAIL: " DELIMITED BY SIZE
                       FUNCTION TRIM(SessionUsername(SessionUserIndex))
                       DELIMITED BY SIZE
                       " failed " DELIMITED BY SIZE
                       SessionCodeFailCount(SessionUserIndex)
                       DELIMITED BY SIZE
                       " sign-in code(s)" DELIMITED BY SIZE
                       INTO CurrentMessage
                   PERFORM WriteReportLine
               END-IF
           END-PERFORM.

       ScanMessageLimitHits.
           MOVE 'N' TO EOF-WorkFile
           OPEN INPUT MsgLimitHitFile

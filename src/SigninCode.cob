      *> Second sign-in step for admin, advisor and employer accounts. Once
      *> the password checks out a code goes to the verified recovery email
      *> for OtpTargetUsername and must be entered within SigninCodeMinutes.
      *> A wrong or expired code is a failed attempt in login_attempts.dat,
      *> the same lockout a bad password feeds, and is logged as CODEFAIL
      *> in login_log.dat so the anomaly report can tell the two apart.
      *> The address must already be verified: one confirmed from an
      *> ordinary session before the role was granted, or one set from
      *> AdminConsole (option 42) and confirmed by a second admin. An address
      *> typed in at sign-in is never accepted in place of it.
       VerifySigninCode.
           MOVE 'N' TO SigninCodeOk
           PERFORM LookupUserContact
           IF ContactFound = 'N' OR ContactVerifiedOnFile NOT = 'Y'
               MOVE "A verified recovery email is required to sign in. Ask an administrator to set one up for this account."
                   TO CurrentMessage
               PERFORM DisplayAndLog
           ELSE
               MOVE "SIGNIN" TO OtpPurposeWanted
               MOVE SigninCodeMinutes TO OtpLifetimeMinutes
               PERFORM IssueOneTimeCode
               PERFORM MaskContactEmail
               MOVE SPACES TO CurrentMessage
               STRING "A sign-in code has been sent to " DELIMITED BY SIZE
                   FUNCTION TRIM(ContactMaskedEmail) DELIMITED BY SIZE
                   " and expires in " DELIMITED BY SIZE
                   FUNCTION TRIM(OtpLifetimeDisplay) DELIMITED BY SIZE
                   " minutes." DELIMITED BY SIZE
                   INTO CurrentMessage
               PERFORM DisplayAndLog
               MOVE "Enter the sign-in code:" TO CurrentMessage
               PERFORM DisplayAndLog
               PERFORM ReadOneTimeCode
               PERFORM CheckOneTimeCode
               IF OtpCodeValid = 'Y'
                   MOVE 'Y' TO SigninCodeOk
               ELSE
                   IF OtpCodeExpired = 'Y'
                       MOVE "That sign-in code has expired. Please sign in again."
                           TO CurrentMessage
                   ELSE
                       MOVE "Sign-in code not accepted." TO CurrentMessage
                   END-IF
                   PERFORM DisplayAndLog
                   PERFORM RecordSigninFailure
               END-IF
           END-IF.

       CheckSigninLockout.
           MOVE 'N' TO SigninAttemptFound
           MOVE 'N' TO SigninLocked
           MOVE 0 TO SigninAttemptCount
           MOVE 'N' TO EOF-SigninAttemptFile
           OPEN INPUT LoginAttemptFile
           PERFORM UNTIL EOF-SigninAttemptFile = 'Y'
                   OR SigninAttemptFound = 'Y'
               READ LoginAttemptFile INTO LoginAttemptRecord
               AT END
                   MOVE 'Y' TO EOF-SigninAttemptFile
               NOT AT END
                   IF AttemptUsername IN LoginAttemptRecord = OtpTargetUsername
                       MOVE 'Y' TO SigninAttemptFound
                       MOVE AttemptCount IN LoginAttemptRecord
                           TO SigninAttemptCount
                       MOVE AttemptLockedFlag IN LoginAttemptRecord
                           TO SigninLocked
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LoginAttemptFile.

       RecordSigninFailure.
           PERFORM CheckSigninLockout
           ADD 1 TO SigninAttemptCount
           IF SigninAttemptCount >= SigninMaxAttempts
              AND SigninLocked NOT = 'S'
               MOVE 'Y' TO SigninLocked
           END-IF
           PERFORM WriteSigninAttempts
           PERFORM StampOtpNow
           OPEN EXTEND LoginLogFile
           MOVE SPACES TO LoginLogRecord
           MOVE OtpTargetUsername TO LogUsername
           MOVE "CODEFAIL" TO LogEvent
           MOVE FormattedMessageTimestamp TO LogTimestamp
           WRITE LoginLogRecord
           CLOSE LoginLogFile.

      *> A suspension lock ('S') is left alone, as at password sign-in.
       ResetSigninAttempts.
           PERFORM CheckSigninLockout
           MOVE 0 TO SigninAttemptCount
           IF SigninLocked NOT = 'S'
               MOVE 'N' TO SigninLocked
           END-IF
           IF SigninAttemptFound = 'Y'
               PERFORM WriteSigninAttempts
           END-IF.

       WriteSigninAttempts.
           MOVE 'N' TO SigninAttemptFound
           MOVE 'N' TO EOF-SigninAttemptFile
           OPEN INPUT LoginAttemptFile
           OPEN OUTPUT TempAttemptFile
           PERFORM UNTIL EOF-SigninAttemptFile = 'Y'
               READ LoginAttemptFile INTO LoginAttemptRecord
               AT END
                   MOVE 'Y' TO EOF-SigninAttemptFile
               NOT AT END
                   IF AttemptUsername IN LoginAttemptRecord = OtpTargetUsername
                       MOVE 'Y' TO SigninAttemptFound
                       MOVE SigninAttemptCount
                           TO AttemptCount IN LoginAttemptRecord
                       MOVE SigninLocked
                           TO AttemptLockedFlag IN LoginAttemptRecord
                   END-IF
                   WRITE TempAttemptRecord FROM LoginAttemptRecord
               END-READ
           END-PERFORM
           IF SigninAttemptFound = 'N'
               MOVE SPACES TO TempAttemptRecord
               MOVE OtpTargetUsername TO AttemptUsername IN TempAttemptRecord
               MOVE SigninAttemptCount TO AttemptCount IN TempAttemptRecord
               MOVE SigninLocked TO AttemptLockedFlag IN TempAttemptRecord
               WRITE TempAttemptRecord
           END-IF
           CLOSE LoginAttemptFile
           CLOSE TempAttemptFile
           CALL "CBL_DELETE_FILE" USING "login_attempts.dat"
           CALL "CBL_RENAME_FILE" USING "login_attempts_temp.dat"
               "login_attempts.dat".

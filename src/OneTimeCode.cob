       StampOtpNow.
           MOVE SPACES TO FixedMessageTimestamp
           MOVE SPACES TO FormattedMessageTimestamp
           ACCEPT FixedMessageTimestamp
               FROM ENVIRONMENT "INCOLLEGE_FIXED_TIMESTAMP"
           IF FUNCTION TRIM(FixedMessageTimestamp) = SPACES
               MOVE FUNCTION CURRENT-DATE TO CurrentDateTime
               STRING CurrentDateTime(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CurrentDateTime(7:2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CurrentDateTime(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   CurrentDateTime(11:2) DELIMITED BY SIZE
                   INTO FormattedMessageTimestamp
           ELSE
               MOVE SPACES TO CurrentDateTime
               MOVE FixedMessageTimestamp TO FormattedMessageTimestamp
           END-IF
           MOVE 0 TO OtpNowMinute
           IF FormattedMessageTimestamp(1:4) IS NUMERIC AND
              FormattedMessageTimestamp(6:2) IS NUMERIC AND
              FormattedMessageTimestamp(9:2) IS NUMERIC
               COMPUTE OtpDateNum =
                   FUNCTION NUMVAL(FormattedMessageTimestamp(1:4)) * 10000 +
                   FUNCTION NUMVAL(FormattedMessageTimestamp(6:2)) * 100 +
                   FUNCTION NUMVAL(FormattedMessageTimestamp(9:2))
               IF FUNCTION TEST-DATE-YYYYMMDD(OtpDateNum) = 0
                   COMPUTE OtpNowMinute =
                       FUNCTION INTEGER-OF-DATE(OtpDateNum) * 1440
               END-IF
               IF FormattedMessageTimestamp(12:2) IS NUMERIC AND
                  FormattedMessageTimestamp(15:2) IS NUMERIC
                   COMPUTE OtpNowMinute = OtpNowMinute +
                       FUNCTION NUMVAL(FormattedMessageTimestamp(12:2)) * 60
                       + FUNCTION NUMVAL(FormattedMessageTimestamp(15:2))
               END-IF
           END-IF.

       LookupUserContact.
           MOVE 'N' TO ContactFound
           MOVE SPACES TO ContactEmailOnFile
           MOVE 'N' TO ContactVerifiedOnFile
           MOVE SPACES TO ContactPhoneOnFile
           MOVE SPACES TO ContactEmailStatusOnFile
           MOVE SPACES TO ContactPhoneStatusOnFile
           MOVE 'N' TO EOF-UserContactFile
           OPEN INPUT UserContactFile
           PERFORM UNTIL EOF-UserContactFile = 'Y'
               READ UserContactFile INTO UserContactRecord
               AT END
                   MOVE 'Y' TO EOF-UserContactFile
               NOT AT END
                   IF ContactUsername IN UserContactRecord = OtpTargetUsername
                       MOVE 'Y' TO ContactFound
                       MOVE ContactEmail IN UserContactRecord
                           TO ContactEmailOnFile
                       MOVE ContactVerified IN UserContactRecord
                           TO ContactVerifiedOnFile
                       MOVE ContactPhone IN UserContactRecord
                           TO ContactPhoneOnFile
                       MOVE ContactEmailStatus IN UserContactRecord
                           TO ContactEmailStatusOnFile
                       MOVE ContactPhoneStatus IN UserContactRecord
                           TO ContactPhoneStatusOnFile
                   END-IF
               END-READ
           END-PERFORM
           CLOSE UserContactFile.

      *> Only the first character of the mailbox and the domain are shown,
      *> so a prompt on a shared screen does not disclose the address.
       MaskContactEmail.
           MOVE SPACES TO ContactMaskedEmail
           MOVE 0 TO ContactAtPosition
           PERFORM VARYING ContactScanIndex FROM 1 BY 1
               UNTIL ContactScanIndex > 60 OR ContactAtPosition > 0
               IF ContactEmailOnFile(ContactScanIndex:1) = "@"
                   MOVE ContactScanIndex TO ContactAtPosition
               END-IF
           END-PERFORM
           IF ContactAtPosition > 1
               STRING ContactEmailOnFile(1:1) DELIMITED BY SIZE
                   "***" DELIMITED BY SIZE
                   FUNCTION TRIM(ContactEmailOnFile(ContactAtPosition:))
                   DELIMITED BY SIZE
                   INTO ContactMaskedEmail
           ELSE
               MOVE "(address on file)" TO ContactMaskedEmail
           END-IF.

      *> Issues a code for OtpTargetUsername/OtpPurposeWanted and sends it
      *> to ContactEmailOnFile through mail_pickup.dat, which the mail
      *> gateway drains as it is written; the nightly relay would deliver
      *> it long after it expired. Any earlier unused code for the same
      *> purpose is superseded so only the newest one can be redeemed. Only
      *> the digest of the code is kept in otp_codes.dat.
       IssueOneTimeCode.
           PERFORM StampOtpNow
           MOVE SPACES TO ChainDigestInput
           STRING OtpTargetUsername DELIMITED BY SIZE
               OtpPurposeWanted DELIMITED BY SIZE
               FormattedMessageTimestamp DELIMITED BY SIZE
               CurrentDateTime DELIMITED BY SIZE
               ContactEmailOnFile DELIMITED BY SIZE
               INTO ChainDigestInput
           PERFORM ComputeChainDigest
           MOVE ChainDigestValue(14:6) TO OtpPlainCode
           MOVE SPACES TO PasswordDigestInput
           STRING OtpPlainCode DELIMITED BY SIZE
               OtpTargetUsername(1:14) DELIMITED BY SIZE
               INTO PasswordDigestInput
           PERFORM ComputePasswordDigest

           MOVE 'N' TO EOF-OneTimeCodeFile
           OPEN INPUT OneTimeCodeFile
           OPEN OUTPUT TempOneTimeCodeFile
           PERFORM UNTIL EOF-OneTimeCodeFile = 'Y'
               READ OneTimeCodeFile INTO OneTimeCodeRecord
               AT END
                   MOVE 'Y' TO EOF-OneTimeCodeFile
               NOT AT END
                   IF OtpUsername IN OneTimeCodeRecord = OtpTargetUsername
                      AND OtpPurpose IN OneTimeCodeRecord = OtpPurposeWanted
                      AND FUNCTION TRIM(OtpStatus IN OneTimeCodeRecord)
                          = "Issued"
                       MOVE "Replaced" TO OtpStatus IN OneTimeCodeRecord
                   END-IF
      *> Codes expired for more than a day are housekeeping only.
                   IF OtpExpiresMinute IN OneTimeCodeRecord IS NOT NUMERIC
                      OR OtpExpiresMinute IN OneTimeCodeRecord + 1440
                         >= OtpNowMinute
                       WRITE TempOneTimeCodeRecord FROM OneTimeCodeRecord
                   END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO TempOneTimeCodeRecord
           MOVE OtpTargetUsername TO OtpUsername IN TempOneTimeCodeRecord
           MOVE OtpPurposeWanted TO OtpPurpose IN TempOneTimeCodeRecord
           MOVE PasswordDigestValue TO OtpCodeDigest IN TempOneTimeCodeRecord
           MOVE FormattedMessageTimestamp(1:16)
               TO OtpIssuedStamp IN TempOneTimeCodeRecord
           COMPUTE OtpExpiresMinute IN TempOneTimeCodeRecord =
               OtpNowMinute + OtpLifetimeMinutes
           MOVE "Issued" TO OtpStatus IN TempOneTimeCodeRecord
           WRITE TempOneTimeCodeRecord
           CLOSE OneTimeCodeFile
           CLOSE TempOneTimeCodeFile
           CALL "CBL_DELETE_FILE" USING "otp_codes.dat"
           CALL "CBL_RENAME_FILE" USING "otp_codes_temp.dat"
               "otp_codes.dat"

           OPEN EXTEND MailPickupFile
           MOVE SPACES TO MailPickupRecord
           MOVE OtpTargetUsername TO PickupUsername
           MOVE ContactEmailOnFile TO PickupAddress
           EVALUATE FUNCTION TRIM(OtpPurposeWanted)
               WHEN "RESET"
                   MOVE "InCollege password reset code" TO PickupSubject
               WHEN "VERIFY"
                   MOVE "InCollege email verification code" TO PickupSubject
               WHEN OTHER
                   MOVE "InCollege sign-in code" TO PickupSubject
           END-EVALUATE
           MOVE OtpLifetimeMinutes TO OtpLifetimeDisplay
           STRING "Your one-time code is " DELIMITED BY SIZE
               OtpPlainCode DELIMITED BY SIZE
               ". It expires in " DELIMITED BY SIZE
               FUNCTION TRIM(OtpLifetimeDisplay) DELIMITED BY SIZE
               " minutes. If you did not ask for it, ignore this message."
               DELIMITED BY SIZE
               INTO PickupText
           MOVE FormattedMessageTimestamp(1:16) TO PickupStamp
           WRITE MailPickupRecord
           CLOSE MailPickupFile
           MOVE SPACES TO OtpPlainCode.

      *> Checks OtpCodeEntry against the outstanding code for
      *> OtpTargetUsername/OtpPurposeWanted. A code can be tried once: a
      *> wrong entry burns it, so guessing needs a fresh code each time.
       CheckOneTimeCode.
           MOVE 'N' TO OtpCodeValid
           MOVE 'N' TO OtpCodeExpired
           PERFORM StampOtpNow
           MOVE SPACES TO PasswordDigestInput
           STRING OtpCodeEntry DELIMITED BY SIZE
               OtpTargetUsername(1:14) DELIMITED BY SIZE
               INTO PasswordDigestInput
           PERFORM ComputePasswordDigest

           MOVE 'N' TO EOF-OneTimeCodeFile
           OPEN INPUT OneTimeCodeFile
           OPEN OUTPUT TempOneTimeCodeFile
           PERFORM UNTIL EOF-OneTimeCodeFile = 'Y'
               READ OneTimeCodeFile INTO OneTimeCodeRecord
               AT END
                   MOVE 'Y' TO EOF-OneTimeCodeFile
               NOT AT END
                   IF OtpUsername IN OneTimeCodeRecord = OtpTargetUsername
                      AND OtpPurpose IN OneTimeCodeRecord = OtpPurposeWanted
                      AND FUNCTION TRIM(OtpStatus IN OneTimeCodeRecord)
                          = "Issued"
                       IF OtpExpiresMinute IN OneTimeCodeRecord < OtpNowMinute
                           MOVE "Expired" TO OtpStatus IN OneTimeCodeRecord
                           MOVE 'Y' TO OtpCodeExpired
                       ELSE
                           IF OtpCodeDigest IN OneTimeCodeRecord
                              = PasswordDigestValue
                               MOVE "Used" TO OtpStatus IN OneTimeCodeRecord
                               MOVE 'Y' TO OtpCodeValid
                           ELSE
                               MOVE "Failed" TO OtpStatus IN OneTimeCodeRecord
                           END-IF
                       END-IF
                   END-IF
                   WRITE TempOneTimeCodeRecord FROM OneTimeCodeRecord
               END-READ
           END-PERFORM
           CLOSE OneTimeCodeFile
           CLOSE TempOneTimeCodeFile
           CALL "CBL_DELETE_FILE" USING "otp_codes.dat"
           CALL "CBL_RENAME_FILE" USING "otp_codes_temp.dat"
               "otp_codes.dat".

      *> Accepts local@domain.tld with exactly one "@", no embedded
      *> spaces, and at least one "." somewhere after the "@".
       ValidateEmailFormat.
           MOVE 'N' TO ContactEmailValid
           MOVE 0 TO ContactAtCount
           MOVE 0 TO ContactAtPosition
           MOVE 'N' TO ContactDotAfterAt
           MOVE 'N' TO ContactHasSpace
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(ContactEmailEntry))
               TO ContactEmailEntry
           IF ContactEmailEntry = SPACES
               MOVE 0 TO ContactEmailLength
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(ContactEmailEntry))
                   TO ContactEmailLength
           END-IF
           PERFORM VARYING ContactScanIndex FROM 1 BY 1
               UNTIL ContactScanIndex > ContactEmailLength
               EVALUATE ContactEmailEntry(ContactScanIndex:1)
                   WHEN "@"
                       ADD 1 TO ContactAtCount
                       MOVE ContactScanIndex TO ContactAtPosition
                   WHEN "."
                       IF ContactAtPosition > 0 AND
                          ContactScanIndex > ContactAtPosition + 1 AND
                          ContactScanIndex < ContactEmailLength
                           MOVE 'Y' TO ContactDotAfterAt
                       END-IF
                   WHEN " "
                       MOVE 'Y' TO ContactHasSpace
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF ContactAtCount = 1 AND ContactAtPosition > 1 AND
              ContactDotAfterAt = 'Y' AND ContactHasSpace = 'N'
               MOVE 'Y' TO ContactEmailValid
           END-IF.

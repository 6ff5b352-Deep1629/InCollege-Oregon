      *> Class standing from a graduation year. The host sets
      *> ClassStandingGradYear and ClassStandingCurrentYear (the calendar
      *> year to judge by) and gets ClassStandingLabel back: Freshman,
      *> Sophomore, Junior, Senior or Alumni, or blank when no graduation
      *> year is on file.
       DeriveClassStanding.
           EVALUATE TRUE
               WHEN ClassStandingGradYear = 0
                   MOVE SPACES TO ClassStandingLabel
               WHEN ClassStandingGradYear < ClassStandingCurrentYear
                   MOVE "Alumni" TO ClassStandingLabel
               WHEN ClassStandingGradYear = ClassStandingCurrentYear
                   MOVE "Senior" TO ClassStandingLabel
               WHEN ClassStandingGradYear = ClassStandingCurrentYear + 1
                   MOVE "Junior" TO ClassStandingLabel
               WHEN ClassStandingGradYear = ClassStandingCurrentYear + 2
                   MOVE "Sophomore" TO ClassStandingLabel
               WHEN OTHER
                   MOVE "Freshman" TO ClassStandingLabel
           END-EVALUATE.

      *> shared count-day calendar layout - one record per
      *> coordinated count on count-days.dat, keyed on the count
      *> date.  Kept by CountDayMaintenance, read by CountReturnsCheck;
      *> copied into both so the layout can't drift
           05  cdy-count-date          pic 9(8).
           05  filler                  pic X.
           05  cdy-title               pic X(30).
           05  filler                  pic X.
      *> returns still missing on this date go on the chase list
           05  cdy-returns-due-date    pic 9(8).
           05  filler                  pic X.
      *> O open - returns still being matched; C complete - every
      *> allocated site has come back
           05  cdy-status              pic X.
               88  cdy-open                value "O" " ".
               88  cdy-complete            value "C".
           05  filler                  pic X.
           05  cdy-last-checked-date   pic 9(8).

      *> shared dormancy layout - one record per current account the
      *> dormancy run has ever flagged, on account-dormancy.dat keyed
      *> on the account number.  No record means the account has
      *> never been flagged.  Written by the monthly dormancy run,
      *> read by everything that lets money leave an account, and
      *> cleared back to active only by a reactivation transaction.
      *> Copied into every program that reads or writes the file so
      *> the physical layout can't drift
           05  dmy-account-number      pic 9(6).
           05  filler                  pic X.
           05  dmy-dormancy-status     pic X.
               88  dmy-account-active      value "A".
               88  dmy-account-inactive    value "I".
               88  dmy-account-dormant     value "D".
           05  filler                  pic X.
      *> the last movement the customer made - interest and the
      *> clearing markers do not count
           05  dmy-last-movement-date  pic 9(8).
           05  filler                  pic X.
      *> when the account reached its present status
           05  dmy-status-date         pic 9(8).
           05  filler                  pic X.
      *> set by a reactivation - counts as a movement, so the account
      *> is not flagged again straight away
           05  dmy-reactivated-date    pic 9(8).
           05  filler                  pic X(2).

      *> shared count-allocation layout - who covers which site on
      *> which count day, one record per site per count date on
      *> count-allocations.dat.  Kept by CountDayMaintenance, matched
      *> to returns by CountReturnsCheck; copied into both so the
      *> layout can't drift
           05  cal-key.
               10  cal-count-date      pic 9(8).
               10  cal-site-code       pic X(4).
           05  filler                  pic X.
           05  cal-observer-id         pic 9(4).
           05  filler                  pic X.
           05  cal-allocated-date      pic 9(8).
           05  filler                  pic X.
      *> space not yet checked; R returned with birds; N a nil
      *> return - the site was visited and nothing was there; U no
      *> return yet.  A nil return is a real zero, an unreturned site
      *> is not, and the totals must keep them apart
           05  cal-return-status       pic X.
               88  cal-not-checked         value " ".
               88  cal-returned            value "R".
               88  cal-nil-return          value "N".
               88  cal-unreturned          value "U".
               88  cal-has-come-back       value "R" "N".
           05  filler                  pic X.
           05  cal-birds-returned      pic 9(6).
           05  filler                  pic X.
      *> who actually counted, where it was not the allocated observer
           05  cal-counted-by-id       pic 9(4).
           05  filler                  pic X.
           05  cal-checked-date        pic 9(8).

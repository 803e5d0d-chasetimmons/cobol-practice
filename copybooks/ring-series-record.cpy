      *> shared ring-series layout - one record per string of rings
      *> on ring-series.dat keyed by rsr-series-id.  A string arrives
      *> from the national office into stock (ringer zero), is issued
      *> whole to one ringer, and any unused tail can come back to
      *> stock as a new string.  Ring numbers are a letter prefix and
      *> a serial, and a string runs first to last serial inclusive.
      *> Copied into every program that reads or writes the series
      *> master so the physical layout can't drift between them
           05  rsr-series-id           pic 9(5).
           05  filler                  pic X.
           05  rsr-ring-size           pic X(3).
           05  filler                  pic X.
           05  rsr-ring-prefix         pic X(4).
           05  filler                  pic X.
           05  rsr-first-serial        pic 9(7).
           05  filler                  pic X.
           05  rsr-last-serial         pic 9(7).
           05  filler                  pic X.
           05  rsr-ringer-id           pic 9(4).
               88  rsr-in-stock            value 0.
           05  filler                  pic X.
           05  rsr-issue-date          pic 9(8).
           05  filler                  pic X.
      *> rings handed back off the end of this string - they live
      *> on as a stock string of their own, counted here so the
      *> ringer's reconciliation still balances
           05  rsr-returned-count      pic 9(5).
           05  filler                  pic X(2).

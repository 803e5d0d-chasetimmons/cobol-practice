      *> shared fixed-term deposit layout - one record per deposit on
      *> fixed-term-deposits.dat, keyed on the deposit's account
      *> number (the same number as its record on accounts.dat, where
      *> the balance and interest build up).  Written at opening,
      *> rolled forward or closed by the daily maturity run.  Copied
      *> into every program that reads or writes the deposit master
      *> so the physical layout can't drift
           05  ftd-account-number      pic 9(6).
           05  filler                  pic X.
           05  ftd-term-months         pic 9(2).
           05  filler                  pic X.
      *> the rate fixed for this term - the interest run pays it in
      *> place of the instant-access tiers
           05  ftd-fixed-rate          pic 9V9(4).
           05  filler                  pic X.
      *> breaking the deposit early costs this many days' interest
      *> on the amount taken
           05  ftd-penalty-days        pic 9(3).
           05  filler                  pic X.
           05  ftd-term-start-date     pic 9(8).
           05  filler                  pic X.
           05  ftd-maturity-date       pic 9(8).
           05  filler                  pic X.
      *> the balance the current term began with - what a rollover
      *> of the principal alone keeps back
           05  ftd-term-principal      pic 9(7)V9(2).
           05  filler                  pic X.
      *> the customer's standing instruction for maturity
           05  ftd-maturity-instruction pic X.
               88  ftd-pay-out-all         value "P".
               88  ftd-roll-over-all       value "R".
               88  ftd-roll-over-principal value "I".
           05  filler                  pic X.
      *> the current account a pay-out, or the interest of a
      *> principal-only rollover, is paid to
           05  ftd-payout-account      pic 9(6).
           05  filler                  pic X.
           05  ftd-deposit-status      pic X.
               88  ftd-deposit-active      value "A".
               88  ftd-deposit-matured     value "M".
               88  ftd-deposit-broken      value "B".
           05  filler                  pic X(2).

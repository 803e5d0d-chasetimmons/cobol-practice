      *> shared account-holder layout - one record per customer on a
      *> jointly held account, on account-holders.dat keyed by account
      *> then customer, so a start on the account number with a zero
      *> customer reads that account's holders in a run.  A sole
      *> account has no rows here - its holder is the master's
      *> account-customer-number.  Rows are written when a second
      *> holder is added: a P row for the master's customer and a J
      *> row for each joint holder, and the P row goes again when the
      *> last joint holder leaves.  Copied into every program that
      *> reads or writes the holder file so the layout can't drift
           05  ahr-holder-key.
               10  ahr-account-number  pic 9(6).
               10  ahr-customer-number pic 9(6).
           05  filler                  pic X.
           05  ahr-holder-role         pic X.
               88  ahr-primary-holder      value "P".
               88  ahr-joint-holder        value "J".
           05  filler                  pic X.
      *> the account's mandate - carried on every holder row of the
      *> account and changed on all of them together
           05  ahr-signing-rule        pic X.
               88  ahr-either-to-sign      value "E".
               88  ahr-both-to-sign        value "B".
           05  filler                  pic X.
           05  ahr-added-date          pic 9(8).
           05  filler                  pic X(2).

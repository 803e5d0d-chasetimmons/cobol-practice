      *> shared compliance-case layout - one record per case the daily
      *> cash monitoring raises, on compliance-cases.dat keyed by the
      *> case number.  Raised open by ComplianceMonitor, closed by the
      *> compliance officer's disposition through ComplianceDecisions,
      *> counted by ComplianceSummary.  Copied into every program that
      *> reads or writes the case file so the layout can't drift
           05  cmc-case-number         pic 9(6).
           05  filler                  pic X.
           05  cmc-case-type           pic X.
               88  cmc-large-cash          value "L".
               88  cmc-structuring         value "S".
               88  cmc-quiet-account       value "Q".
               88  cmc-large-attempt       value "A".
           05  filler                  pic X.
           05  cmc-raised-date         pic 9(8).
           05  filler                  pic X.
           05  cmc-customer-number     pic 9(6).
           05  filler                  pic X.
      *> the account the movement landed on - for a structuring case
      *> the account of the deposit that tipped the total over
           05  cmc-account-number      pic 9(6).
           05  filler                  pic X.
           05  cmc-movement-type       pic X.
               88  cmc-deposit             value "D".
               88  cmc-withdrawal          value "W".
           05  filler                  pic X.
      *> the single amount, or the window's total for structuring
           05  cmc-amount              pic 9(9)V9(2).
           05  filler                  pic X.
      *> how many deposits made up a structuring total and over how
      *> many days; for a quiet account, how long it had been quiet
           05  cmc-deposit-count       pic 9(3).
           05  filler                  pic X.
           05  cmc-window-days         pic 9(4).
           05  filler                  pic X.
           05  cmc-case-status         pic X.
               88  cmc-case-open           value "O".
               88  cmc-case-closed         value "C".
           05  filler                  pic X.
      *> the officer's closing disposition - see ComplianceDecisions
           05  cmc-disposition-code    pic X(2).
           05  filler                  pic X.
           05  cmc-closed-date         pic 9(8).
           05  filler                  pic X.
           05  cmc-closed-by           pic X(8).

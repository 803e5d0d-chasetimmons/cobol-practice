      *> shared pay-run release status - the single line on
      *> payroll-release.txt.  The pay run writes it held with the
      *> payment file; PayRunRelease rewrites it released once the
      *> file has gone to payroll-payments.txt for the bank, so a
      *> run is never released twice.  Copied into both so the layout
      *> can't drift
           05  prs-run-date        pic 9(8).
           05  filler              pic X.
           05  prs-status          pic X.
               88  prs-run-held        value "H".
               88  prs-run-released    value "R".
           05  filler              pic X.
           05  prs-variance-count  pic 9(4).
           05  filler              pic X.
           05  prs-payment-count   pic 9(5).
           05  filler              pic X.
           05  prs-net-pay-hash    pic 9(10)V9(2).
           05  filler              pic X.
      *> who released it and when - empty while held
           05  prs-released-by     pic X(8).
           05  filler              pic X.
           05  prs-released-date   pic 9(8).
           05  filler              pic X(2).

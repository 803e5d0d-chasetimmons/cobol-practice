      *> shared expense-reimbursement register layout - one line on
      *> expense-reimbursed.txt per approved claim the pay run has
      *> paid out with net pay, so a claim is never paid twice.
      *> Written by the pay run, read back by it and by
      *> ExpensesReport.  Copied into both so the layout can't drift
           05  exr-claim-number        pic 9(6).
           05  filler                  pic X.
           05  exr-emp-id              pic 9(5).
           05  filler                  pic X.
           05  exr-category            pic X(4).
           05  filler                  pic X.
           05  exr-amount              pic 9(5)V9(2).
           05  filler                  pic X.
           05  exr-paid-date           pic 9(8).
           05  filler                  pic X(2).

      *> shared loan-terms layout - one record per personal loan on
      *> loan-accounts.dat, keyed on the loan's account number (the
      *> same number as its record on accounts.dat, where the
      *> outstanding capital is held).  Written at drawdown, advanced
      *> by the monthly repayment run, read by the inquiry screen for
      *> settlement quotes.  Copied into every program that reads or
      *> writes the loan master so the physical layout can't drift
           05  ln-account-number       pic 9(6).
           05  filler                  pic X.
      *> the customer's current account the instalment is taken from
      *> and the advance was paid into
           05  ln-repay-from-account   pic 9(6).
           05  filler                  pic X.
           05  ln-principal            pic 9(7)V9(2).
           05  filler                  pic X.
           05  ln-annual-rate          pic 9V9(4).
           05  filler                  pic X.
           05  ln-term-months          pic 9(3).
           05  filler                  pic X.
      *> day of the month the instalment falls due - 1 to 28 so
      *> every month has one
           05  ln-repayment-day        pic 9(2).
           05  filler                  pic X.
           05  ln-drawdown-date        pic 9(8).
           05  filler                  pic X.
      *> the level monthly instalment worked out at drawdown - the
      *> last one is whatever clears the balance
           05  ln-instalment-amount    pic 9(7)V9(2).
           05  filler                  pic X.
           05  ln-next-due-date        pic 9(8).
           05  filler                  pic X.
           05  ln-instalments-paid     pic 9(3).
           05  filler                  pic X.
      *> interest is charged to the due date of each instalment paid,
      *> so a settlement quote accrues from here
           05  ln-interest-paid-to     pic 9(8).
           05  filler                  pic X.
           05  ln-loan-status          pic X.
               88  ln-loan-active          value "A".
               88  ln-loan-settled         value "S".
           05  filler                  pic X(2).

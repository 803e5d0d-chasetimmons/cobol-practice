      *> shared pay-run variance layout - payroll-variance.txt, one
      *> line per employee whose gross or net moved by more than the
      *> limit on payroll-variance-limit.txt since their previous
      *> period, with the causes the run could see, and one line for
      *> the run as a whole against the last run on the run log when
      *> that moved too.  Written by the pay run, shown to whoever
      *> releases the payment file by PayRunRelease.  Copied into
      *> both so the layout can't drift
           05  pvr-record-type     pic X.
               88  pvr-employee-variance value "E".
               88  pvr-run-variance      value "R".
           05  filler              pic X.
      *> zero on a run line
           05  pvr-emp-id          pic 9(5).
           05  filler              pic X.
      *> the period compared against - CCYYMM, or zero when the
      *> register's average per run stood in for it
           05  pvr-previous-period pic 9(6).
           05  filler              pic X.
           05  pvr-previous-gross  pic 9(8)V9(2).
           05  filler              pic X.
           05  pvr-gross           pic 9(8)V9(2).
           05  filler              pic X.
           05  pvr-previous-net    pic 9(8)V9(2).
           05  filler              pic X.
           05  pvr-net             pic 9(8)V9(2).
           05  filler              pic X.
      *> the larger of the two movements, as a percentage of the
      *> previous figure - 999 when there was nothing before
           05  pvr-percent-change  pic 9(3).
           05  filler              pic X.
      *> what the run knows moved the pay - TIMESHEET, NEW DEDUCTION,
      *> PRO-RATA, RATE CHANGE, BACK PAY - blank when none of them
           05  pvr-causes          pic X(50).
           05  filler              pic X(2).

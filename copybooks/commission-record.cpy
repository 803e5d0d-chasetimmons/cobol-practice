      *> shared sales-commission layout - one line per salesperson
      *> per month.  CommissionRun writes the month's figure to
      *> commission-due.txt; the pay run pays it as taxable pay and
      *> puts the same line on commission-paid.txt with the day it
      *> paid it, so a month's commission is paid only once.  Copied
      *> into both so the layout can't drift
           05  cms-emp-id          pic 9(5).
           05  filler              pic X.
           05  cms-period          pic 9(6).    *> CCYYMM of the sales
           05  filler              pic X.
           05  cms-sales-total     pic 9(8).
           05  filler              pic X.
           05  cms-sales-days      pic 9(3).
           05  filler              pic X.
           05  cms-commission      pic 9(5)V9(2).
           05  filler              pic X.
           05  cms-calculated-date pic 9(8).
           05  filler              pic X.
      *> zero on commission-due.txt, the pay run's date once paid
           05  cms-paid-date       pic 9(8).
           05  filler              pic X(2).

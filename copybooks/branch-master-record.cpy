      *> shared branch layout - branch-master.txt, one line per shop.
      *> SalesDayTotals checks the till's lines against it and
      *> SalesMonthEnd reports branch by branch from it, so both copy
      *> it in and the layout can't drift
           05  brn-branch-code         pic X(3).
           05  filler                  pic X.
           05  brn-branch-name         pic X(20).
           05  filler                  pic X.
      *> a branch is only expected to trade between these - a day
      *> outside them with no sales is not a missing day
           05  brn-opened-date         pic 9(8).
           05  filler                  pic X.
      *> zero while the branch is still trading
           05  brn-closed-date         pic 9(8).

      *> shared expense-claim layout - the claims keyed onto
      *> expense-claims.txt, and the same line on expense-approved.txt
      *> once ExpenseApproval has passed it, with the amount it
      *> allowed and the day.  The pay run reimburses approved lines;
      *> ExpensesReport totals them.  Copied into all three so the
      *> layout can't drift
           05  exc-claim-number        pic 9(6).
           05  filler                  pic X.
           05  exc-emp-id              pic 9(5).
           05  filler                  pic X.
           05  exc-claim-date          pic 9(8).    *> CCYYMMDD
           05  filler                  pic X.
      *> a category on expense-limits.txt - MILE is priced from the
      *> miles at the mileage rate, the rest are receipts
           05  exc-category            pic X(4).
               88  exc-mileage-claim       value "MILE".
           05  filler                  pic X.
           05  exc-miles               pic 9(4)V9.
           05  filler                  pic X.
           05  exc-amount              pic 9(5)V9(2).
           05  filler                  pic X.
      *> whoever signed the claim off - never the claimant
           05  exc-approver            pic X(8).
           05  filler                  pic X.
      *> blank on a keyed claim, the approval run's date once passed
           05  exc-approved-date       pic 9(8).
           05  filler                  pic X(2).

           05  prl-net-total       pic 9(8)V9(2).
           05  filler              pic X.
           05  prl-deduction-total pic 9(8)V9(2).
           05  filler              pic X.
      *> the pension part of prl-deduction-total, for the ledger's
      *> pension creditor.  Lines logged before it was carried read
      *> it as spaces - take those as no pension split out
           05  prl-pension-total   pic 9(8)V9(2).
           05  filler              pic X.
      *> staff expenses reimbursed with net pay and inside
      *> prl-net-total - untaxed, so outside the gross.  Spaces on
      *> lines logged before it was carried, as above
           05  prl-expenses-total  pic 9(8)V9(2).
           05  filler              pic X(2).

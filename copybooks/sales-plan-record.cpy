      *> shared sales-plan layout - sales-plan.txt, the owner's plan,
      *> one line per branch per month (week 0) and optionally per
      *> week (1-6, in calendar order).  SalesMonthEnd reads it and
      *> ConvertSalesBranch rebuilds an older one, so both copy it in
      *> and the layout can't drift
           05  pln-year            pic 9(4).
           05  filler              pic X.
           05  pln-month           pic 9(2).
           05  filler              pic X.
           05  pln-week-number     pic 9.
           05  filler              pic X.
           05  pln-planned-sales   pic 9(8).
           05  filler              pic X.
      *> the branch the plan is for - the consolidated plan is the
      *> sum of the branches'
           05  pln-branch-code     pic X(3).

      *> shared leave-balance register layout - one record per
      *> employee on leave-balances.dat, copied into every program
      *> that reads or writes the register so the physical layout
      *> can't drift.  The leave year is the calendar year, as the
      *> tax year is: the first pay run of a new year rolls the line
      *> over, carrying last year's closing balance into the new one.
      *> Days are held to the half day
           05  lvb-emp-id          pic 9(5).
           05  filler              pic X.
           05  lvb-emp-name        pic X(20).
           05  filler              pic X.
           05  lvb-leave-year      pic 9(4).
           05  filler              pic X.
      *> the year's entitlement pro-rated on the start and leave dates
           05  lvb-entitlement     pic 9(3)V9.
           05  filler              pic X.
      *> brought forward from last year - capped when in credit, in
      *> full when overtaken
           05  lvb-carried-in      pic S9(3)V9
                                       sign leading separate.
           05  filler              pic X.
           05  lvb-taken           pic 9(3)V9.
           05  filler              pic X.
           05  lvb-balance         pic S9(3)V9
                                       sign leading separate.
           05  filler              pic X.
           05  lvb-updated-date    pic 9(8).
           05  filler              pic X.
      *> a leaver's balance as the final pay settled it - paid when
      *> in credit, recovered when overtaken.  The balance is then 0
           05  lvb-settled-flag    pic X.
               88  lvb-leaver-settled  value "S".
           05  filler              pic X.
           05  lvb-settled-days    pic S9(3)V9
                                       sign leading separate.
           05  filler              pic X(2).

      *> shared back-pay register layout - one row on
      *> salary-arrears.txt per employee per past pay period topped
      *> up by a later pay run, after a rise was backdated over it.
      *> The pay run reads it back so a period is never paid its
      *> arrears twice; the pay history report totals it.  Copied
      *> into both so the layout can't drift
           05  sar-emp-id              pic 9(5).
           05  filler                  pic X.
      *> the period the arrears belong to, not the one they were
      *> paid in
           05  sar-period              pic 9(6).    *> CCYYMM
           05  filler                  pic X.
           05  sar-arrears-amount      pic 9(5)V9(2).
           05  filler                  pic X.
      *> tax on the arrears at that period's bands
           05  sar-arrears-tax         pic 9(5)V9(2).
           05  filler                  pic X.
           05  sar-paid-date           pic 9(8).
           05  filler                  pic X(2).

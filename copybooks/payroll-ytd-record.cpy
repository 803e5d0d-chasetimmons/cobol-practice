           05  ytd-pension-total   pic 9(7)V9(2).
           05  filler              pic X.
           05  ytd-other-ded-total pic 9(7)V9(2).
           05  filler              pic X.
      *> back pay for earlier periods, inside ytd-gross-total, and
      *> the tax on it inside ytd-tax-total
           05  ytd-arrears-total   pic 9(7)V9(2).
           05  filler              pic X.
           05  ytd-arrears-tax     pic 9(7)V9(2).
           05  filler              pic X.
      *> the employee's last period paid - the monthly rate, the
      *> gross and the net the pay earned - which the next run
      *> measures its pay against before the payment file is
      *> released.  Kept across the tax year roll, since December is
      *> January's previous period.  Zero on a line converted by
      *> ConvertPayrollYtd until its next run
           05  ytd-last-period     pic 9(6).    *> CCYYMM
           05  filler              pic X.
           05  ytd-last-rate       pic 9(5)V9(2).
           05  filler              pic X.
           05  ytd-last-gross      pic 9(5)V9(2).
           05  filler              pic X.
           05  ytd-last-net        pic 9(5)V9(2).
           05  filler              pic X.
      *> sales commission paid through the runs, inside
      *> ytd-gross-total and taxed with it
           05  ytd-commission-total pic 9(7)V9(2).
           05  filler              pic X(2).

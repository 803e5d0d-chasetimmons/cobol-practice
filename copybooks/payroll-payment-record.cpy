      *> shared bank payment-file layout - the interchange file the
      *> bank takes whole: a header, one detail per employee paid by
      *> transfer and a count-and-hash trailer like the state
      *> envelope.  The pay run writes it held, on
      *> payroll-payments-held.txt; PayRunRelease proves it against
      *> its trailer and copies it to payroll-payments.txt for the
      *> bank once the run is released.  Copied into both so the
      *> layout can't drift
           05  pay-record-type     pic X.
               88  pay-header-record   value "H".
               88  pay-detail-record   value "D".
               88  pay-trailer-record  value "T".
           05  filler              pic X.
           05  pay-record-body     pic X(43).
           05  pay-header-body redefines pay-record-body.
               10  payh-originator-id  pic X(8).
               10  filler              pic X.
               10  payh-run-date       pic 9(8).
               10  filler              pic X(26).
           05  pay-detail-body redefines pay-record-body.
               10  payd-emp-id         pic 9(5).
               10  filler              pic X.
               10  payd-sort-code      pic X(8).
               10  filler              pic X.
               10  payd-account-number pic X(10).
               10  filler              pic X.
               10  payd-net-pay        pic 9(7)V9(2).
               10  filler              pic X(7).
           05  pay-trailer-body redefines pay-record-body.
               10  payt-record-count   pic 9(5).
               10  filler              pic X.
               10  payt-net-pay-hash   pic 9(10)V9(2).
               10  filler              pic X(25).

      *> shared fixed-term rate-sheet layout - one line per term the
      *> branch offers on fixed-term-rates.txt.  A new deposit, and a
      *> deposit rolling over at maturity, takes the rate and the
      *> early-break penalty on the sheet for its term that day.
      *> Copied into every program that reads the sheet
           05  ftr-term-months         pic 9(2).
           05  filler                  pic X.
           05  ftr-fixed-rate          pic 9V9(4).
           05  filler                  pic X.
           05  ftr-penalty-days        pic 9(3).

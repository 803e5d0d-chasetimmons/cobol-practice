      *> shared forecast-register layout - sales-forecast.txt, one
      *> line per branch per day SalesForecast has forecast, kept so
      *> its accuracy can be measured once the day has traded.  A
      *> day forecast again is judged on its latest line
           05  sfc-sales-date          pic 9(8).
           05  filler                  pic X.
           05  sfc-branch-code         pic X(3).
           05  filler                  pic X.
           05  sfc-forecast-sales      pic 9(7).
           05  filler                  pic X.
      *> the day the forecast was made
           05  sfc-made-date           pic 9(8).

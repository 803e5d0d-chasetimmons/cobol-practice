      *> shared monthly-peak layout - one record per site, species and
      *> year on monthly-peaks.txt, the highest single count logged in
      *> each calendar month and the year's peak over all twelve.
      *> Written afresh by SiteImportanceReport for the five years it
      *> assesses, so the conservation officer can see the counts any
      *> qualifying mean was built from
           05  mpk-site-code           pic X(4).
           05  filler                  pic X.
           05  mpk-species-code        pic 9(3).
           05  filler                  pic X.
           05  mpk-year                pic 9(4).
           05  filler                  pic X.
           05  mpk-month-peaks.
               10  mpk-month-peak      pic 9(5) occurs 12 times.
           05  filler                  pic X.
           05  mpk-annual-peak         pic 9(5).

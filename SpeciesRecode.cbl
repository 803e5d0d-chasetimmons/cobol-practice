           05  arc-site-code           pic X(4).
           05  filler                  pic X.
           05  arc-species-code        pic 9(3).
           05  filler                  pic X.
           05  arc-breeding-code       pic X(2).
           05  filler                  pic X.
           05  arc-grid-reference      pic X(10).
           05  arc-status-flag         pic X.
           05  arc-void-reason         pic X(2).
           05  arc-cert-flag           pic X.
           05  arc-review-flag         pic X.

       FD  new-archive-data.
       01  new-archive-record          pic X(106).

       working-storage section.
       78  MAX-RECODE-RULES        value 50.

      *> shared outlier-query layout - one record per sighting whose
      *> count sits too far from that species' history for the
      *> calendar month, on outlier-queries.dat keyed by the
      *> sighting's record-key.  Written open by OutlierScreening with
      *> the history it was judged against, closed by the recorder
      *> through OutlierDecisions.  OutlierHoldCheck answers from it
      *> while a query is open.  Copied into every program that reads
      *> or writes the query file so the layout can't drift
           05  oqr-record-key          pic 9(6).
           05  filler                  pic X.
           05  oqr-sighting-date       pic 9(8).
           05  filler                  pic X.
           05  oqr-species-code        pic 9(3).
           05  filler                  pic X.
           05  oqr-common-name         pic X(16).
           05  filler                  pic X.
           05  oqr-site-code           pic X(4).
           05  filler                  pic X.
           05  oqr-observer-id         pic 9(4).
           05  filler                  pic X.
           05  oqr-bird-count          pic 9(4).
           05  filler                  pic X.
      *> the species/month history the count was set against
           05  oqr-history.
               10  oqr-history-counts  pic 9(5).
               10  filler              pic X.
               10  oqr-history-mean    pic 9(5)V9(2).
               10  filler              pic X.
               10  oqr-history-std-dev pic 9(5)V9(2).
               10  filler              pic X.
               10  oqr-history-low     pic 9(4).
               10  filler              pic X.
               10  oqr-history-high    pic 9(4).
           05  filler                  pic X.
           05  oqr-deviations          pic 9(3)V9.
           05  filler                  pic X.
           05  oqr-direction           pic X.
               88  oqr-above-history       value "H".
               88  oqr-below-history       value "L".
           05  filler                  pic X.
           05  oqr-status              pic X.
               88  oqr-open                value "O".
               88  oqr-confirmed           value "C".
               88  oqr-amended             value "A".
           05  filler                  pic X.
           05  oqr-found-date          pic 9(8).
           05  filler                  pic X.
           05  oqr-decided-date        pic 9(8).

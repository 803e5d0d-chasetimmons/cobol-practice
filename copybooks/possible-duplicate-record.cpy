      *> shared possible-duplicate layout - one record per pair of
      *> same-day, same-species sightings of a similar count at
      *> neighbouring sites, on possible-duplicates.dat.  Written open
      *> by DoubleCountCheck, ruled on by DuplicateDecisions: separate
      *> flocks, or side A or side B a second count of the other
      *> side's birds.  DuplicateMarkCheck answers from it for every
      *> total that must count a flock once.  Record key A is always
      *> the lower of the two
           05  pdp-key.
               10  pdp-record-key-a    pic 9(6).
               10  filler              pic X.
               10  pdp-record-key-b    pic 9(6).
           05  filler                  pic X.
           05  pdp-sighting-date       pic 9(8).
           05  filler                  pic X.
           05  pdp-species-code        pic 9(3).
           05  filler                  pic X.
           05  pdp-common-name         pic X(16).
           05  filler                  pic X.
           05  pdp-side-a.
               10  pdp-site-code-a     pic X(4).
               10  filler              pic X.
               10  pdp-observer-id-a   pic 9(4).
               10  filler              pic X.
               10  pdp-bird-count-a    pic 9(4).
           05  filler                  pic X.
           05  pdp-side-b.
               10  pdp-site-code-b     pic X(4).
               10  filler              pic X.
               10  pdp-observer-id-b   pic 9(4).
               10  filler              pic X.
               10  pdp-bird-count-b    pic 9(4).
           05  filler                  pic X.
           05  pdp-status              pic X.
               88  pdp-open                value "O".
               88  pdp-separate-flocks     value "S".
               88  pdp-a-is-duplicate      value "A".
               88  pdp-b-is-duplicate      value "B".
               88  pdp-ruled-duplicate     value "A" "B".
           05  filler                  pic X.
           05  pdp-found-date          pic 9(8).
           05  filler                  pic X.
           05  pdp-decided-date        pic 9(8).

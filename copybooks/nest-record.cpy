      *> shared nest-master layout - one record per nest followed, on
      *> nest-data.dat keyed by nst-nest-id, tied to the count site
      *> and the species master.  The card's header; the visits hang
      *> off it on nest-visits.txt.  Copied into every program that
      *> reads or writes the nest master so the physical layout
      *> can't drift between them
           05  nst-nest-id             pic 9(6).
           05  filler                  pic X.
           05  nst-site-code           pic X(4).
           05  filler                  pic X.
           05  nst-species-code        pic 9(3).
           05  filler                  pic X.
           05  nst-observer-id         pic 9(4).
           05  filler                  pic X.
           05  nst-season-year         pic 9(4).
           05  filler                  pic X.
           05  nst-nest-location       pic X(24).
           05  filler                  pic X.
      *> spaces while the nest is still being visited; the final
      *> outcome closes the card and no further visits are taken
           05  nst-outcome-code        pic X.
               88  nst-outcome-open        value " ".
               88  nst-outcome-fledged     value "F".
               88  nst-outcome-failed      value "X".
               88  nst-outcome-predated    value "P".
               88  nst-outcome-unknown     value "U".
               88  nst-outcome-valid       value " " "F" "X" "P" "U".
           05  filler                  pic X.
           05  nst-outcome-date        pic 9(8).
           05  filler                  pic X.
           05  nst-fledged-count       pic 9(2).
           05  filler                  pic X(2).

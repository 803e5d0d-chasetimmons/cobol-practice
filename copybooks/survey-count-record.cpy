      *> shared survey-count layout - one record per species per
      *> transect section per survey visit on survey-counts.txt.  The
      *> date/observer/site trio is the field visit's, so every
      *> banded count joins to the effort on field-visits.txt.  The
      *> three distance bands are the structured survey's: within
      *> 25m of the line, 25 to 100m, and beyond 100m.  Copied into
      *> every program that reads or writes the count file so the
      *> physical layout can't drift between them
           05  svc-visit-date          pic 9(8).
           05  filler                  pic X.
           05  svc-observer-id         pic 9(4).
           05  filler                  pic X.
           05  svc-site-code           pic X(4).
           05  filler                  pic X.
           05  svc-section-number      pic 9(2).
           05  filler                  pic X.
           05  svc-species-code        pic 9(3).
           05  filler                  pic X.
           05  svc-band-1-count        pic 9(3).
           05  filler                  pic X.
           05  svc-band-2-count        pic 9(3).
           05  filler                  pic X.
           05  svc-band-3-count        pic 9(3).
           05  filler                  pic X(2).

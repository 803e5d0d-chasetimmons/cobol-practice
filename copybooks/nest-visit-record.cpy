      *> shared nest-visit layout - one record per visit to a nest on
      *> nest-visits.txt, keyed to nest-data.dat by nvs-nest-id and
      *> held in date order within the nest.  Copied into every
      *> program that reads or writes the visit file so the physical
      *> layout can't drift between them
           05  nvs-nest-id             pic 9(6).
           05  filler                  pic X.
           05  nvs-visit-date          pic 9(8).
           05  filler                  pic X.
           05  nvs-egg-count           pic 9(2).
           05  filler                  pic X.
           05  nvs-young-count         pic 9(2).
           05  filler                  pic X.
           05  nvs-visit-remarks       pic X(20).
           05  filler                  pic X(2).

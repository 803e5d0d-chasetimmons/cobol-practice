      *> shared site-adjacency layout - one record per neighbouring
      *> pair of sites on site-adjacency.dat, held both ways round so
      *> either site finds its neighbours with one keyed read.  Kept
      *> by SiteMasterMaintenance alongside the site master; read by
      *> DoubleCountCheck, which only compares sightings at sites a
      *> flock could cross between in a morning
           05  adj-key.
               10  adj-site-code       pic X(4).
               10  filler              pic X.
               10  adj-neighbour-code  pic X(4).
           05  filler                  pic X.
           05  adj-linked-date         pic 9(8).

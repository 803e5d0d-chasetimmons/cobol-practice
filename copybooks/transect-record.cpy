      *> shared transect-master layout - the fixed survey route at a
      *> count site, one per site on transect-data.dat keyed by
      *> trn-site-code, walked in numbered sections whose lengths
      *> add up to the transect.  Copied into every program that
      *> reads or writes the transect master so the physical layout
      *> can't drift between them
           05  trn-site-code           pic X(4).
           05  filler                  pic X.
           05  trn-transect-name       pic X(24).
           05  filler                  pic X.
           05  trn-section-count       pic 9(2).
           05  filler                  pic X.
      *> metres, section 1 first; unused sections stay zero
           05  trn-section-lengths.
               10  trn-section-length  pic 9(4)
                                        occurs 10 times.
           05  filler                  pic X(2).

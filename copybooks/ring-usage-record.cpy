      *> shared ring-usage layout - one record per ring that has left
      *> a string, on ring-usage.dat: put on a bird (by
      *> BiometricsEntry) or written off as lost (by ring stock
      *> maintenance).  A ring with no record is still on the string.
      *> Keyed on prefix and serial rather than the keyed text, so
      *> "AB0123" and "AB123" are the same ring and a string's rings
      *> read back in serial order.  Copied into every program that
      *> reads or writes the usage file so the physical layout can't
      *> drift between them
           05  rus-ring-key.
               10  rus-ring-prefix     pic X(4).
               10  rus-ring-serial     pic 9(7).
           05  filler                  pic X.
           05  rus-ring-number         pic X(10).
           05  filler                  pic X.
           05  rus-usage-status        pic X.
               88  rus-ring-used           value "U".
               88  rus-ring-lost           value "L".
           05  filler                  pic X.
           05  rus-series-id           pic 9(5).
           05  filler                  pic X.
           05  rus-ringer-id           pic 9(4).
           05  filler                  pic X.
           05  rus-usage-date          pic 9(8).
           05  filler                  pic X.
           05  rus-record-key          pic 9(6).
           05  filler                  pic X(2).

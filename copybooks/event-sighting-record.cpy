      *> shared event-sighting link layout - at most one record per
      *> sighting on event-sightings.txt, keyed by the sighting's
      *> record-key, naming the field event it was seen on.  The
      *> sighting itself stays under the observer who keyed it; the
      *> link is how a trip's list is put back together afterwards.
      *> Copied into every program that reads or writes the link
      *> file so the physical layout can't drift between them
           05  evs-record-key          pic 9(6).
           05  filler                  pic X.
           05  evs-event-id            pic 9(4).
           05  filler                  pic X(2).

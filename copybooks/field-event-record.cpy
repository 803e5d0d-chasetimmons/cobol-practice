      *> shared field-event layout - one guided trip or club event
      *> per record on field-events.dat, keyed by evt-event-id.  The
      *> leader is an observer-id and the places are what the trip
      *> was offered for, so attendance can be set against them.
      *> Copied into every program that reads or writes the event
      *> master so the physical layout can't drift between them
           05  evt-event-id            pic 9(4).
           05  filler                  pic X.
           05  evt-event-date          pic 9(8).
           05  filler                  pic X.
           05  evt-site-code           pic X(4).
           05  filler                  pic X.
           05  evt-leader-id           pic 9(4).
           05  filler                  pic X.
           05  evt-places              pic 9(3).
           05  filler                  pic X.
           05  evt-event-title         pic X(30).
           05  filler                  pic X(2).

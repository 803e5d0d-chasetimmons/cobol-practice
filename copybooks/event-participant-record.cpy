      *> shared event-participant layout - one record per observer
      *> who went on a trip, on event-participants.dat keyed by event
      *> then observer, so a START on the event walks its party.
      *> Copied into every program that reads or writes the
      *> participant file so the physical layout can't drift
           05  epa-key.
               10  epa-event-id        pic 9(4).
               10  filler              pic X.
               10  epa-observer-id     pic 9(4).
           05  filler                  pic X.
           05  epa-booked-date         pic 9(8).

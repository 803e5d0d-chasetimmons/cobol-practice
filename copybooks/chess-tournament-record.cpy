      *> shared chess tournament master layout - one line per event
      *> on chess-tournaments.txt, kept by ChessTournamentMaintenance
      *> and moved on a round at a time by ChessPairingRun.  Copied
      *> into every program that reads or writes the master so the
      *> layout can't drift
           05  trn-event-id        pic 9(3).
           05  filler              pic X.
           05  trn-format          pic X.
               88  trn-round-robin     value "R".
               88  trn-swiss           value "S".
               88  trn-format-known    value "R" "S".
           05  filler              pic X.
      *> a round robin's rounds follow from its entry and are set
      *> when the table is drawn; a Swiss runs the rounds announced
           05  trn-rounds          pic 9(2).
           05  filler              pic X.
           05  trn-rounds-paired   pic 9(2).
           05  filler              pic X.
           05  trn-added-date      pic 9(8).
           05  filler              pic X.
           05  trn-event-name      pic X(30).

      *> shared chess tournament entry layout - one line per player
      *> in an event on chess-tournament-entrants.txt, in entry order.
      *> The entry number is the player's number in a round-robin
      *> table.  Copied into every program that reads or writes the
      *> entry so the layout can't drift
           05  ten-event-id        pic 9(3).
           05  filler              pic X.
           05  ten-entry-number    pic 9(2).
           05  filler              pic X.
           05  ten-player-id       pic 9(3).
           05  filler              pic X.
           05  ten-entered-date    pic 9(8).
           05  filler              pic X.
      *> a Swiss entrant who withdraws after the first round is kept
      *> for the games already played but not paired again
           05  ten-status          pic X.
               88  ten-playing         value space.
               88  ten-withdrawn       value "W".

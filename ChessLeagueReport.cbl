      *> per registered player from the engine's recorded results -
      *> two points a win, one a draw
       78  MAX-PLAYERS             value 50.
       78  MAX-PAIRINGS            value 999.
       01  player-table.
           05  player-entry            occurs MAX-PLAYERS
                                        indexed by player-index.

      *> shared chess tournament game layout - one line per board of
      *> every round paired, on chess-tournament-games.txt, written by
      *> ChessPairingRun alongside the chess-game-players.txt line
      *> that seats the players for Multidimensional.  Copied into
      *> every program that reads the rounds so the layout can't
      *> drift
           05  tgm-event-id        pic 9(3).
           05  filler              pic X.
           05  tgm-round           pic 9(2).
           05  filler              pic X.
           05  tgm-board           pic 9(2).
           05  filler              pic X.
      *> a bye has no game - no game id and no black player - and
      *> scores its player a full point
           05  tgm-game-id         pic 9(3).
               88  tgm-is-bye          value 0.
           05  filler              pic X.
           05  tgm-white-player    pic 9(3).
           05  filler              pic X.
           05  tgm-black-player    pic 9(3).

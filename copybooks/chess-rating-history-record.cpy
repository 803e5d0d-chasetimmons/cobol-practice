      *> shared chess rating history layout - one line on
      *> chess-rating-history.txt for each player in each rated game,
      *> appended by ChessRatingRun.  The last line for a player is
      *> the rating now; a game with lines on the file has been rated
      *> and is never rated again.  Copied into every program that
      *> reads the ratings so the layout can't drift
           05  rth-player-id       pic 9(3).
           05  filler              pic X.
           05  rth-game-id         pic 9(3).
           05  filler              pic X.
           05  rth-decided-date    pic 9(8).
           05  filler              pic X.
           05  rth-opponent-id     pic 9(3).
           05  filler              pic X.
           05  rth-outcome         pic X.
               88  rth-won             value "W".
               88  rth-drawn           value "D".
               88  rth-lost            value "L".
           05  filler              pic X.
           05  rth-rating-before   pic 9(4).
           05  filler              pic X.
           05  rth-opponent-rating pic 9(4).
           05  filler              pic X.
      *> the development factor the change was worked with - higher
      *> while the player is provisional
           05  rth-k-factor        pic 9(2).
           05  filler              pic X.
           05  rth-rating-change   pic S9(3)
                                       sign leading separate.
           05  filler              pic X.
           05  rth-rating-after    pic 9(4).
           05  filler              pic X.
      *> rated games to date, this one included
           05  rth-games-rated     pic 9(4).
           05  filler              pic X.
      *> the rating run that rated the game - a rating period
           05  rth-run-date        pic 9(8).

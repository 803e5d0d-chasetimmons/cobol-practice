      *> shared chess game opening layout - one record per game on
      *> chess-game-openings.txt, rewritten whole by
      *> ChessOpeningClassify each time it runs so a book line added
      *> later reaches the games already played.  A game that leaves
      *> the book at once has no code and no book moves.  Copied into
      *> every program that reads or writes the file so the layout
      *> can't drift
           05  cgo-game-id         pic 9(3).
           05  filler              pic X.
           05  cgo-eco-code        pic X(3).
           05  filler              pic X.
           05  cgo-opening-name    pic X(40).
           05  filler              pic X.
      *> how many of the game's first half-moves the book line covers
           05  cgo-book-moves      pic 9(2).
               88  cgo-out-of-book     value 0.
           05  filler              pic X.
           05  cgo-classified-date pic 9(8).

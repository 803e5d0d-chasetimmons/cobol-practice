      *> shared chess opening book layout - one named line of play
      *> per record on chess-opening-book.txt, the moves written as
      *> the engine logs them, from-square then to-square ("e2e4",
      *> castling as the king's move "e1g1"), white's first and
      *> blank after the last.  A line that carries on from another
      *> repeats its moves, so the deepest line a game follows names
      *> its opening.  Copied into every program that reads the book
      *> so the layout can't drift
           05  obk-eco-code        pic X(3).
           05  filler              pic X.
           05  obk-opening-name    pic X(40).
           05  filler              pic X.
           05  obk-move-slot       occurs 16.
               10  obk-move        pic X(4).
               10  filler          pic X.

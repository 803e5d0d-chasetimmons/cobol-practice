      *> shared chess move journal layout - chess-moves-log.txt, one
      *> line for every move the engine was asked to play, legal or
      *> not.  Multidimensional writes it; AlgebraicExport and
      *> ChessReplayVerifier play it back, so all three copy it in and
      *> the layout can't drift.  A journal from before castling, en
      *> passant and promotion were carried needs ConvertChessMoves
      *> run against it
           05  log-game-id         pic 9(3).
           05  filler              pic X.
           05  log-move-number     pic 9(4).
           05  filler              pic X.
           05  log-from-file       pic X.
           05  log-from-rank       pic 9.
           05  filler              pic X.
           05  log-to-file         pic X.
           05  log-to-rank         pic 9.
           05  filler              pic X.
           05  log-moved-piece     pic X(2).
           05  filler              pic X.
      *> DRAWN is a move that left a draw by the rules - repetition,
      *> fifty moves or no mating material; AGREED is a draw the
      *> players agreed, a line with no move on it
           05  log-move-result     pic X(7).
               88  move-was-legal      value "LEGAL  "
                                             "MATE   "
                                             "STALEMT"
                                             "DRAWN  ".
               88  move-was-illegal    value "ILLEGAL".
               88  move-gave-mate      value "MATE   ".
               88  move-gave-stalemate value "STALEMT".
               88  move-gave-draw      value "DRAWN  ".
               88  move-agreed-draw    value "AGREED ".
           05  filler              pic X.
           05  log-captured-piece  pic X(2).
           05  filler              pic X.
      *> where the taken piece stood - the to-square, except en
      *> passant, where it is the square beside it
           05  log-captured-square pic X(2).
           05  filler              pic X.
      *> the king's move is what is logged for a castling - the rook
      *> goes with it, to the far side of the king
           05  log-special-move    pic X.
               88  log-ordinary-move   value space.
               88  log-castling        value "C".
               88  log-en-passant      value "E".
               88  log-promotion       value "P".
      *> Q, R, B or N - what the pawn became on a promotion
           05  log-promoted-piece  pic X.

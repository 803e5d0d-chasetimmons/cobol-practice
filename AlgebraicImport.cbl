       file section.
       FD  algebraic-score-data.    *> a club member's game score -
                                     *> game id then standard algebraic
                                     *> tokens ("e4", "Nf3", "exd5",
                                     *> "O-O", "e8=Q"), move numbers
                                     *> like "1." ignored
       01  algebraic-score-record      pic X(120).

       FD  move-trans-out-data.    *> coordinate-pair transactions in
           05  mto-to-file         pic X.
           05  filler              pic X.
           05  mto-to-rank         pic 9.
           05  filler              pic X.
           05  mto-promote-to      pic X.
      *> a score ending 1/2-1/2 goes to the engine as a draw the
      *> players agreed - "001 DRAW"
       01  draw-trans-out-record.
           05  dto-game-id         pic 9(3).
           05  filler              pic X.
           05  dto-transaction-word pic X(4).
           05  filler              pic X(5).

       FD  algebraic-reject-data.    *> tokens the translator could
                                      *> not resolve, with the reason
           88  san-token-parsed        value "Y".
       01  core-token              pic X(10).
       01  core-length             pic 9(2).
       01  san-promotion-piece     pic X.
      *> the square a pawn has just skipped with its double step -
      *> open to an en passant capture on the next move only, zero
      *> when there is none
       01  ep-target-x             pic 9 value 0.
       01  ep-target-y             pic 9 value 0.
       01  dest-before-move        pic X(2).
       01  home-rank               pic 9.
       01  castle-king-to-x        pic 9.
       01  castle-rook-from-x      pic 9.
       01  castle-rook-to-x        pic 9.
       01  castle-scan-x           pic 9.
       01  castle-low-x            pic 9.
       01  castle-high-x           pic 9.

       01  resolved-from-x         pic 9.
       01  resolved-from-y         pic 9.
               move line-game-id to current-game-id
               move "W" to side-to-move
               move "N" to game-abandoned-flag
               move 0 to ep-target-x
               move 0 to ep-target-y
               perform place-starting-position
           end-if
           move 4 to scan-position
               *> a move number like "12." - not a move
               continue
           else
               if token-text = "1-0" or token-text = "0-1"
                   *> a win is the engine's to find, not a move
                   continue
               else
                   if token-text (1:3) = "1/2"
                       *> a draw the engine did not reach by the rules
                       *> is one the players agreed; if it did, the
                       *> engine refuses this - the game is over
                       perform emit-draw-agreement
                   else
                       perform strip-check-suffix
                       if core-token = "O-O" or core-token = "O-O-O"
                               or core-token = "0-0"
                               or core-token = "0-0-0"
                           perform translate-castling
                       else
                           perform parse-san-token
                           if san-token-parsed
                               perform resolve-source-square
                               if candidate-count = 1
                                   perform emit-translated-move
                               else
                                   perform reject-token-unresolved
                               end-if
                           else
                               move "TOKEN NOT UNDERSTOOD"
                                   to rej-reason
                               perform write-token-reject
                           end-if
                       end-if
                   end-if
               end-if
           end-if
           .

       emit-draw-agreement section.
           move spaces to draw-trans-out-record
           move current-game-id to dto-game-id
           move "DRAW" to dto-transaction-word
           write draw-trans-out-record
           add 1 to moves-translated
           .

       strip-check-suffix section.
           *> + and # say what the move did, not which move it was
           move token-text to core-token
           move token-length to core-length
           perform until core-length < 2
               move space to core-token (core-length:1)
               subtract 1 from core-length
           end-perform
           .

       parse-san-token section.
           *> note a =Q promotion suffix, a leading piece letter, a
           *> disambiguating file or rank, and the destination square
           *> at the core's tail
           move "N" to san-parse-ok-flag
           move space to san-promotion-piece
           if core-length > 2
               if core-token (core-length - 1:1) = "="
                   move core-token (core-length:1)
                       to san-promotion-piece
                   move space to core-token (core-length:1)
                   move space to core-token (core-length - 1:1)
                   subtract 2 from core-length
               else
                   *> some scores leave the = out - "e8Q"
                   if (core-token (core-length:1) = "Q"
                           or core-token (core-length:1) = "R"
                           or core-token (core-length:1) = "B"
                           or core-token (core-length:1) = "N")
                       and (core-token (core-length - 1:1) = "8"
                           or core-token (core-length - 1:1) = "1")
                       move core-token (core-length:1)
                           to san-promotion-piece
                       move space to core-token (core-length:1)
                       subtract 1 from core-length
                   end-if
               end-if
           end-if
           if san-promotion-piece not = space
                   and san-promotion-piece not = "Q"
                   and san-promotion-piece not = "R"
                   and san-promotion-piece not = "B"
                   and san-promotion-piece not = "N"
               exit section
           end-if
           move space to san-piece-letter
           move 0 to san-hint-file-x
           move 0 to san-hint-rank-y
                   end-perform
               end-if
           end-if
           if san-token-parsed
               perform check-promotion-rank
           end-if
           .

       check-promotion-rank section.
           *> a pawn reaching the last rank must become something - a
           *> score that does not say is taken to mean a queen - and
           *> nothing else may carry a promotion
           if san-piece-letter = "P"
                   and (san-dest-y = 1 or san-dest-y = GRID-SIZE)
               if san-promotion-piece = space
                   move "Q" to san-promotion-piece
               end-if
           else
               if san-promotion-piece not = space
                   move "N" to san-parse-ok-flag
               end-if
           end-if
           .

       resolve-source-square section.
                   set candidate-reaches to true
               end-if
               if cand-abs-delta-x = 1 and cand-delta-y = 1
                       and (sb-occupant (san-dest-x, san-dest-y)
                           not = spaces
                           or (san-dest-x = ep-target-x
                               and san-dest-y = ep-target-y))
                   set candidate-reaches to true
               end-if
           else
                   set candidate-reaches to true
               end-if
               if cand-abs-delta-x = 1 and cand-delta-y = -1
                       and (sb-occupant (san-dest-x, san-dest-y)
                           not = spaces
                           or (san-dest-x = ep-target-x
                               and san-dest-y = ep-target-y))
                   set candidate-reaches to true
               end-if
           end-if
           move resolved-from-y to mto-from-rank
           move letters (san-dest-x) to mto-to-file
           move san-dest-y to mto-to-rank
           move san-promotion-piece to mto-promote-to
           write move-trans-out-record
           add 1 to moves-translated
           *> keep the board current so the next token resolves
           move sb-occupant (san-dest-x, san-dest-y)
               to dest-before-move
           move sb-occupant (resolved-from-x, resolved-from-y)
               to sb-occupant (san-dest-x, san-dest-y)
           move spaces
               to sb-occupant (resolved-from-x, resolved-from-y)
           if san-piece-letter = "P"
                   and resolved-from-x not = san-dest-x
                   and dest-before-move = spaces
               *> en passant - the pawn taken stood beside the
               *> destination, on the rank the capturer came from
               move spaces to sb-occupant (san-dest-x, resolved-from-y)
           end-if
           if san-promotion-piece not = space
               move san-promotion-piece
                   to sb-occupant (san-dest-x, san-dest-y) (2:1)
           end-if
           move 0 to ep-target-x
           move 0 to ep-target-y
           if san-piece-letter = "P"
                   and (san-dest-y - resolved-from-y = 2
                       or resolved-from-y - san-dest-y = 2)
               move san-dest-x to ep-target-x
               compute ep-target-y =
                   (san-dest-y + resolved-from-y) / 2
           end-if
           if side-to-move = "W"
               move "B" to side-to-move
           else
           end-if
           .

       translate-castling section.
           *> O-O and O-O-O are the king's move of two squares - the
           *> engine takes the rook across with it and rules on
           *> whether the king or rook has moved or the king passes
           *> through check.  Here the pieces need only be in place
           *> with nothing between them
           if side-to-move = "W"
               move 1 to home-rank
           else
               move GRID-SIZE to home-rank
           end-if
           if core-length = 3
               move 7 to castle-king-to-x
               move GRID-SIZE to castle-rook-from-x
               move 6 to castle-rook-to-x
               move 5 to castle-low-x
               move GRID-SIZE to castle-high-x
           else
               move 3 to castle-king-to-x
               move 1 to castle-rook-from-x
               move 4 to castle-rook-to-x
               move 1 to castle-low-x
               move 5 to castle-high-x
           end-if
           move "Y" to path-clear-flag
           perform varying castle-scan-x from castle-low-x by 1
                   until castle-scan-x >= castle-high-x
               if castle-scan-x > castle-low-x
                       and sb-occupant (castle-scan-x, home-rank)
                           not = spaces
                   move "N" to path-clear-flag
               end-if
           end-perform
           if sb-occupant (5, home-rank) (1:1) not = side-to-move
                   or sb-occupant (5, home-rank) (2:1) not = "K"
                   or sb-occupant (castle-rook-from-x, home-rank) (1:1)
                       not = side-to-move
                   or sb-occupant (castle-rook-from-x, home-rank) (2:1)
                       not = "R"
                   or not path-is-clear
               move "CASTLING NOT POSSIBLE FROM THIS POSITION"
                   to rej-reason
               perform write-token-reject
               exit section
           end-if
           move "K" to san-piece-letter
           move space to san-promotion-piece
           move 5 to resolved-from-x
           move home-rank to resolved-from-y
           move castle-king-to-x to san-dest-x
           move home-rank to san-dest-y
           perform emit-translated-move
           move sb-occupant (castle-rook-from-x, home-rank)
               to sb-occupant (castle-rook-to-x, home-rank)
           move spaces to sb-occupant (castle-rook-from-x, home-rank)
           .

       reject-token-unresolved section.

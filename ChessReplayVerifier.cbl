                              *> this run makes it the authoritative
                              *> record of the position
       01  move-log-record.
           copy chess-move-log-record.

       FD  saved-game-data.    *> the game's saved position
       01  saved-cell-record.
           05  saved-rank          pic 9.
           05  filler              pic X.
           05  saved-occupant      pic X(2).
           05  filler              pic X.
           05  saved-cell-state    pic X.    *> as rb-state

       FD  game-results-data.    *> recorded results from the engine
       01  game-results-record.
           05  rb-x-positions      occurs GRID-SIZE.
               10  rb-y-positions  occurs GRID-SIZE.
                   15  rb-occupant pic X(2).
      *> the engine's piece-state, rebuilt move by move - M moved,
      *> E a pawn that has just stepped two, blank never moved
                   15  rb-state    pic X.
       01  letters             pic X occurs GRID-SIZE
                                     indexed by letter-index
                                     values "a", "b", "c", "d",
       01  found-file-index        pic 9 value 0.
       01  from-x                  pic 9.
       01  to-x                    pic 9.
       01  from-y                  pic 9.
       01  to-y                    pic 9.
       01  step-y                  pic S9.
       01  castle-rook-from-x      pic 9.
       01  castle-rook-to-x        pic 9.
       01  taken-x                 pic 9.
       01  taken-y                 pic 9.
       01  saved-state-hold        pic X.
       01  moves-replayed          pic 9(4) value 0.
       01  history-break-move      pic 9(4) value 0.
       01  divergent-cells         pic 9(3) value 0.
               perform varying board-y from 1 by 1
                       until board-y > GRID-SIZE
                   move spaces to rb-occupant (board-x, board-y)
                   move space to rb-state (board-x, board-y)
               end-perform
               move "W" to rb-occupant (board-x, 1) (1:1)
               move back-rank-piece-table (board-x)
                               move log-moved-piece (1:1)
                                   to final-mover-color
                           end-if
                           if log-game-id = verify-game-id
                                   and move-agreed-draw
                               move log-move-result
                                   to final-move-result
                           end-if
                   end-read
               end-perform
               close move-log-data
           move log-to-file to sought-file
           perform lookup-file-index
           move found-file-index to to-x
           move log-from-rank to from-y
           move log-to-rank to to-y
           if from-x = 0 or to-x = 0
               move log-move-number to history-break-move
           else
               *> the same consistency rule the live program relies
               *> on - the logged mover must actually be standing on
               *> its from-square in the reconstruction, and the rook
               *> on its corner for a castling
               if rb-occupant (from-x, from-y) not = log-moved-piece
                   move log-move-number to history-break-move
               else
                   if log-castling
                       perform find-castling-rook
                   end-if
                   if history-break-move = 0
                       perform replay-board-move
                       add 1 to moves-replayed
                   end-if
               end-if
           end-if
           .

       find-castling-rook section.
           if to-x > from-x
               move GRID-SIZE to castle-rook-from-x
               compute castle-rook-to-x = to-x - 1
           else
               move 1 to castle-rook-from-x
               compute castle-rook-to-x = to-x + 1
           end-if
           if rb-occupant (castle-rook-from-x, from-y) (2:1) not = "R"
                   or rb-occupant (castle-rook-from-x, from-y) (1:1)
                       not = log-moved-piece (1:1)
               move log-move-number to history-break-move
           end-if
           .

       replay-board-move section.
           *> a double-step mark lasts one move, as in the engine
           perform varying board-x from 1 by 1
                   until board-x > GRID-SIZE
               perform varying board-y from 1 by 1
                       until board-y > GRID-SIZE
                   if rb-state (board-x, board-y) = "E"
                       move "M" to rb-state (board-x, board-y)
                   end-if
               end-perform
           end-perform
           if log-en-passant
               *> the pawn taken stood beside the to-square
               move log-captured-square (1:1) to sought-file
               perform lookup-file-index
               move found-file-index to taken-x
               move log-captured-square (2:1) to taken-y
               if taken-x > 0
                   move spaces to rb-occupant (taken-x, taken-y)
                   move space to rb-state (taken-x, taken-y)
               end-if
           end-if
           move rb-occupant (from-x, from-y) to rb-occupant (to-x, to-y)
           move spaces to rb-occupant (from-x, from-y)
           move space to rb-state (from-x, from-y)
           compute step-y = to-y - from-y
           if log-moved-piece (2:1) = "P"
                   and (step-y = 2 or step-y = -2)
               move "E" to rb-state (to-x, to-y)
           else
               move "M" to rb-state (to-x, to-y)
           end-if
           if log-castling
               move rb-occupant (castle-rook-from-x, from-y)
                   to rb-occupant (castle-rook-to-x, from-y)
               move spaces to rb-occupant (castle-rook-from-x, from-y)
               move space to rb-state (castle-rook-from-x, from-y)
               move "M" to rb-state (castle-rook-to-x, from-y)
           end-if
           if log-promotion
               move log-promoted-piece to rb-occupant (to-x, to-y) (2:1)
           end-if
           .

       compare-board-to-save section.
               display "Save holds an impossible square - "
                   saved-file saved-rank
           else
               move saved-cell-state to saved-state-hold
               if saved-state-hold not = "M" and saved-state-hold
                       not = "E"
                   move space to saved-state-hold
               end-if
               if rb-occupant (found-file-index, saved-rank)
                       not = saved-occupant
                   add 1 to divergent-cells
                       " - replay says '"
                       rb-occupant (found-file-index, saved-rank)
                       "', save says '" saved-occupant "'"
               else
                   *> castling and en passant rights hang on these
                   if rb-state (found-file-index, saved-rank)
                           not = saved-state-hold
                       add 1 to divergent-cells
                       display "Divergence at " saved-file saved-rank
                           " - replay says moved-state '"
                           rb-state (found-file-index, saved-rank)
                           "', save says '" saved-state-hold "'"
                   end-if
               end-if
           end-if
           .

       verify-recorded-result section.
      *> the engine records a result when it sees mate, stalemate or
      *> a draw - the replayed position must tell the same story, or
      *> one of the files has been tampered with or truncated
           perform read-recorded-result
           evaluate true
               when final-move-result = "MATE   "
                       or final-move-result = "STALEMT"
                       or final-move-result = "DRAWN  "
                       or final-move-result = "AGREED "
                   if not result-was-recorded
                       add 1 to result-faults
                       display "RESULT FAULT - the log ends the game"
                   if result-was-recorded
                       add 1 to result-faults
                       display "RESULT FAULT - a result is recorded"
                           " but the log never ends the game"
                   end-if
           end-evaluate
           if result-faults = 0
           else
               if held-winner not = "DRAW "
                   add 1 to result-faults
                   display "RESULT FAULT - the log shows a draw "
                       "but the record names " held-winner
               end-if
           end-if

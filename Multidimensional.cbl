               organization sequential
               file status saved-game-file-status-code.

           select optional position-history-data
               assign history-file-name
               organization sequential
               file status history-file-status-code.

           select game-results-data assign "chess-results.txt"
               organization sequential
               file status game-results-file-status-code.
           05  mtd-to-file         pic X.
           05  filler              pic X.
           05  mtd-to-rank         pic 9.
           05  filler              pic X.
      *> what a pawn reaching the last rank becomes - Q, R, B or N,
      *> a blank taken as a queen
           05  mtd-promote-to      pic X.
      *> a draw agreed over the board comes as the word DRAW where
      *> the squares would be - "001 DRAW"
       01  draw-agreement-record.
           05  filler              pic X(4).
           05  mtd-transaction-word pic X(4).
               88  draw-agreed-by-players  value "DRAW".
           05  filler              pic X(5).

       FD  move-log-data.    *> every move attempted, legal or not
       01  move-log-record.
           copy chess-move-log-record.

       FD  saved-game-data.    *> one occupied/empty cell per record
       01  saved-cell-record.
           05  saved-rank          pic 9.
           05  filler              pic X.
           05  saved-occupant      pic X(2).
           05  filler              pic X.
           05  saved-cell-state    pic X.    *> as piece-state

       FD  position-history-data.    *> the positions met since the
                                      *> last capture or pawn move
       01  position-history-record.
           05  hst-position-key    pic X(134).    *> as position-key

       FD  game-results-data.    *> one record per finished game -
                                  *> the log no longer just stops
           05  #file           pic X.
           05  rank            pic 9.
           05  occupant        pic X(2).
      *> whether the piece on the cell has ever moved - castling
      *> needs an unmoved king and rook - and which pawn has just
      *> stepped two squares, open to en passant for one move only
           05  piece-state     pic X.
               88  piece-never-moved       value space.
               88  piece-has-moved         value "M".
               88  pawn-just-double-stepped value "E".
       01  chessboard.
           05  x-positions     occurs GRID-SIZE.
               10  y-positions occurs GRID-SIZE.
           05  game-players-status-key-1 pic X.
           05  game-players-status-key-2 pic X.
       01  end-of-players-file     pic 9.
      *> the restore runs in the middle of the transaction loop, so it
      *> must not end that loop with its own end of file
       01  end-of-saved-game       pic 9.
       01  players-found-flag      pic X.
           88  players-are-registered  value "Y".
       01  board-white-player      pic 9(3).
       01  sim-from-y              pic 9.
       01  sim-to-x                pic 9.
       01  sim-to-y                pic 9.
       01  undo-captured-hold      pic X(2).
       01  mover-color             pic X.
       01  defender-color          pic X.
       01  defender-check-flag     pic X.
           88  defender-is-in-check    value "Y".

      *> castling, en passant and promotion - the legality check
      *> names the special move, and the trial move plays the rook or
      *> lifts the pawn taken en passant along with it
       01  special-move-flag       pic X.
           88  move-is-ordinary        value space.
           88  move-is-castling        value "C".
           88  move-is-en-passant      value "E".
           88  move-is-promotion       value "P".
       01  castle-rook-from-x      pic 9.
       01  castle-rook-to-x        pic 9.
       01  castle-scan-x           pic 9.
       01  castle-low-x            pic 9.
       01  castle-high-x           pic 9.
       01  promotion-piece         pic X.

      *> draw rules - every position since the last capture or pawn
      *> move is kept per game beside its save.  Nothing from before
      *> such a move can ever recur, so the one list both counts the
      *> repetitions and measures the fifty moves
       78  MAX-POSITIONS           value 101.
       01  position-history-table.
           05  position-entry          pic X(134)
                                        occurs MAX-POSITIONS.
       01  position-count          pic 9(3) value 0.
       01  position-key.
           05  pky-square              pic X(2) occurs 64.
           05  pky-side-to-move        pic X.
      *> K and Q for white still able to castle that way, k and q
      *> for black
           05  pky-castling-rights     pic X(4).
      *> the file of a pawn that may be taken en passant, else zero
           05  pky-ep-file             pic 9.
       01  pky-subscript           pic 9(2).
       01  position-scan-subscript pic 9(3).
       01  repetition-count        pic 9(3).
       01  next-to-move            pic X.
       01  history-file-name       pic X(30).
       01  history-file-status-code.
           05  history-status-key-1 pic X.
           05  history-status-key-2 pic X.
       01  end-of-history-file     pic 9.
       01  draw-end-reason         pic X(9).
       01  mating-force-count      pic 9(2).
       01  minor-piece-count       pic 9(2).
       01  light-bishop-count      pic 9(2).
       01  dark-bishop-count       pic 9(2).
       copy run-control-fields.
       01  batch-program-name pic X(20) value "Multidimensional".

           *> otherwise this is a fresh game - set up the back ranks
           string "chess-save-" current-game-id ".txt"
               delimited by size into saved-game-file-name
           string "chess-history-" current-game-id ".txt"
               delimited by size into history-file-name
           move 0 to position-count
           open input saved-game-data
           if saved-game-status-key-1 = "0"
                   and saved-game-status-key-2 = "5"
               close saved-game-data
               perform place-starting-position
               move "W" to next-to-move
               perform record-position
           else
               close saved-game-data
               perform restore-chessboard
               perform load-position-history
           end-if
           .

                   move letters (x) to #file of cell (x, y)
                   move y to rank of cell (x, y)
                   move spaces to occupant of cell (x, y)
                   move space to piece-state of cell (x, y)
               end-perform
           end-perform
           .
               perform switch-active-game
           end-if
           add 1 to move-number
           if draw-agreed-by-players
               perform accept-agreed-draw
               exit section
           end-if
           move mtd-from-file to sought-file
           perform lookup-file-index
           move found-file-index to from-x
           else
               perform check-move-legality
           end-if
           if move-is-legal and move-is-promotion
               perform choose-promotion-piece
           end-if
           move spaces to log-moved-piece
           move spaces to log-captured-piece
           move spaces to log-captured-square
           move space to log-special-move
           move space to log-promoted-piece
           if move-is-legal
               move occupant of cell (from-x, from-y)
                   to log-moved-piece
                   to mover-color
               *> play the move tentatively, then prove one's own
               *> king is not left standing in check
               perform make-trial-move
               move mover-color to check-test-color
               perform test-king-in-check
               if king-is-in-check
                   *> take it back - the move is illegal
                   perform take-back-trial-move
                   move "N" to move-legal-flag
                   display "Move leaves the "
                       mover-color " king in check - refused"
                   set move-was-illegal to true
               else
                   move special-move-flag to log-special-move
                   perform finish-special-move
                   perform mark-pieces-moved
                   if undo-captured-hold not = spaces
                       move undo-captured-hold
                           to captured-piece-hold
                       perform record-captured-piece
                   end-if
                   if undo-captured-hold not = spaces
                           or log-moved-piece (2:1) = "P"
                       *> no position before this one can recur
                       move 0 to position-count
                   end-if
                   if mover-color = "W"
                       move "B" to next-to-move
                   else
                       move "W" to next-to-move
                   end-if
                   perform record-position
                   set move-was-legal to true
                   perform judge-opponent-position
               end-if
           perform write-move-log-record
           .

       choose-promotion-piece section.
           *> the player names the piece on the transaction - a blank
           *> means a queen, as it nearly always is
           move mtd-promote-to to promotion-piece
           if promotion-piece = space
               move "Q" to promotion-piece
           end-if
           if promotion-piece not = "Q" and promotion-piece not = "R"
                   and promotion-piece not = "B"
                   and promotion-piece not = "N"
               display "Promotion to '" promotion-piece
                   "' refused - Q, R, B or N only"
               set move-is-illegal to true
           end-if
           .

       make-trial-move section.
           *> play from/to on the board - the rook crosses with a
           *> castling king, and a pawn taken en passant is lifted
           *> from beside the to-square - keeping what was taken so
           *> the move can be taken back
           move occupant of cell (to-x, to-y) to undo-captured-hold
           move occupant of cell (from-x, from-y)
               to occupant of cell (to-x, to-y)
           move spaces to occupant of cell (from-x, from-y)
           if move-is-castling
               move occupant of cell (castle-rook-from-x, from-y)
                   to occupant of cell (castle-rook-to-x, from-y)
               move spaces
                   to occupant of cell (castle-rook-from-x, from-y)
           end-if
           if move-is-en-passant
               move occupant of cell (to-x, from-y)
                   to undo-captured-hold
               move spaces to occupant of cell (to-x, from-y)
           end-if
           .

       take-back-trial-move section.
           move occupant of cell (to-x, to-y)
               to occupant of cell (from-x, from-y)
           if move-is-en-passant
               move spaces to occupant of cell (to-x, to-y)
               move undo-captured-hold
                   to occupant of cell (to-x, from-y)
           else
               move undo-captured-hold
                   to occupant of cell (to-x, to-y)
           end-if
           if move-is-castling
               move occupant of cell (castle-rook-to-x, from-y)
                   to occupant of cell (castle-rook-from-x, from-y)
               move spaces
                   to occupant of cell (castle-rook-to-x, from-y)
           end-if
           .

       finish-special-move section.
           if move-is-promotion
               move promotion-piece
                   to occupant of cell (to-x, to-y) (2:1)
               move promotion-piece to log-promoted-piece
               display "Promotion - " log-moved-piece " on "
                   mtd-to-file mtd-to-rank " becomes "
                   occupant of cell (to-x, to-y)
           end-if
           if move-is-castling
               if castle-rook-from-x = GRID-SIZE
                   display "Castling - " mover-color " king's side"
               else
                   display "Castling - " mover-color " queen's side"
               end-if
           end-if
           .

       mark-pieces-moved section.
           *> the chance to take en passant lasts one move only, so a
           *> pawn still marked from the move before loses it now
           perform varying x from 1 by 1 until x > GRID-SIZE
               perform varying y from 1 by 1 until y > GRID-SIZE
                   if pawn-just-double-stepped of cell (x, y)
                       set piece-has-moved of cell (x, y) to true
                   end-if
               end-perform
           end-perform
           *> an empty square carries no state
           move space to piece-state of cell (from-x, from-y)
           if log-moved-piece (2:1) = "P" and abs-delta-y = 2
               set pawn-just-double-stepped of cell (to-x, to-y)
                   to true
           else
               set piece-has-moved of cell (to-x, to-y) to true
           end-if
           if move-is-castling
               move space
                   to piece-state of cell (castle-rook-from-x, from-y)
               set piece-has-moved
                   of cell (castle-rook-to-x, from-y) to true
           end-if
           if move-is-en-passant
               move space to piece-state of cell (to-x, from-y)
           end-if
           .

       check-game-not-finished section.
           move "N" to game-finished-flag
           perform varying finished-scan-subscript from 1 by 1
           end-if
           move defender-color to check-test-color
           perform test-king-in-check
           *> held apart - every trial reply re-tests the king
           move king-in-check-flag to defender-check-flag
           perform search-for-legal-reply
           if not an-escape-exists
               if defender-is-in-check
                   move "MATE   " to log-move-result
                   display "CHECKMATE - " mover-color
                       " wins game " current-game-id
                   move "STALEMT" to log-move-result
                   display "STALEMATE - game " current-game-id
                       " is drawn"
                   move "STALEMATE" to draw-end-reason
                   perform record-game-result
               end-if
           else
               if defender-is-in-check
                   display "Check on the " defender-color " king"
               end-if
               perform check-draw-rules
           end-if
           .

       check-draw-rules section.
           *> a game nobody can win, or one going round in circles,
           *> is drawn without waiting for the players to say so
           move spaces to draw-end-reason
           perform check-insufficient-material
           if draw-end-reason = spaces
               perform count-repetitions
               if repetition-count >= 3
                   move "THREEFOLD" to draw-end-reason
                   display "DRAW - the position has stood three "
                       "times in game " current-game-id
               end-if
           end-if
           if draw-end-reason = spaces
               *> the first position on the list is the one the last
               *> capture or pawn move left - fifty moves each since
               if position-count > 100
                   move "FIFTYMOVE" to draw-end-reason
                   display "DRAW - fifty moves each without a "
                       "capture or pawn move in game " current-game-id
               end-if
           end-if
           if draw-end-reason not = spaces
               move "DRAWN  " to log-move-result
               perform record-game-result
           end-if
           .

       check-insufficient-material section.
           *> no pawn, rook or queen left, and at most one minor
           *> piece, or only bishops all running on one colour of
           *> square - neither side can ever mate
           move 0 to mating-force-count
           move 0 to minor-piece-count
           move 0 to light-bishop-count
           move 0 to dark-bishop-count
           perform varying x from 1 by 1 until x > GRID-SIZE
               perform varying y from 1 by 1 until y > GRID-SIZE
                   evaluate occupant of cell (x, y) (2:1)
                       when "P"
                       when "R"
                       when "Q"
                           add 1 to mating-force-count
                       when "N"
                           add 1 to minor-piece-count
                       when "B"
                           add 1 to minor-piece-count
                           *> a1 is a dark square
                           if function mod (x + y, 2) = 0
                               add 1 to dark-bishop-count
                           else
                               add 1 to light-bishop-count
                           end-if
                   end-evaluate
               end-perform
           end-perform
           if mating-force-count = 0
                   and (minor-piece-count <= 1
                       or light-bishop-count = minor-piece-count
                       or dark-bishop-count = minor-piece-count)
               move "MATERIAL" to draw-end-reason
               display "DRAW - neither side has the material to mate "
                   "in game " current-game-id
           end-if
           .

       count-repetitions section.
           move 0 to repetition-count
           perform varying position-scan-subscript from 1 by 1
                   until position-scan-subscript > position-count
               if position-entry (position-scan-subscript)
                       = position-entry (position-count)
                   add 1 to repetition-count
               end-if
           end-perform
           .

       record-position section.
           *> the position just reached, with next-to-move to play
           perform build-position-key
           if position-count >= MAX-POSITIONS
               display "Position history is full at " MAX-POSITIONS
                   " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to position-count
           move position-key to position-entry (position-count)
           .

       build-position-key section.
           *> two positions are the same only with the same pieces on
           *> the same squares, the same side to move and the same
           *> castling and en passant chances
           move 0 to pky-subscript
           perform varying x from 1 by 1 until x > GRID-SIZE
               perform varying y from 1 by 1 until y > GRID-SIZE
                   add 1 to pky-subscript
                   move occupant of cell (x, y)
                       to pky-square (pky-subscript)
               end-perform
           end-perform
           move next-to-move to pky-side-to-move
           move spaces to pky-castling-rights
           if occupant of cell (5, 1) = "WK"
                   and piece-never-moved of cell (5, 1)
               if occupant of cell (GRID-SIZE, 1) = "WR"
                       and piece-never-moved of cell (GRID-SIZE, 1)
                   move "K" to pky-castling-rights (1:1)
               end-if
               if occupant of cell (1, 1) = "WR"
                       and piece-never-moved of cell (1, 1)
                   move "Q" to pky-castling-rights (2:1)
               end-if
           end-if
           if occupant of cell (5, GRID-SIZE) = "BK"
                   and piece-never-moved of cell (5, GRID-SIZE)
               if occupant of cell (GRID-SIZE, GRID-SIZE) = "BR"
                       and piece-never-moved
                           of cell (GRID-SIZE, GRID-SIZE)
                   move "k" to pky-castling-rights (3:1)
               end-if
               if occupant of cell (1, GRID-SIZE) = "BR"
                       and piece-never-moved of cell (1, GRID-SIZE)
                   move "q" to pky-castling-rights (4:1)
               end-if
           end-if
           *> an en passant chance counts only if a pawn stands
           *> ready to take it
           move 0 to pky-ep-file
           perform varying x from 1 by 1 until x > GRID-SIZE
               perform varying y from 1 by 1 until y > GRID-SIZE
                   if pawn-just-double-stepped of cell (x, y)
                       if x > 1
                           if occupant of cell (x - 1, y) (2:1) = "P"
                                   and occupant of cell (x - 1, y)
                                       (1:1) = next-to-move
                               move x to pky-ep-file
                           end-if
                       end-if
                       if x < GRID-SIZE
                           if occupant of cell (x + 1, y) (2:1) = "P"
                                   and occupant of cell (x + 1, y)
                                       (1:1) = next-to-move
                               move x to pky-ep-file
                           end-if
                       end-if
                   end-if
               end-perform
           end-perform
           .

       accept-agreed-draw section.
           *> both players have agreed the draw - there is no move to
           *> play, only the result to record
           move spaces to move-log-record
           move mtd-game-id to log-game-id
           move move-number to log-move-number
           perform check-game-not-finished
           if game-is-finished
               display "Game " current-game-id " is already decided"
                   " - draw offer refused"
               set move-was-illegal to true
           else
               set move-agreed-draw to true
               display "DRAW AGREED - game " current-game-id
               move "AGREED" to draw-end-reason
               perform record-game-result
           end-if
           write move-log-record
           .

       search-for-legal-reply section.
           move sim-to-y to to-y
           perform check-move-legality
           if move-is-legal
               perform make-trial-move
               move defender-color to check-test-color
               perform test-king-in-check
               if not king-is-in-check
                   set an-escape-exists to true
               end-if
               perform take-back-trial-move
           end-if
           .

       record-game-result section.
           open extend game-results-data
           if game-results-status-key-1 = "3"
               *> the first game ever decided
               open output game-results-data
           end-if
           move current-game-id to res-game-id
           if move-gave-mate
               if mover-color = "W"
               move "CHECKMATE" to res-end-reason
           else
               set res-drawn to true
               move draw-end-reason to res-end-reason
           end-if
           move move-number to res-final-move
           move function current-date (1:8) to res-decided-date
           move captured-piece-hold to log-captured-piece
           move mtd-to-file to log-captured-square (1:1)
           move mtd-to-rank to log-captured-square (2:1)
           if move-is-en-passant
               move mtd-from-rank to log-captured-square (2:1)
           end-if
           if captured-piece-hold (1:1) = "B"
               *> a black piece falls to white
               if white-captured-count < MAX-CAPTURED-PIECES

       check-move-legality section.
           set move-is-legal to true
           set move-is-ordinary to true
           if from-x = 0 or to-x = 0
                   or from-y < 1 or from-y > GRID-SIZE
                   or to-y < 1 or to-y > GRID-SIZE
           *> white advances toward higher ranks, black toward lower;
           *> straight moves must land on an empty square, diagonal
           *> moves of one square are only legal onto an occupied
           *> square (a capture) - or onto the square a pawn has just
           *> skipped with its double step (en passant)
           if moving-piece-color = "W"
               if delta-x = 0 and delta-y = 1
                       and occupant of cell (to-x, to-y) = spaces
                                   not = spaces
                           continue
                       else
                           perform check-en-passant
                       end-if
                   end-if
               end-if
                                   not = spaces
                           continue
                       else
                           perform check-en-passant
                       end-if
                   end-if
               end-if
           end-if
           if move-is-legal and (to-y = 1 or to-y = GRID-SIZE)
               set move-is-promotion to true
           end-if
           .

       check-en-passant section.
           *> a pawn that has just stepped two squares past an enemy
           *> pawn may be taken as though it had stepped only one - on
           *> the very next move and no later
           if abs-delta-x = 1
                   and ((moving-piece-color = "W" and delta-y = 1)
                       or (moving-piece-color = "B" and delta-y = -1))
                   and occupant of cell (to-x, to-y) = spaces
                   and occupant of cell (to-x, from-y) (2:1) = "P"
                   and occupant of cell (to-x, from-y) (1:1)
                       not = moving-piece-color
                   and pawn-just-double-stepped of cell (to-x, from-y)
               set move-is-en-passant to true
           else
               set move-is-illegal to true
           end-if
           .

       check-knight-move section.
                   and (delta-x not = 0 or delta-y not = 0)
               continue
           else
               if abs-delta-x = 2 and delta-y = 0
                   perform check-castling
               else
                   set move-is-illegal to true
               end-if
           end-if
           .

       check-castling section.
           *> the king two squares toward a rook of its own colour,
           *> neither of them ever having moved, nothing standing
           *> between them, and the king not in check on the square it
           *> leaves, the square it crosses or the square it lands on
           if delta-x > 0
               move GRID-SIZE to castle-rook-from-x
               compute castle-rook-to-x = to-x - 1
               move from-x to castle-low-x
               move castle-rook-from-x to castle-high-x
           else
               move 1 to castle-rook-from-x
               compute castle-rook-to-x = to-x + 1
               move castle-rook-from-x to castle-low-x
               move from-x to castle-high-x
           end-if
           if from-x not = 5
                   or (moving-piece-color = "W" and from-y not = 1)
                   or (moving-piece-color = "B"
                       and from-y not = GRID-SIZE)
                   or not piece-never-moved of cell (from-x, from-y)
                   or occupant of cell (castle-rook-from-x, from-y)
                       (1:1) not = moving-piece-color
                   or occupant of cell (castle-rook-from-x, from-y)
                       (2:1) not = "R"
                   or not piece-never-moved
                       of cell (castle-rook-from-x, from-y)
               set move-is-illegal to true
               exit section
           end-if
           perform varying castle-scan-x from castle-low-x by 1
                   until castle-scan-x >= castle-high-x
                   or move-is-illegal
               if castle-scan-x > castle-low-x
                       and occupant of cell (castle-scan-x, from-y)
                           not = spaces
                   set move-is-illegal to true
               end-if
           end-perform
           if move-is-illegal
               exit section
           end-if
           if moving-piece-color = "W"
               move "B" to attacking-color
           else
               move "W" to attacking-color
           end-if
           move from-y to atk-target-y
           move from-x to castle-scan-x
           perform until castle-scan-x = to-x or move-is-illegal
               move castle-scan-x to atk-target-x
               perform test-square-attacked
               if square-is-attacked
                   set move-is-illegal to true
               end-if
               if delta-x > 0
                   add 1 to castle-scan-x
               else
                   subtract 1 from castle-scan-x
               end-if
           end-perform
           if move-is-legal
               move to-x to atk-target-x
               perform test-square-attacked
               if square-is-attacked
                   set move-is-illegal to true
               else
                   set move-is-castling to true
               end-if
           end-if
           .

           .

       save-chessboard section.
           perform save-position-history
           open output saved-game-data
           perform varying x from 1 by 1 until x > GRID-SIZE
               perform varying y from 1 by 1 until y > GRID-SIZE
                   move #file of cell (x, y) to saved-file
                   move rank of cell (x, y) to saved-rank
                   move occupant of cell (x, y) to saved-occupant
                   move piece-state of cell (x, y)
                       to saved-cell-state
                   write saved-cell-record
               end-perform
           end-perform

       restore-chessboard section.
           open input saved-game-data
           set end-of-saved-game to 1 *> FALSE
           perform until end-of-saved-game = 0 *> TRUE
               read saved-game-data
                   at end
                       set end-of-saved-game to 0 *> TRUE
                   not at end
                       move saved-file to sought-file
                       perform lookup-file-index
                       move saved-rank to y
                       move saved-occupant
                           to occupant of cell (found-file-index, y)
                       move saved-cell-state
                           to piece-state of cell (found-file-index, y)
                       if not piece-has-moved
                                   of cell (found-file-index, y)
                               and not pawn-just-double-stepped
                                   of cell (found-file-index, y)
                           *> a save from before the state was kept
                           move space to piece-state
                               of cell (found-file-index, y)
                       end-if
               end-read
           end-perform
           close saved-game-data
           .

       save-position-history section.
           open output position-history-data
           perform varying position-scan-subscript from 1 by 1
                   until position-scan-subscript > position-count
               move position-entry (position-scan-subscript)
                   to hst-position-key
               write position-history-record
           end-perform
           close position-history-data
           .

       load-position-history section.
           *> a game saved before the history was kept starts its
           *> count from here
           open input position-history-data
           if history-status-key-1 = "0"
               set end-of-history-file to 1 *> FALSE
               perform until end-of-history-file = 0 *> TRUE
                   read position-history-data
                       at end
                           set end-of-history-file to 0 *> TRUE
                       not at end
                           if position-count < MAX-POSITIONS
                               add 1 to position-count
                               move hst-position-key
                                   to position-entry (position-count)
                           end-if
                   end-read
               end-perform
           end-if
           close position-history-data
           .

       material-balance-report section.
           *> standard piece values - pawn 1, knight and bishop 3,
           *> rook 5, queen 9 - totted up from the final position

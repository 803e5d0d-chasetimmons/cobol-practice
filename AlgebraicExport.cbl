       file section.
       FD  move-log-data.    *> the engine's coordinate journal
       01  move-log-record.
           copy chess-move-log-record.

       FD  algebraic-out-data.    *> a numbered algebraic score the
                                   *> club magazine can set straight
       01  from-y                  pic 9.
       01  to-x                    pic 9.
       01  to-y                    pic 9.
       01  taken-x                 pic 9.
       01  taken-y                 pic 9.
       01  castle-rook-from-x      pic 9.
       01  castle-rook-to-x        pic 9.
       01  side-to-move            pic X value "W".
       01  pair-number             pic 9(3) value 0.
       01  formatted-pair          pic Z(2)9.
                                   and move-was-legal
                               perform export-one-move
                           end-if
                           if log-game-id = export-game-id
                                   and move-agreed-draw
                               *> the score ends with the result
                               move "1/2-1/2" to san-token
                               move space to side-to-move
                               perform append-token-to-line
                           end-if
                   end-read
               end-perform
               if output-line not = spaces
           move found-file-index to to-x
           move log-to-rank to to-y
           move log-moved-piece (1:1) to side-to-move
           if log-castling
               perform build-castling-token
           else
               perform build-san-token
           end-if
           perform append-token-to-line
           *> keep the board current for the next disambiguation
           move xb-occupant (from-x, from-y)
               to xb-occupant (to-x, to-y)
           move spaces to xb-occupant (from-x, from-y)
           if log-castling
               move xb-occupant (castle-rook-from-x, from-y)
                   to xb-occupant (castle-rook-to-x, from-y)
               move spaces to xb-occupant (castle-rook-from-x, from-y)
           end-if
           if log-en-passant
               *> the pawn taken stood beside the to-square
               move log-captured-square (1:1) to sought-file
               perform lookup-file-index
               move found-file-index to taken-x
               move log-captured-square (2:1) to taken-y
               if taken-x > 0
                   move spaces to xb-occupant (taken-x, taken-y)
               end-if
           end-if
           if log-promotion
               move log-promoted-piece to xb-occupant (to-x, to-y) (2:1)
           end-if
           add 1 to moves-exported
           .

           add 1 to san-build-subscript
           move log-to-rank to san-token (san-build-subscript:1)
           add 1 to san-build-subscript
           if log-promotion
               move "=" to san-token (san-build-subscript:1)
               add 1 to san-build-subscript
               move log-promoted-piece
                   to san-token (san-build-subscript:1)
               add 1 to san-build-subscript
           end-if
           if move-gave-mate
               move "#" to san-token (san-build-subscript:1)
           end-if
           .

       build-castling-token section.
           *> the king's two-square move is written O-O toward the
           *> king's rook, O-O-O toward the queen's
           if to-x > from-x
               move "O-O" to san-token
               move GRID-SIZE to castle-rook-from-x
               compute castle-rook-to-x = to-x - 1
           else
               move "O-O-O" to san-token
               move 1 to castle-rook-from-x
               compute castle-rook-to-x = to-x + 1
           end-if
           if move-gave-mate
               move 10 to san-build-subscript
               perform until san-token (san-build-subscript:1)
                       not = space
                   subtract 1 from san-build-subscript
               end-perform
               move "#" to san-token (san-build-subscript + 1:1)
           end-if
           .

       work-out-disambiguation section.
           *> if a twin of the same type and colour could also reach
           *> the destination, the score needs the from-file (or the

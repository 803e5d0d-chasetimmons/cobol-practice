       input-output section.
           select opening-book-data assign "chess-opening-book.txt"
               organization sequential
               file status opening-book-file-status-code.

           select move-log-data assign "chess-moves-log.txt"
               organization sequential
               file status move-log-file-status-code.

           select game-opening-data assign "chess-game-openings.txt"
               organization sequential
               file status game-opening-file-status-code.

       file section.
       FD  opening-book-data.    *> the club's named lines of play
       01  opening-book-record.
           copy chess-opening-book-record.

       FD  move-log-data.    *> every move the engine was asked for
       01  move-log-record.
           copy chess-move-log-record.

       FD  game-opening-data.    *> the opening each game followed
       01  game-opening-record.
           copy chess-game-opening-record.

       working-storage section.
      *> names the opening of every game on the move log.  The first
      *> BOOK-DEPTH legal half-moves of each game are held and set
      *> against every line in the book; the longest line the game
      *> follows move for move from the start names it, the first in
      *> the book winning a tie.  A game that follows no line is
      *> written out of book, so the reports can count it.  The file
      *> is written afresh every run
       78  MAX-BOOK-LINES          value 500.
       78  BOOK-DEPTH              value 16.
       01  book-table.
           05  book-entry              occurs MAX-BOOK-LINES
                                        indexed by book-index.
               10  bkt-eco-code        pic X(3).
               10  bkt-opening-name    pic X(40).
               10  bkt-move-count      pic 9(2).
               10  bkt-move            pic X(4) occurs BOOK-DEPTH.
       01  book-count              pic 9(3) value 0.

      *> the opening moves of each game, by game id
       01  game-move-table.
           05  game-moves              occurs 999.
               10  gmv-move-count      pic 9(2).
               10  gmv-move            pic X(4) occurs BOOK-DEPTH.
       01  game-subscript          pic 9(4).
       01  move-subscript          pic 9(2).

       01  logged-move.
           05  lgm-from-file       pic X.
           05  lgm-from-rank       pic 9.
           05  lgm-to-file         pic X.
           05  lgm-to-rank         pic 9.

       01  best-book-line          pic 9(3).
       01  best-book-depth         pic 9(2).
       01  line-follows-flag       pic X.
           88  game-follows-line       value "Y".

       01  end-of-file             pic 9.
       01  opening-book-file-status-code.
           05  opening-book-status-key-1 pic X.
           05  opening-book-status-key-2 pic X.
       01  move-log-file-status-code.
           05  move-log-status-key-1 pic X.
           05  move-log-status-key-2 pic X.
       01  game-opening-file-status-code.
           05  game-opening-status-key-1 pic X.
           05  game-opening-status-key-2 pic X.

       01  run-date-today          pic 9(8).
       01  games-classified        pic 9(3) value 0.
       01  games-out-of-book       pic 9(3) value 0.

       copy run-control-fields.
       01  batch-program-name pic X(20) value "ChessOpeningClassify".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to run-date-today
           perform load-opening-book
           if book-count = 0
               display "No lines on chess-opening-book.txt - nothing "
                   "to classify against"
               move 8 to return-code
               perform write-run-control-end
               goback
           end-if
           perform gather-opening-moves
           open output game-opening-data
           perform varying game-subscript from 1 by 1
                   until game-subscript > 999
               if gmv-move-count (game-subscript) > 0
                   perform classify-one-game
               end-if
           end-perform
           close game-opening-data
           display games-classified " games classified against "
               book-count " book lines, " games-out-of-book
               " out of book"
           perform write-run-control-end
           goback
           .

       load-opening-book section.
           open input opening-book-data
           if opening-book-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read opening-book-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           perform hold-one-book-line
                   end-read
               end-perform
           end-if
           close opening-book-data
           .

       hold-one-book-line section.
           if book-count >= MAX-BOOK-LINES
               display "Opening book table is full at "
                   MAX-BOOK-LINES " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to book-count
           move obk-eco-code to bkt-eco-code (book-count)
           move obk-opening-name to bkt-opening-name (book-count)
           move 0 to bkt-move-count (book-count)
           *> the line ends at its first blank move; squares are
           *> matched in lower case, as the engine logs them
           perform varying move-subscript from 1 by 1
                   until move-subscript > BOOK-DEPTH
                       or obk-move (move-subscript) = spaces
               move function lower-case (obk-move (move-subscript))
                   to bkt-move (book-count, move-subscript)
               move move-subscript to bkt-move-count (book-count)
           end-perform
           if bkt-move-count (book-count) = 0
               display "Book line " book-count " ("
                   obk-opening-name ") has no moves - left out"
               subtract 1 from book-count
           end-if
           .

       gather-opening-moves section.
           initialize game-move-table
           open input move-log-data
           if move-log-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read move-log-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           add 1 to rcl-records-read
                           if move-was-legal and log-game-id > 0
                               perform hold-one-opening-move
                           end-if
                   end-read
               end-perform
           else
               display "No chess-moves-log.txt - no games to classify"
           end-if
           close move-log-data
           .

       hold-one-opening-move section.
           move log-game-id to game-subscript
           if gmv-move-count (game-subscript) >= BOOK-DEPTH
               exit section
           end-if
           add 1 to gmv-move-count (game-subscript)
           move log-from-file to lgm-from-file
           move log-from-rank to lgm-from-rank
           move log-to-file to lgm-to-file
           move log-to-rank to lgm-to-rank
           move logged-move to gmv-move
               (game-subscript, gmv-move-count (game-subscript))
           .

       classify-one-game section.
           move 0 to best-book-line
           move 0 to best-book-depth
           perform varying book-index from 1 by 1
                   until book-index > book-count
               if bkt-move-count (book-index) > best-book-depth
                       and bkt-move-count (book-index)
                           <= gmv-move-count (game-subscript)
                   perform test-game-follows-line
                   if game-follows-line
                       set best-book-line to book-index
                       move bkt-move-count (book-index)
                           to best-book-depth
                   end-if
               end-if
           end-perform
           move spaces to game-opening-record
           move game-subscript to cgo-game-id
           move run-date-today to cgo-classified-date
           if best-book-line = 0
               move "OUT OF BOOK" to cgo-opening-name
               move 0 to cgo-book-moves
               add 1 to games-out-of-book
           else
               move bkt-eco-code (best-book-line) to cgo-eco-code
               move bkt-opening-name (best-book-line)
                   to cgo-opening-name
               move best-book-depth to cgo-book-moves
           end-if
           write game-opening-record
           add 1 to games-classified
           add 1 to rcl-records-written
           .

       test-game-follows-line section.
           set game-follows-line to true
           perform varying move-subscript from 1 by 1
                   until move-subscript > bkt-move-count (book-index)
                       or not game-follows-line
               if bkt-move (book-index, move-subscript)
                       not = gmv-move (game-subscript, move-subscript)
                   move "N" to line-follows-flag
               end-if
           end-perform
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

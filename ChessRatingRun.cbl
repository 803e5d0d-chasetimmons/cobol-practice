       input-output section.
           select player-register-data assign "chess-players.txt"
               organization sequential
               file status player-register-file-status-code.

           select game-players-data assign "chess-game-players.txt"
               organization sequential
               file status game-players-file-status-code.

           select game-results-data assign "chess-results.txt"
               organization sequential
               file status game-results-file-status-code.

           select rating-history-data
               assign "chess-rating-history.txt"
               organization sequential
               file status rating-history-file-status-code.

       file section.
       FD  player-register-data.    *> the club's players, one line
                                     *> each
       01  player-register-record.
           05  plr-player-id       pic 9(3).
           05  filler              pic X.
           05  plr-player-name     pic X(24).

       FD  game-players-data.    *> who played which board
       01  game-players-record.
           05  gpl-game-id         pic 9(3).
           05  filler              pic X.
           05  gpl-white-player    pic 9(3).
           05  filler              pic X.
           05  gpl-black-player    pic 9(3).

       FD  game-results-data.    *> verified results from the engine
       01  game-results-record.
           05  res-game-id         pic 9(3).
           05  filler              pic X.
           05  res-winner          pic X(5).
               88  res-white-won       value "WHITE".
               88  res-black-won       value "BLACK".
               88  res-drawn           value "DRAW ".
           05  filler              pic X.
           05  res-end-reason      pic X(9).
           05  filler              pic X.
           05  res-final-move      pic 9(4).
           05  filler              pic X.
           05  res-decided-date    pic 9(8).

       FD  rating-history-data.    *> every rated game, both sides
       01  rating-history-record.
           copy chess-rating-history-record.

       working-storage section.
      *> the club's standing strength list.  ChessLeagueReport scores
      *> a season on points; this carries a rating from season to
      *> season and moves it by how the result compares with what
      *> the two ratings expected - beating a stronger player gains
      *> more than beating a weaker one.  Each run rates the results
      *> on chess-results.txt that have no lines on
      *> chess-rating-history.txt yet, oldest decided first, and the
      *> run is the rating period: the list shows each player's
      *> change since the last run.  A new player starts at
      *> STARTING-RATING and is provisional - moved by the larger
      *> development factor, and marked on the list - until
      *> PROVISIONAL-GAMES games are rated.  A result whose players
      *> are not on chess-game-players.txt or the register is left
      *> unrated and is picked up by the first run after the
      *> pairing is put right
       78  MAX-PLAYERS             value 50.
       78  MAX-PAIRINGS            value 999.
       78  MAX-NEW-RESULTS         value 200.
       78  STARTING-RATING         value 1500.
       78  PROVISIONAL-GAMES       value 20.
       78  PROVISIONAL-K-FACTOR    value 40.
       78  ESTABLISHED-K-FACTOR    value 20.
      *> a gap wider than this counts as this - one lopsided game
      *> cannot move either rating by more than the factor allows
       78  MAX-RATING-GAP          value 400.

       01  player-table.
           05  player-entry            occurs MAX-PLAYERS
                                        indexed by player-index.
               10  ply-player-id       pic 9(3).
               10  ply-player-name     pic X(24).
               10  ply-rating          pic 9(4).
               10  ply-games-rated     pic 9(4).
               10  ply-period-start-rating pic 9(4).
               10  ply-games-this-period pic 9(3).
       01  player-count            pic 9(2) value 0.
       01  found-player-index      pic 9(2).
       01  sought-player-id        pic 9(3).

       01  pairing-table.
           05  pairing-entry           occurs MAX-PAIRINGS
                                        indexed by pairing-index.
               10  par-game-id         pic 9(3).
               10  par-white-player    pic 9(3).
               10  par-black-player    pic 9(3).
       01  pairing-count           pic 9(3) value 0.
       01  found-pairing-index     pic 9(3).

      *> one flag per possible game id - set for every game already
      *> on the rating history
       01  rated-game-table.
           05  rated-game-flag         pic X occurs 999.
               88  game-already-rated      value "Y".

       01  new-result-table.
           05  new-result-entry        occurs MAX-NEW-RESULTS
                                        indexed by new-result-index.
               10  nrs-decided-date    pic 9(8).
               10  nrs-game-id         pic 9(3).
               10  nrs-winner          pic X(5).
               10  nrs-white-index     pic 9(2).
               10  nrs-black-index     pic 9(2).
       01  new-result-count        pic 9(3) value 0.
       01  swap-result-hold        pic X(20).
       01  swap-player-hold        pic X(42).

       01  end-of-file             pic 9.
       01  player-register-file-status-code.
           05  player-register-status-key-1 pic X.
           05  player-register-status-key-2 pic X.
       01  game-players-file-status-code.
           05  game-players-status-key-1 pic X.
           05  game-players-status-key-2 pic X.
       01  game-results-file-status-code.
           05  game-results-status-key-1 pic X.
           05  game-results-status-key-2 pic X.
       01  rating-history-file-status-code.
           05  rating-history-status-key-1 pic X.
           05  rating-history-status-key-2 pic X.

       01  rating-run-date         pic 9(8).
       01  results-already-rated   pic 9(4) value 0.
       01  results-left-unrated    pic 9(4) value 0.
       01  games-rated-this-run    pic 9(4) value 0.
       01  white-index             pic 9(2).
       01  black-index             pic 9(2).
       01  white-score             pic 9V9.
       01  black-score             pic 9V9.
       01  rating-gap              pic S9(4).
       01  rating-gap-exponent     pic S9V9(6).
       01  rating-gap-power        pic 9(2)V9(6).
       01  white-expected-score    pic 9V9(4).
       01  black-expected-score    pic 9V9(4).
       01  white-k-factor          pic 9(2).
       01  black-k-factor          pic 9(2).
       01  white-rating-change     pic S9(3).
       01  black-rating-change     pic S9(3).
       01  white-outcome           pic X.
       01  black-outcome           pic X.
       01  rated-player-index      pic 9(2).
       01  rated-opponent-index    pic 9(2).
       01  rated-outcome           pic X.
       01  rated-k-factor          pic 9(2).
       01  rated-change            pic S9(3).

       01  sort-pass-subscript     pic 9(3).
       01  sort-scan-subscript     pic 9(3).
       01  sort-next-subscript     pic 9(3).
       01  list-position           pic 9(2).
       01  period-change           pic S9(4).
       01  shown-change            pic +++9.
       01  shown-rating-change     pic +++9.
       01  provisional-marker      pic X.
       01  history-player-id       pic 9(3).

       copy run-control-fields.
       01  batch-program-name pic X(20) value "ChessRatingRun".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to rating-run-date
           perform load-player-register
           if player-count = 0
               display "No players on chess-players.txt"
               perform write-run-control-end
               goback
           end-if
           perform load-pairings
           perform load-rating-history
           perform gather-new-results
           perform sort-new-results
           perform rate-new-results
           perform rank-rating-list
           perform print-rating-list
           perform print-rating-histories
           perform write-run-control-end
           goback
           .

       load-player-register section.
           open input player-register-data
           if player-register-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read player-register-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if player-count >= MAX-PLAYERS
                               display "Player table is full at "
                                   MAX-PLAYERS
                                   " - raise the limit and re-run"
                               move 16 to return-code
                               perform write-run-control-end
                               stop run
                           end-if
                           add 1 to player-count
                           initialize player-entry (player-count)
                           move plr-player-id
                               to ply-player-id (player-count)
                           move plr-player-name
                               to ply-player-name (player-count)
                           move STARTING-RATING
                               to ply-rating (player-count)
                   end-read
               end-perform
           end-if
           close player-register-data
           .

       load-pairings section.
           open input game-players-data
           if game-players-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read game-players-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if pairing-count >= MAX-PAIRINGS
                               display "Pairing table is full at "
                                   MAX-PAIRINGS
                                   " - raise the limit and re-run"
                               move 16 to return-code
                               perform write-run-control-end
                               stop run
                           end-if
                           add 1 to pairing-count
                           move gpl-game-id
                               to par-game-id (pairing-count)
                           move gpl-white-player
                               to par-white-player (pairing-count)
                           move gpl-black-player
                               to par-black-player (pairing-count)
                   end-read
               end-perform
           end-if
           close game-players-data
           .

       load-rating-history section.
           *> the history is appended in the order games were rated, so
           *> the last line read for a player carries the rating now
           move all "N" to rated-game-table
           open input rating-history-data
           if rating-history-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read rating-history-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           add 1 to rcl-records-read
                           if rth-game-id > 0
                               move "Y" to rated-game-flag
                                   (rth-game-id)
                           end-if
                           move rth-player-id to sought-player-id
                           perform find-player
                           if found-player-index not = 0
                               move rth-rating-after to ply-rating
                                   (found-player-index)
                               move rth-games-rated to ply-games-rated
                                   (found-player-index)
                           end-if
                   end-read
               end-perform
           end-if
           close rating-history-data
           perform varying player-index from 1 by 1
                   until player-index > player-count
               move ply-rating (player-index)
                   to ply-period-start-rating (player-index)
           end-perform
           .

       gather-new-results section.
           open input game-results-data
           if game-results-status-key-1 not = "0"
               display "No results on chess-results.txt"
               close game-results-data
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read game-results-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to rcl-records-read
                       perform hold-one-new-result
               end-read
           end-perform
           close game-results-data
           .

       hold-one-new-result section.
           if res-game-id = 0
               exit section
           end-if
           if game-already-rated (res-game-id)
               add 1 to results-already-rated
               exit section
           end-if
           perform find-pairing-for-result
           if found-pairing-index = 0
               add 1 to results-left-unrated
               add 1 to rcl-records-rejected
               display "Game " res-game-id " has a result but no "
                   "players on chess-game-players.txt - left unrated"
               exit section
           end-if
           move par-white-player (found-pairing-index)
               to sought-player-id
           perform find-player
           move found-player-index to white-index
           move par-black-player (found-pairing-index)
               to sought-player-id
           perform find-player
           move found-player-index to black-index
           if white-index = 0 or black-index = 0
               add 1 to results-left-unrated
               add 1 to rcl-records-rejected
               display "Game " res-game-id " has a player who is not "
                   "on the player register - left unrated"
               exit section
           end-if
           if new-result-count >= MAX-NEW-RESULTS
               display "New result table is full at " MAX-NEW-RESULTS
                   " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to new-result-count
           move res-decided-date to nrs-decided-date (new-result-count)
           move res-game-id to nrs-game-id (new-result-count)
           move res-winner to nrs-winner (new-result-count)
           move white-index to nrs-white-index (new-result-count)
           move black-index to nrs-black-index (new-result-count)
           .

       sort-new-results section.
           *> decided date then game id - the date and id lead the
           *> entry, so the entries compare as they stand
           perform varying sort-pass-subscript from 1 by 1
                   until sort-pass-subscript >= new-result-count
               move sort-pass-subscript to sort-next-subscript
               perform varying sort-scan-subscript
                       from sort-pass-subscript by 1
                       until sort-scan-subscript > new-result-count
                   if new-result-entry (sort-scan-subscript) (1:11)
                           < new-result-entry (sort-next-subscript)
                               (1:11)
                       move sort-scan-subscript
                           to sort-next-subscript
                   end-if
               end-perform
               if sort-next-subscript not = sort-pass-subscript
                   move new-result-entry (sort-pass-subscript)
                       to swap-result-hold
                   move new-result-entry (sort-next-subscript)
                       to new-result-entry (sort-pass-subscript)
                   move swap-result-hold
                       to new-result-entry (sort-next-subscript)
               end-if
           end-perform
           .

       rate-new-results section.
           if new-result-count = 0
               exit section
           end-if
           open extend rating-history-data
           if rating-history-status-key-1 = "3"
               *> the first rating run the club has made
               open output rating-history-data
           end-if
           perform varying new-result-index from 1 by 1
                   until new-result-index > new-result-count
               perform rate-one-game
           end-perform
           close rating-history-data
           .

       rate-one-game section.
           move nrs-white-index (new-result-index) to white-index
           move nrs-black-index (new-result-index) to black-index
           evaluate nrs-winner (new-result-index)
               when "WHITE"
                   move 1 to white-score
                   move 0 to black-score
                   move "W" to white-outcome
                   move "L" to black-outcome
               when "BLACK"
                   move 0 to white-score
                   move 1 to black-score
                   move "L" to white-outcome
                   move "W" to black-outcome
               when other
                   move .5 to white-score
                   move .5 to black-score
                   move "D" to white-outcome
                   move "D" to black-outcome
           end-evaluate
           *> both expectations come from the ratings before the game
           compute rating-gap = ply-rating (black-index)
               - ply-rating (white-index)
           if rating-gap > MAX-RATING-GAP
               move MAX-RATING-GAP to rating-gap
           end-if
           if rating-gap < 0 - MAX-RATING-GAP
               compute rating-gap = 0 - MAX-RATING-GAP
           end-if
           *> the standard Elo expectation, 1 / (1 + 10 ** (gap / 400))
           compute rating-gap-exponent rounded = rating-gap / 400
           compute rating-gap-power rounded = 10 ** rating-gap-exponent
           compute white-expected-score rounded =
               1 / (1 + rating-gap-power)
           compute black-expected-score = 1 - white-expected-score
           if ply-games-rated (white-index) < PROVISIONAL-GAMES
               move PROVISIONAL-K-FACTOR to white-k-factor
           else
               move ESTABLISHED-K-FACTOR to white-k-factor
           end-if
           if ply-games-rated (black-index) < PROVISIONAL-GAMES
               move PROVISIONAL-K-FACTOR to black-k-factor
           else
               move ESTABLISHED-K-FACTOR to black-k-factor
           end-if
           compute white-rating-change rounded = white-k-factor
               * (white-score - white-expected-score)
           compute black-rating-change rounded = black-k-factor
               * (black-score - black-expected-score)

           *> both lines are written before either rating moves, so
           *> each shows the other's rating as it stood for the game
           move white-index to rated-player-index
           move black-index to rated-opponent-index
           move white-outcome to rated-outcome
           move white-k-factor to rated-k-factor
           move white-rating-change to rated-change
           perform write-one-history-line
           move black-index to rated-player-index
           move white-index to rated-opponent-index
           move black-outcome to rated-outcome
           move black-k-factor to rated-k-factor
           move black-rating-change to rated-change
           perform write-one-history-line
           add white-rating-change to ply-rating (white-index)
           add 1 to ply-games-rated (white-index)
           add 1 to ply-games-this-period (white-index)
           add black-rating-change to ply-rating (black-index)
           add 1 to ply-games-rated (black-index)
           add 1 to ply-games-this-period (black-index)
           add 1 to games-rated-this-run
           .

       write-one-history-line section.
           move spaces to rating-history-record
           move ply-player-id (rated-player-index) to rth-player-id
           move nrs-game-id (new-result-index) to rth-game-id
           move nrs-decided-date (new-result-index)
               to rth-decided-date
           move ply-player-id (rated-opponent-index)
               to rth-opponent-id
           move rated-outcome to rth-outcome
           move ply-rating (rated-player-index) to rth-rating-before
           move ply-rating (rated-opponent-index)
               to rth-opponent-rating
           move rated-k-factor to rth-k-factor
           move rated-change to rth-rating-change
           compute rth-rating-after =
               ply-rating (rated-player-index) + rated-change
           compute rth-games-rated =
               ply-games-rated (rated-player-index) + 1
           move rating-run-date to rth-run-date
           write rating-history-record
           add 1 to rcl-records-written
           .

       rank-rating-list section.
           perform varying sort-pass-subscript from 1 by 1
                   until sort-pass-subscript >= player-count
               move sort-pass-subscript to sort-next-subscript
               perform varying sort-scan-subscript
                       from sort-pass-subscript by 1
                       until sort-scan-subscript > player-count
                   if ply-rating (sort-scan-subscript)
                           > ply-rating (sort-next-subscript)
                       move sort-scan-subscript
                           to sort-next-subscript
                   end-if
               end-perform
               if sort-next-subscript not = sort-pass-subscript
                   move player-entry (sort-pass-subscript)
                       to swap-player-hold
                   move player-entry (sort-next-subscript)
                       to player-entry (sort-pass-subscript)
                   move swap-player-hold
                       to player-entry (sort-next-subscript)
               end-if
           end-perform
           .

       print-rating-list section.
           display "Club rating list - run of " rating-run-date ", "
               games-rated-this-run " games rated, "
               results-left-unrated " left unrated"
           display "no  player                   rtng    games  chng"
           perform varying player-index from 1 by 1
                   until player-index > player-count
               set list-position to player-index
               compute period-change = ply-rating (player-index)
                   - ply-period-start-rating (player-index)
               move period-change to shown-change
               if ply-games-rated (player-index) < PROVISIONAL-GAMES
                   move "P" to provisional-marker
               else
                   move space to provisional-marker
               end-if
               display list-position "  "
                   ply-player-name (player-index) " "
                   ply-rating (player-index) " " provisional-marker
                   "  " ply-games-rated (player-index) "  "
                   shown-change
           end-perform
           display "P - provisional, fewer than " PROVISIONAL-GAMES
               " rated games"
           .

       print-rating-histories section.
           perform varying player-index from 1 by 1
                   until player-index > player-count
               if ply-games-rated (player-index) > 0
                   display " "
                   display "Rating history of "
                       ply-player-name (player-index) " -"
                   move ply-player-id (player-index)
                       to history-player-id
                   perform print-one-rating-history
               end-if
           end-perform
           .

       print-one-rating-history section.
           open input rating-history-data
           if rating-history-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read rating-history-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if rth-player-id = history-player-id
                               move rth-rating-change
                                   to shown-rating-change
                               display "  game " rth-game-id " on "
                                   rth-decided-date " vs player "
                                   rth-opponent-id " ("
                                   rth-opponent-rating ") "
                                   rth-outcome "  " rth-rating-before
                                   " " shown-rating-change " = "
                                   rth-rating-after
                           end-if
                   end-read
               end-perform
           end-if
           close rating-history-data
           .

       find-player section.
           move 0 to found-player-index
           set player-index to 1
           perform until player-index > player-count
                   or found-player-index not = 0
               if ply-player-id (player-index) = sought-player-id
                   move player-index to found-player-index
               else
                   set player-index up by 1
               end-if
           end-perform
           .

       find-pairing-for-result section.
           move 0 to found-pairing-index
           set pairing-index to 1
           perform until pairing-index > pairing-count
                   or found-pairing-index not = 0
               if par-game-id (pairing-index) = res-game-id
                   move pairing-index to found-pairing-index
               else
                   set pairing-index up by 1
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

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

           select game-opening-data assign "chess-game-openings.txt"
               organization sequential
               file status game-opening-file-status-code.

       file section.
       FD  player-register-data.    *> the club's players
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

       FD  game-opening-data.    *> ChessOpeningClassify's findings
       01  game-opening-record.
           copy chess-game-opening-record.

       working-storage section.
      *> each player's openings with white and with black, and how
      *> they score with them - won, drawn and lost as a percentage of
      *> the games - then the club's most played openings with how
      *> they have gone for each side.  Only decided games count; one
      *> still being played is left until it has a result.  A game
      *> with no players seated on chess-game-players.txt still
      *> counts for the club but for nobody's repertoire
       78  MAX-PLAYERS             value 50.
       78  MAX-REPERTOIRE-LINES    value 2000.
       78  MAX-OPENINGS            value 500.
       78  POPULAR-OPENINGS-SHOWN  value 10.
       01  player-table.
           05  player-entry            occurs MAX-PLAYERS
                                        indexed by player-index.
               10  ply-player-id       pic 9(3).
               10  ply-player-name     pic X(24).
       01  player-count            pic 9(2) value 0.

       01  pairing-by-game-table.
           05  pairing-by-game         occurs 999.
               10  pbg-white-player    pic 9(3).
               10  pbg-black-player    pic 9(3).
       01  result-by-game-table.
           05  result-by-game          pic X(5) occurs 999.

       01  repertoire-table.
           05  repertoire-entry        occurs MAX-REPERTOIRE-LINES
                                        indexed by repertoire-index.
               10  rep-player-id       pic 9(3).
               10  rep-colour          pic X.
               10  rep-eco-code        pic X(3).
               10  rep-opening-name    pic X(40).
               10  rep-games           pic 9(3).
               10  rep-won             pic 9(3).
               10  rep-drawn           pic 9(3).
               10  rep-lost            pic 9(3).
               10  rep-printed-flag    pic X.
                   88  rep-printed         value "Y".
       01  repertoire-count        pic 9(4) value 0.
       01  found-repertoire-index  pic 9(4).

       01  opening-table.
           05  opening-entry           occurs MAX-OPENINGS
                                        indexed by opening-index.
               10  ops-eco-code        pic X(3).
               10  ops-opening-name    pic X(40).
               10  ops-games           pic 9(4).
               10  ops-white-won       pic 9(4).
               10  ops-drawn           pic 9(4).
               10  ops-black-won       pic 9(4).
       01  opening-count           pic 9(3) value 0.
       01  found-opening-index     pic 9(3).
       01  swap-opening-hold       pic X(59).
       01  sort-pass-subscript     pic 9(3).
       01  sort-scan-subscript     pic 9(3).
       01  sort-next-subscript     pic 9(3).

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
       01  game-opening-file-status-code.
           05  game-opening-status-key-1 pic X.
           05  game-opening-status-key-2 pic X.

       01  games-counted           pic 9(4) value 0.
       01  games-undecided         pic 9(4) value 0.
       01  credit-player-id        pic 9(3).
       01  credit-colour           pic X.
       01  credit-outcome          pic X.
       01  report-player-id        pic 9(3).
       01  report-colour           pic X.
       01  report-colour-name      pic X(5).
       01  best-repertoire-index   pic 9(4).
       01  colour-lines-shown      pic 9(3).
       01  lines-left-flag         pic X.
           88  lines-left-to-show      value "Y".
       01  shown-rank              pic z9.
       01  shown-games             pic zz9.
       01  shown-club-games        pic zzz9.
       01  shown-won-percent       pic zz9.
       01  shown-drawn-percent     pic zz9.
       01  shown-lost-percent      pic zz9.
       01  percent-work            pic 9(3).

       copy run-control-fields.
       01  batch-program-name pic X(20) value "ChessOpeningReport".

       procedure division.
           copy run-banner.
           perform load-player-register
           perform load-pairings
           perform load-results
           perform accumulate-openings
           if games-counted = 0
               display "No decided games on chess-game-openings.txt "
                   "- run ChessOpeningClassify after the engine"
               move 4 to return-code
               perform write-run-control-end
               goback
           end-if
           display "Opening repertoires - " games-counted
               " decided games, " games-undecided " still in play"
           perform varying player-index from 1 by 1
                   until player-index > player-count
               perform print-player-repertoire
           end-perform
           perform rank-club-openings
           perform print-club-openings
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
                           move plr-player-id
                               to ply-player-id (player-count)
                           move plr-player-name
                               to ply-player-name (player-count)
                   end-read
               end-perform
           end-if
           close player-register-data
           .

       load-pairings section.
           initialize pairing-by-game-table
           open input game-players-data
           if game-players-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read game-players-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if gpl-game-id > 0
                               move gpl-white-player
                                   to pbg-white-player (gpl-game-id)
                               move gpl-black-player
                                   to pbg-black-player (gpl-game-id)
                           end-if
                   end-read
               end-perform
           end-if
           close game-players-data
           .

       load-results section.
           move spaces to result-by-game-table
           open input game-results-data
           if game-results-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read game-results-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if res-game-id > 0
                               move res-winner
                                   to result-by-game (res-game-id)
                           end-if
                   end-read
               end-perform
           end-if
           close game-results-data
           .

       accumulate-openings section.
           open input game-opening-data
           if game-opening-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read game-opening-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           add 1 to rcl-records-read
                           perform credit-one-game-opening
                   end-read
               end-perform
           end-if
           close game-opening-data
           .

       credit-one-game-opening section.
           if cgo-game-id = 0
               exit section
           end-if
           if result-by-game (cgo-game-id) = spaces
               add 1 to games-undecided
               exit section
           end-if
           add 1 to games-counted
           perform credit-club-opening
           if pbg-white-player (cgo-game-id) > 0
               move pbg-white-player (cgo-game-id) to credit-player-id
               move "W" to credit-colour
               evaluate result-by-game (cgo-game-id)
                   when "WHITE" move "W" to credit-outcome
                   when "BLACK" move "L" to credit-outcome
                   when other   move "D" to credit-outcome
               end-evaluate
               perform credit-player-opening
           end-if
           if pbg-black-player (cgo-game-id) > 0
               move pbg-black-player (cgo-game-id) to credit-player-id
               move "B" to credit-colour
               evaluate result-by-game (cgo-game-id)
                   when "BLACK" move "W" to credit-outcome
                   when "WHITE" move "L" to credit-outcome
                   when other   move "D" to credit-outcome
               end-evaluate
               perform credit-player-opening
           end-if
           .

       credit-club-opening section.
           move 0 to found-opening-index
           perform varying opening-index from 1 by 1
                   until opening-index > opening-count
                       or found-opening-index not = 0
               if ops-opening-name (opening-index) = cgo-opening-name
                       and ops-eco-code (opening-index) = cgo-eco-code
                   set found-opening-index to opening-index
               end-if
           end-perform
           if found-opening-index = 0
               if opening-count >= MAX-OPENINGS
                   display "Opening table is full at " MAX-OPENINGS
                       " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to opening-count
               initialize opening-entry (opening-count)
               move cgo-eco-code to ops-eco-code (opening-count)
               move cgo-opening-name
                   to ops-opening-name (opening-count)
               move opening-count to found-opening-index
           end-if
           add 1 to ops-games (found-opening-index)
           evaluate result-by-game (cgo-game-id)
               when "WHITE" add 1 to ops-white-won (found-opening-index)
               when "BLACK" add 1 to ops-black-won (found-opening-index)
               when other   add 1 to ops-drawn (found-opening-index)
           end-evaluate
           .

       credit-player-opening section.
           move 0 to found-repertoire-index
           perform varying repertoire-index from 1 by 1
                   until repertoire-index > repertoire-count
                       or found-repertoire-index not = 0
               if rep-player-id (repertoire-index) = credit-player-id
                       and rep-colour (repertoire-index) = credit-colour
                       and rep-opening-name (repertoire-index)
                           = cgo-opening-name
                       and rep-eco-code (repertoire-index)
                           = cgo-eco-code
                   set found-repertoire-index to repertoire-index
               end-if
           end-perform
           if found-repertoire-index = 0
               if repertoire-count >= MAX-REPERTOIRE-LINES
                   display "Repertoire table is full at "
                       MAX-REPERTOIRE-LINES
                       " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to repertoire-count
               initialize repertoire-entry (repertoire-count)
               move credit-player-id
                   to rep-player-id (repertoire-count)
               move credit-colour to rep-colour (repertoire-count)
               move cgo-eco-code to rep-eco-code (repertoire-count)
               move cgo-opening-name
                   to rep-opening-name (repertoire-count)
               move "N" to rep-printed-flag (repertoire-count)
               move repertoire-count to found-repertoire-index
           end-if
           add 1 to rep-games (found-repertoire-index)
           evaluate credit-outcome
               when "W" add 1 to rep-won (found-repertoire-index)
               when "L" add 1 to rep-lost (found-repertoire-index)
               when other add 1 to rep-drawn (found-repertoire-index)
           end-evaluate
           .

       print-player-repertoire section.
           move ply-player-id (player-index) to report-player-id
           display " "
           display "Openings of " ply-player-name (player-index) " -"
           move "W" to report-colour
           move "white" to report-colour-name
           perform print-colour-repertoire
           move "B" to report-colour
           move "black" to report-colour-name
           perform print-colour-repertoire
           .

       print-colour-repertoire section.
           *> most played first - each pass shows the biggest line of
           *> the colour not yet shown
           display "  with " report-colour-name
               "                                    games"
               "  won  drwn  lost"
           move 0 to colour-lines-shown
           set lines-left-to-show to true
           perform until not lines-left-to-show
               move 0 to best-repertoire-index
               perform varying repertoire-index from 1 by 1
                       until repertoire-index > repertoire-count
                   if rep-player-id (repertoire-index)
                           = report-player-id
                       and rep-colour (repertoire-index)
                           = report-colour
                       and not rep-printed (repertoire-index)
                       if best-repertoire-index = 0
                           set best-repertoire-index
                               to repertoire-index
                       else
                           if rep-games (repertoire-index)
                                   > rep-games (best-repertoire-index)
                               set best-repertoire-index
                                   to repertoire-index
                           end-if
                       end-if
                   end-if
               end-perform
               if best-repertoire-index = 0
                   move "N" to lines-left-flag
               else
                   perform print-one-repertoire-line
               end-if
           end-perform
           if colour-lines-shown = 0
               display "    no decided games"
           end-if
           .

       print-one-repertoire-line section.
           set rep-printed (best-repertoire-index) to true
           add 1 to colour-lines-shown
           move rep-games (best-repertoire-index) to shown-games
           compute percent-work rounded =
               rep-won (best-repertoire-index) * 100
               / rep-games (best-repertoire-index)
           move percent-work to shown-won-percent
           compute percent-work rounded =
               rep-drawn (best-repertoire-index) * 100
               / rep-games (best-repertoire-index)
           move percent-work to shown-drawn-percent
           compute percent-work rounded =
               rep-lost (best-repertoire-index) * 100
               / rep-games (best-repertoire-index)
           move percent-work to shown-lost-percent
           display "    " rep-eco-code (best-repertoire-index) " "
               rep-opening-name (best-repertoire-index) "  "
               shown-games "  " shown-won-percent "% "
               shown-drawn-percent "% " shown-lost-percent "%"
           .

       rank-club-openings section.
           perform varying sort-pass-subscript from 1 by 1
                   until sort-pass-subscript >= opening-count
               move sort-pass-subscript to sort-next-subscript
               perform varying sort-scan-subscript
                       from sort-pass-subscript by 1
                       until sort-scan-subscript > opening-count
                   if ops-games (sort-scan-subscript)
                           > ops-games (sort-next-subscript)
                       move sort-scan-subscript
                           to sort-next-subscript
                   end-if
               end-perform
               if sort-next-subscript not = sort-pass-subscript
                   move opening-entry (sort-pass-subscript)
                       to swap-opening-hold
                   move opening-entry (sort-next-subscript)
                       to opening-entry (sort-pass-subscript)
                   move swap-opening-hold
                       to opening-entry (sort-next-subscript)
               end-if
           end-perform
           .

       print-club-openings section.
           display " "
           display "The club's most played openings - results for "
               "each side"
           display "    code opening                                  "
               "games  wht  drwn  blk"
           perform varying opening-index from 1 by 1
                   until opening-index > opening-count
                       or opening-index > POPULAR-OPENINGS-SHOWN
               set sort-pass-subscript to opening-index
               move sort-pass-subscript to shown-rank
               move ops-games (opening-index) to shown-club-games
               compute percent-work rounded =
                   ops-white-won (opening-index) * 100
                   / ops-games (opening-index)
               move percent-work to shown-won-percent
               compute percent-work rounded =
                   ops-drawn (opening-index) * 100
                   / ops-games (opening-index)
               move percent-work to shown-drawn-percent
               compute percent-work rounded =
                   ops-black-won (opening-index) * 100
                   / ops-games (opening-index)
               move percent-work to shown-lost-percent
               display shown-rank "  " ops-eco-code (opening-index)
                   "  " ops-opening-name (opening-index) " "
                   shown-club-games "  " shown-won-percent "% "
                   shown-drawn-percent "% " shown-lost-percent "%"
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

       input-output section.
           select tournament-data assign "chess-tournaments.txt"
               organization sequential
               file status tournament-file-status-code.

           select entrant-data assign "chess-tournament-entrants.txt"
               organization sequential
               file status entrant-file-status-code.

           select tournament-game-data
               assign "chess-tournament-games.txt"
               organization sequential
               file status tournament-game-file-status-code.

           select game-results-data assign "chess-results.txt"
               organization sequential
               file status game-results-file-status-code.

           select player-register-data assign "chess-players.txt"
               organization sequential
               file status player-register-file-status-code.

       file section.
       FD  tournament-data.    *> the club's events
       01  tournament-record.
           copy chess-tournament-record.

       FD  entrant-data.    *> who is playing in each
       01  entrant-record.
           copy chess-tournament-entrant-record.

       FD  tournament-game-data.    *> every board of every round
       01  tournament-game-record.
           copy chess-tournament-game-record.

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

       FD  player-register-data.    *> names for the report
       01  player-register-record.
           05  plr-player-id       pic 9(3).
           05  filler              pic X.
           05  plr-player-name     pic X(24).

       working-storage section.
      *> standings and crosstable for one tournament, from the rounds
      *> ChessPairingRun drew and the results the engine recorded.  A
      *> win is 1, a draw 1/2 and a bye 1; a game still to finish
      *> counts nothing yet.  Ties are split the standard way for the
      *> format - a round robin on Sonneborn-Berger (the scores of
      *> the players beaten, and half the scores of those drawn with)
      *> then games won; a Swiss on Buchholz (the scores of every
      *> opponent met) first, then Sonneborn-Berger and games won.
      *> A bye adds nothing to either tie-break.  The round robin
      *> crosstable is the grid of every pairing; the Swiss one reads
      *> across the rounds - colour, opponent's place and result
       78  MAX-EVENT-ENTRANTS      value 99.
       78  MAX-ROUNDS              value 99.
       78  MAX-PLAYERS             value 50.
       01  event-entrant-table.
           05  event-entrant           occurs MAX-EVENT-ENTRANTS.
               10  epl-player-id       pic 9(3).
               10  epl-entry-number    pic 9(2).
               10  epl-player-name     pic X(24).
               10  epl-status          pic X.
                   88  epl-withdrawn       value "W".
               10  epl-points          pic 9(2)V9.
               10  epl-games-won       pic 9(2).
               10  epl-buchholz        pic 9(3)V9.
               10  epl-sonneborn-berger pic 9(3)V99.
               10  epl-place           pic 9(2).
      *> the player's game in each round - opponent 0 is a bye
               10  epl-round-game      occurs MAX-ROUNDS.
                   15  erg-opponent    pic 9(2).
                   15  erg-colour      pic X.
                   15  erg-outcome     pic X.
                       88  erg-won         value "1".
                       88  erg-lost        value "0".
                       88  erg-drawn       value "=".
                       88  erg-bye         value "+".
                       88  erg-unplayed    value space.
                       88  erg-pending     value "?".
       01  event-entrant-count     pic 9(2) value 0.
       01  entrant-subscript       pic 9(2).
       01  opponent-subscript      pic 9(2).
       01  found-entrant-subscript pic 9(2).
       01  sought-player-id        pic 9(3).
       01  round-subscript         pic 9(2).

       01  register-table.
           05  register-entry          occurs MAX-PLAYERS
                                        indexed by register-index.
               10  reg-player-id       pic 9(3).
               10  reg-player-name     pic X(24).
       01  register-count          pic 9(2) value 0.

       01  result-by-game-table.
           05  result-by-game          pic X(5) occurs 999.

       01  standing-table.
           05  standing-entrant        pic 9(2)
                                        occurs MAX-EVENT-ENTRANTS.
       01  standing-hold           pic 9(2).
       01  sort-pass-subscript     pic 9(2).
       01  sort-scan-subscript     pic 9(2).
       01  sort-next-subscript     pic 9(2).
       01  ranks-higher-flag       pic X.
           88  scan-ranks-higher       value "Y".
       01  higher-entrant          pic 9(2).
       01  lower-entrant           pic 9(2).

       01  end-of-file             pic 9.
       01  tournament-file-status-code.
           05  tournament-status-key-1 pic X.
           05  tournament-status-key-2 pic X.
       01  entrant-file-status-code.
           05  entrant-status-key-1 pic X.
           05  entrant-status-key-2 pic X.
       01  tournament-game-file-status-code.
           05  tournament-game-status-key-1 pic X.
           05  tournament-game-status-key-2 pic X.
       01  game-results-file-status-code.
           05  game-results-status-key-1 pic X.
           05  game-results-status-key-2 pic X.
       01  player-register-file-status-code.
           05  player-register-status-key-1 pic X.
           05  player-register-status-key-2 pic X.

       01  report-event-id         pic 9(3).
       01  event-found-flag        pic X value "N".
           88  event-is-found          value "Y".
       01  event-record-hold       pic X(51).
       01  white-subscript         pic 9(2).
       01  black-subscript         pic 9(2).
       01  games-finished          pic 9(4) value 0.
       01  games-to-finish         pic 9(4) value 0.

       01  shown-place             pic z9.
       01  shown-points            pic z9.9.
       01  shown-buchholz          pic zz9.9.
       01  shown-sonneborn-berger  pic zz9.99.
       01  shown-games-won         pic z9.
       01  shown-opponent-place    pic z9.
       01  cross-line              pic X(400).
       01  cross-pointer           pic 9(3).
       01  grid-cell-table.
           05  grid-cell               pic X occurs MAX-EVENT-ENTRANTS.

       copy run-control-fields.
       01  batch-program-name pic X(20) value "ChessTournamentRpt".

       procedure division.
           copy run-banner.
           display "Tournament id to report?"
           accept report-event-id
           perform find-tournament
           if not event-is-found
               display "Event " report-event-id
                   " is not on chess-tournaments.txt"
               move 8 to return-code
               perform write-run-control-end
               goback
           end-if
           perform load-player-register
           perform load-event-entrants
           if event-entrant-count = 0
               display "Event " report-event-id " has no entrants"
               move 4 to return-code
               perform write-run-control-end
               goback
           end-if
           perform load-results
           perform load-event-games
           perform work-out-tie-breaks
           perform rank-standings
           perform print-standings
           if trn-round-robin
               perform print-round-robin-grid
           else
               perform print-swiss-crosstable
           end-if
           perform write-run-control-end
           goback
           .

       find-tournament section.
           open input tournament-data
           if tournament-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read tournament-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if trn-event-id = report-event-id
                               set event-is-found to true
                               move tournament-record
                                   to event-record-hold
                           end-if
                   end-read
               end-perform
           end-if
           close tournament-data
           move event-record-hold to tournament-record
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
                           if register-count < MAX-PLAYERS
                               add 1 to register-count
                               move plr-player-id
                                   to reg-player-id (register-count)
                               move plr-player-name
                                   to reg-player-name (register-count)
                           end-if
                   end-read
               end-perform
           end-if
           close player-register-data
           .

       load-event-entrants section.
           open input entrant-data
           if entrant-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read entrant-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if ten-event-id = report-event-id
                               perform hold-one-entrant
                           end-if
                   end-read
               end-perform
           end-if
           close entrant-data
           .

       hold-one-entrant section.
           if event-entrant-count >= MAX-EVENT-ENTRANTS
               display "Entrant table is full at " MAX-EVENT-ENTRANTS
                   " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to event-entrant-count
           initialize event-entrant (event-entrant-count)
           move ten-player-id to epl-player-id (event-entrant-count)
           move ten-entry-number
               to epl-entry-number (event-entrant-count)
           move ten-status to epl-status (event-entrant-count)
           move "** NOT ON THE REGISTER"
               to epl-player-name (event-entrant-count)
           perform varying register-index from 1 by 1
                   until register-index > register-count
               if reg-player-id (register-index) = ten-player-id
                   move reg-player-name (register-index)
                       to epl-player-name (event-entrant-count)
               end-if
           end-perform
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

       load-event-games section.
           open input tournament-game-data
           if tournament-game-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read tournament-game-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if tgm-event-id = report-event-id
                                   and tgm-round > 0
                               add 1 to rcl-records-read
                               perform take-in-one-board
                           end-if
                   end-read
               end-perform
           end-if
           close tournament-game-data
           .

       take-in-one-board section.
           move tgm-white-player to sought-player-id
           perform find-entrant
           move found-entrant-subscript to white-subscript
           if white-subscript = 0
               exit section
           end-if
           move tgm-round to round-subscript
           if tgm-is-bye
               move 0 to erg-opponent (white-subscript, round-subscript)
               move space
                   to erg-colour (white-subscript, round-subscript)
               set erg-bye (white-subscript, round-subscript) to true
               add 1 to epl-points (white-subscript)
               exit section
           end-if
           move tgm-black-player to sought-player-id
           perform find-entrant
           move found-entrant-subscript to black-subscript
           if black-subscript = 0
               exit section
           end-if
           move black-subscript
               to erg-opponent (white-subscript, round-subscript)
           move "W" to erg-colour (white-subscript, round-subscript)
           move white-subscript
               to erg-opponent (black-subscript, round-subscript)
           move "B" to erg-colour (black-subscript, round-subscript)
           evaluate result-by-game (tgm-game-id)
               when "WHITE"
                   set erg-won (white-subscript, round-subscript)
                       to true
                   set erg-lost (black-subscript, round-subscript)
                       to true
                   add 1 to epl-points (white-subscript)
                   add 1 to epl-games-won (white-subscript)
                   add 1 to games-finished
               when "BLACK"
                   set erg-lost (white-subscript, round-subscript)
                       to true
                   set erg-won (black-subscript, round-subscript)
                       to true
                   add 1 to epl-points (black-subscript)
                   add 1 to epl-games-won (black-subscript)
                   add 1 to games-finished
               when "DRAW "
                   set erg-drawn (white-subscript, round-subscript)
                       to true
                   set erg-drawn (black-subscript, round-subscript)
                       to true
                   add .5 to epl-points (white-subscript)
                   add .5 to epl-points (black-subscript)
                   add 1 to games-finished
               when other
                   set erg-pending (white-subscript, round-subscript)
                       to true
                   set erg-pending (black-subscript, round-subscript)
                       to true
                   add 1 to games-to-finish
           end-evaluate
           .

       work-out-tie-breaks section.
           *> needs every player's final points, so it follows the
           *> whole of the games
           perform varying entrant-subscript from 1 by 1
                   until entrant-subscript > event-entrant-count
               perform varying round-subscript from 1 by 1
                       until round-subscript > trn-rounds-paired
                   move erg-opponent (entrant-subscript,
                       round-subscript) to opponent-subscript
                   if opponent-subscript > 0
                       perform add-one-opponent-tie-break
                   end-if
               end-perform
           end-perform
           .

       add-one-opponent-tie-break section.
           if erg-pending (entrant-subscript, round-subscript)
               exit section
           end-if
           add epl-points (opponent-subscript)
               to epl-buchholz (entrant-subscript)
           evaluate true
               when erg-won (entrant-subscript, round-subscript)
                   add epl-points (opponent-subscript)
                       to epl-sonneborn-berger (entrant-subscript)
               when erg-drawn (entrant-subscript, round-subscript)
                   compute epl-sonneborn-berger (entrant-subscript) =
                       epl-sonneborn-berger (entrant-subscript)
                       + epl-points (opponent-subscript) / 2
           end-evaluate
           .

       rank-standings section.
           perform varying entrant-subscript from 1 by 1
                   until entrant-subscript > event-entrant-count
               move entrant-subscript
                   to standing-entrant (entrant-subscript)
           end-perform
           perform varying sort-pass-subscript from 1 by 1
                   until sort-pass-subscript >= event-entrant-count
               move sort-pass-subscript to sort-next-subscript
               perform varying sort-scan-subscript
                       from sort-pass-subscript by 1
                       until sort-scan-subscript > event-entrant-count
                   perform compare-standing
                   if scan-ranks-higher
                       move sort-scan-subscript
                           to sort-next-subscript
                   end-if
               end-perform
               if sort-next-subscript not = sort-pass-subscript
                   move standing-entrant (sort-pass-subscript)
                       to standing-hold
                   move standing-entrant (sort-next-subscript)
                       to standing-entrant (sort-pass-subscript)
                   move standing-hold
                       to standing-entrant (sort-next-subscript)
               end-if
           end-perform
           perform varying sort-pass-subscript from 1 by 1
                   until sort-pass-subscript > event-entrant-count
               move sort-pass-subscript
                   to epl-place (standing-entrant (sort-pass-subscript))
           end-perform
           .

       compare-standing section.
           move standing-entrant (sort-scan-subscript)
               to higher-entrant
           move standing-entrant (sort-next-subscript)
               to lower-entrant
           move "N" to ranks-higher-flag
           evaluate true
               when epl-points (higher-entrant)
                       > epl-points (lower-entrant)
                   set scan-ranks-higher to true
               when epl-points (higher-entrant)
                       < epl-points (lower-entrant)
                   continue
               when trn-swiss and epl-buchholz (higher-entrant)
                       > epl-buchholz (lower-entrant)
                   set scan-ranks-higher to true
               when trn-swiss and epl-buchholz (higher-entrant)
                       < epl-buchholz (lower-entrant)
                   continue
               when epl-sonneborn-berger (higher-entrant)
                       > epl-sonneborn-berger (lower-entrant)
                   set scan-ranks-higher to true
               when epl-sonneborn-berger (higher-entrant)
                       < epl-sonneborn-berger (lower-entrant)
                   continue
               when epl-games-won (higher-entrant)
                       > epl-games-won (lower-entrant)
                   set scan-ranks-higher to true
               when epl-games-won (higher-entrant)
                       < epl-games-won (lower-entrant)
                   continue
               when epl-entry-number (higher-entrant)
                       < epl-entry-number (lower-entrant)
                   set scan-ranks-higher to true
           end-evaluate
           .

       print-standings section.
           if trn-round-robin
               display "Event " trn-event-id " " trn-event-name
                   " - round robin, " trn-rounds-paired " rounds"
           else
               display "Event " trn-event-id " " trn-event-name
                   " - Swiss, " trn-rounds-paired " of " trn-rounds
                   " rounds paired"
           end-if
           display games-finished " games finished, "
               games-to-finish " still to finish"
           display " "
           if trn-round-robin
               display "pl player                     pts     S-B won"
           else
               display "pl player                     pts  Buch     "
                   "S-B won"
           end-if
           perform varying sort-pass-subscript from 1 by 1
                   until sort-pass-subscript > event-entrant-count
               move standing-entrant (sort-pass-subscript)
                   to entrant-subscript
               move sort-pass-subscript to shown-place
               move epl-points (entrant-subscript) to shown-points
               move epl-buchholz (entrant-subscript) to shown-buchholz
               move epl-sonneborn-berger (entrant-subscript)
                   to shown-sonneborn-berger
               move epl-games-won (entrant-subscript)
                   to shown-games-won
               move spaces to cross-line
               move 1 to cross-pointer
               string shown-place " "
                   epl-player-name (entrant-subscript) "  "
                   shown-points
                   delimited by size
                   into cross-line with pointer cross-pointer
               if trn-swiss
                   string " " shown-buchholz
                       delimited by size
                       into cross-line with pointer cross-pointer
               end-if
               string "  " shown-sonneborn-berger "  " shown-games-won
                   delimited by size
                   into cross-line with pointer cross-pointer
               if epl-withdrawn (entrant-subscript)
                   string "  withdrawn"
                       delimited by size
                       into cross-line with pointer cross-pointer
               end-if
               display cross-line (1:cross-pointer - 1)
           end-perform
           .

       print-round-robin-grid section.
           *> row and column both in order of place; 1 a win, 0 a
           *> loss, = a draw, ? a game still to finish
           display " "
           move spaces to cross-line
           move 1 to cross-pointer
           string "   " "                        " "  "
               delimited by size
               into cross-line with pointer cross-pointer
           perform varying sort-scan-subscript from 1 by 1
                   until sort-scan-subscript > event-entrant-count
               move sort-scan-subscript to shown-opponent-place
               string " " shown-opponent-place
                   delimited by size
                   into cross-line with pointer cross-pointer
           end-perform
           display cross-line (1:cross-pointer - 1)
           perform varying sort-pass-subscript from 1 by 1
                   until sort-pass-subscript > event-entrant-count
               move standing-entrant (sort-pass-subscript)
                   to entrant-subscript
               move spaces to grid-cell-table
               move "X" to grid-cell (sort-pass-subscript)
               perform varying round-subscript from 1 by 1
                       until round-subscript > trn-rounds-paired
                   move erg-opponent (entrant-subscript,
                       round-subscript) to opponent-subscript
                   if opponent-subscript > 0
                       move erg-outcome (entrant-subscript,
                           round-subscript) to grid-cell
                           (epl-place (opponent-subscript))
                   end-if
               end-perform
               move sort-pass-subscript to shown-place
               move spaces to cross-line
               move 1 to cross-pointer
               string shown-place " "
                   epl-player-name (entrant-subscript) "  "
                   delimited by size
                   into cross-line with pointer cross-pointer
               perform varying sort-scan-subscript from 1 by 1
                       until sort-scan-subscript > event-entrant-count
                   string "  " grid-cell (sort-scan-subscript)
                       delimited by size
                       into cross-line with pointer cross-pointer
               end-perform
               display cross-line (1:cross-pointer - 1)
           end-perform
           .

       print-swiss-crosstable section.
           *> each round as colour, opponent's place and result -
           *> "W 3 1" beat the third placed with white; a bye is BYE
           display " "
           display "pl player                    round by round"
           perform varying sort-pass-subscript from 1 by 1
                   until sort-pass-subscript > event-entrant-count
               move standing-entrant (sort-pass-subscript)
                   to entrant-subscript
               move sort-pass-subscript to shown-place
               move spaces to cross-line
               move 1 to cross-pointer
               string shown-place " "
                   epl-player-name (entrant-subscript) " "
                   delimited by size
                   into cross-line with pointer cross-pointer
               perform varying round-subscript from 1 by 1
                       until round-subscript > trn-rounds-paired
                   perform add-swiss-round-cell
               end-perform
               display cross-line (1:cross-pointer - 1)
           end-perform
           .

       add-swiss-round-cell section.
           move erg-opponent (entrant-subscript, round-subscript)
               to opponent-subscript
           evaluate true
               when erg-bye (entrant-subscript, round-subscript)
                   string "   BYE  "
                       delimited by size
                       into cross-line with pointer cross-pointer
               when opponent-subscript = 0
                   *> withdrawn before the round was drawn
                   string "    -   "
                       delimited by size
                       into cross-line with pointer cross-pointer
               when other
                   move epl-place (opponent-subscript)
                       to shown-opponent-place
                   string "  "
                       erg-colour (entrant-subscript, round-subscript)
                       " " shown-opponent-place " "
                       erg-outcome (entrant-subscript, round-subscript)
                       delimited by size
                       into cross-line with pointer cross-pointer
           end-evaluate
           .

       find-entrant section.
           move 0 to found-entrant-subscript
           perform varying entrant-subscript from 1 by 1
                   until entrant-subscript > event-entrant-count
                       or found-entrant-subscript not = 0
               if epl-player-id (entrant-subscript) = sought-player-id
                   move entrant-subscript to found-entrant-subscript
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

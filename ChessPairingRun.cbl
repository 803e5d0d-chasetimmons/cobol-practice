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

           select game-players-data assign "chess-game-players.txt"
               organization sequential
               file status game-players-file-status-code.

           select game-results-data assign "chess-results.txt"
               organization sequential
               file status game-results-file-status-code.

           select move-log-data assign "chess-moves-log.txt"
               organization sequential
               file status move-log-file-status-code.

           select rating-history-data
               assign "chess-rating-history.txt"
               organization sequential
               file status rating-history-file-status-code.

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

       FD  game-players-data.    *> who sits at each board - read by
                                  *> Multidimensional and the reports
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

       FD  move-log-data.    *> every move the engine was asked for
       01  move-log-record.
           copy chess-move-log-record.

       FD  rating-history-data.    *> club ratings, to seed a Swiss
       01  rating-history-record.
           copy chess-rating-history-record.

       working-storage section.
      *> draws the boards for a tournament on chess-tournaments.txt.
      *> A round robin is drawn whole on its first run, from the
      *> entry numbers, by the circle method: every player meets every
      *> other once, nobody has the same colour three games running
      *> and nobody ends more than one white or black up.  With an
      *> odd entry the player who would meet the missing number has
      *> the bye.  A Swiss is drawn a round at a time, and only when
      *> every game of the round before has a result.  The players
      *> are ranked on points, then club rating, then entry number,
      *> and paired the Monrad way - the highest placed unpaired
      *> player meets the next highest not already met, stepping
      *> back up the list when the bottom boards would otherwise be
      *> rematches.  With an odd number playing, the
      *> lowest placed player who has not had a bye sits out for a
      *> point.  Each board gets the next game id clear of every id
      *> the engine or the club has already used, and goes on to
      *> chess-game-players.txt so Multidimensional knows who is
      *> playing
       78  MAX-TOURNAMENTS         value 50.
       78  MAX-EVENT-ENTRANTS      value 99.
       78  HIGHEST-GAME-ID         value 999.
       01  tournament-table.
           05  tournament-entry        occurs MAX-TOURNAMENTS
                                        indexed by tournament-index.
               10  tnt-record          pic X(51).
       01  tournament-count        pic 9(3) value 0.
       01  found-tournament-index  pic 9(3) value 0.

       01  event-entrant-table.
           05  event-entrant           occurs MAX-EVENT-ENTRANTS.
               10  epl-player-id       pic 9(3).
               10  epl-entry-number    pic 9(2).
               10  epl-status          pic X.
                   88  epl-withdrawn       value "W".
               10  epl-rating          pic 9(4).
               10  epl-points          pic 9(2)V9.
               10  epl-colour-balance  pic S9(2).
               10  epl-last-colour     pic X.
               10  epl-bye-flag        pic X.
                   88  epl-had-bye         value "Y".
       01  event-entrant-count     pic 9(2) value 0.
       01  entrant-subscript       pic 9(2).
       01  found-entrant-subscript pic 9(2).
       01  sought-player-id        pic 9(3).

      *> which entrants have already been drawn together, by entrant
      *> number both ways round
       01  played-matrix.
           05  played-row              occurs MAX-EVENT-ENTRANTS.
               10  played-flag         pic X occurs MAX-EVENT-ENTRANTS.
                   88  have-met            value "Y".

       01  result-by-game-table.
           05  result-by-game          pic X(5) occurs 999.

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
       01  game-players-file-status-code.
           05  game-players-status-key-1 pic X.
           05  game-players-status-key-2 pic X.
       01  game-results-file-status-code.
           05  game-results-status-key-1 pic X.
           05  game-results-status-key-2 pic X.
       01  move-log-file-status-code.
           05  move-log-status-key-1 pic X.
           05  move-log-status-key-2 pic X.
       01  rating-history-file-status-code.
           05  rating-history-status-key-1 pic X.
           05  rating-history-status-key-2 pic X.

       01  pairing-event-id        pic 9(3).
       01  highest-game-id-used    pic 9(3) value 0.
       01  next-game-id            pic 9(4).
       01  pairing-round           pic 9(2).
       01  board-number            pic 9(2).
       01  games-awaiting-result   pic 9(3) value 0.
       01  boards-written          pic 9(4) value 0.
       01  byes-written            pic 9(3) value 0.
       01  white-subscript         pic 9(3).
       01  black-subscript         pic 9(3).

      *> round robin working - positions in the circle
       01  circle-size             pic 9(3).
       01  circle-turns            pic 9(3).
       01  circle-round            pic 9(3).
       01  circle-step             pic 9(3).
       01  circle-half             pic 9(3).
       01  circle-a                pic 9(3).
       01  circle-b                pic 9(3).

      *> Swiss working - the ranked list of those playing this round
       01  ranked-table.
           05  ranked-entrant          pic 9(2)
                                        occurs MAX-EVENT-ENTRANTS.
           05  ranked-paired-flag      pic X
                                        occurs MAX-EVENT-ENTRANTS.
               88  ranked-is-paired        value "Y".
       01  ranked-count            pic 9(2).
       01  ranked-hold             pic 9(2).
       01  sort-pass-subscript     pic 9(2).
       01  sort-scan-subscript     pic 9(2).
       01  sort-next-subscript     pic 9(2).
       01  ranks-higher-flag       pic X.
           88  scan-ranks-higher       value "Y".
       01  bye-entrant             pic 9(2).
       01  bye-search-subscript    pic 9(2).

      *> one level per board: the player at the top of what is left
      *> and the opponent being tried for that player
       01  pairing-stack.
           05  pairing-level-entry     occurs 50.
               10  stk-top             pic 9(2).
               10  stk-candidate       pic 9(2).
       01  pairing-level           pic 9(2).
       01  boards-to-pair          pic 9(2).
       01  pairing-state-flag      pic X.
           88  pairing-searching       value "S".
           88  pairing-complete        value "C".
           88  pairing-failed          value "F".
       01  rematch-flag            pic X.
           88  rematches-allowed       value "Y".
       01  candidate-found-flag    pic X.
           88  candidate-found         value "Y".
       01  top-entrant             pic 9(2).
       01  candidate-entrant       pic 9(2).
       01  higher-entrant          pic 9(2).
       01  lower-entrant           pic 9(2).

       copy run-control-fields.
       01  batch-program-name pic X(20) value "ChessPairingRun".

       procedure division.
           copy run-banner.
           display "Tournament id to pair?"
           accept pairing-event-id
           perform load-tournaments
           if found-tournament-index = 0
               display "Event " pairing-event-id
                   " is not on chess-tournaments.txt"
               move 8 to return-code
               perform write-run-control-end
               goback
           end-if
           move tnt-record (found-tournament-index)
               to tournament-record
           perform load-event-entrants
           perform find-highest-game-id
           perform load-event-games
           evaluate true
               when trn-round-robin
                   perform draw-round-robin
               when trn-swiss
                   perform pair-next-swiss-round
               when other
                   display "Event " pairing-event-id
                       " has no format - correct the register"
                   move 8 to return-code
           end-evaluate
           perform write-run-control-end
           goback
           .

       load-tournaments section.
           open input tournament-data
           if tournament-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read tournament-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if tournament-count >= MAX-TOURNAMENTS
                               display "Tournament table is full at "
                                   MAX-TOURNAMENTS
                                   " - raise the limit and re-run"
                               move 16 to return-code
                               perform write-run-control-end
                               stop run
                           end-if
                           add 1 to tournament-count
                           move tournament-record
                               to tnt-record (tournament-count)
                           if trn-event-id = pairing-event-id
                               move tournament-count
                                   to found-tournament-index
                           end-if
                   end-read
               end-perform
           end-if
           close tournament-data
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
                           if ten-event-id = pairing-event-id
                               perform hold-one-entrant
                           end-if
                   end-read
               end-perform
           end-if
           close entrant-data
           move all "N" to played-matrix
           perform load-entrant-ratings
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
           move space to epl-last-colour (event-entrant-count)
           move "N" to epl-bye-flag (event-entrant-count)
           .

       load-entrant-ratings section.
           *> the last line for a player is the rating now - a player
           *> with none is unrated and seeded below the rated
           open input rating-history-data
           if rating-history-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read rating-history-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           move rth-player-id to sought-player-id
                           perform find-entrant
                           if found-entrant-subscript not = 0
                               move rth-rating-after to epl-rating
                                   (found-entrant-subscript)
                           end-if
                   end-read
               end-perform
           end-if
           close rating-history-data
           .

       find-highest-game-id section.
           *> a game id is spent once the engine has seen it or the
           *> club has seated players for it, whichever came first
           move spaces to result-by-game-table
           open input game-results-data
           if game-results-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read game-results-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           add 1 to rcl-records-read
                           if res-game-id > 0
                               move res-winner
                                   to result-by-game (res-game-id)
                           end-if
                           if res-game-id > highest-game-id-used
                               move res-game-id
                                   to highest-game-id-used
                           end-if
                   end-read
               end-perform
           end-if
           close game-results-data
           open input game-players-data
           if game-players-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read game-players-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if gpl-game-id > highest-game-id-used
                               move gpl-game-id
                                   to highest-game-id-used
                           end-if
                   end-read
               end-perform
           end-if
           close game-players-data
           open input move-log-data
           if move-log-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read move-log-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if log-game-id > highest-game-id-used
                               move log-game-id
                                   to highest-game-id-used
                           end-if
                   end-read
               end-perform
           end-if
           close move-log-data
           compute next-game-id = highest-game-id-used + 1
           .

       load-event-games section.
           *> the rounds so far - who has met whom, colours, byes and
           *> points, and whether the last round is finished
           open input tournament-game-data
           if tournament-game-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read tournament-game-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if tgm-event-id = pairing-event-id
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
           if tgm-is-bye
               move "Y" to epl-bye-flag (white-subscript)
               add 1 to epl-points (white-subscript)
               exit section
           end-if
           move tgm-black-player to sought-player-id
           perform find-entrant
           move found-entrant-subscript to black-subscript
           if black-subscript = 0
               exit section
           end-if
           move "Y" to played-flag (white-subscript, black-subscript)
           move "Y" to played-flag (black-subscript, white-subscript)
           add 1 to epl-colour-balance (white-subscript)
           subtract 1 from epl-colour-balance (black-subscript)
           move "W" to epl-last-colour (white-subscript)
           move "B" to epl-last-colour (black-subscript)
           evaluate result-by-game (tgm-game-id)
               when "WHITE"
                   add 1 to epl-points (white-subscript)
               when "BLACK"
                   add 1 to epl-points (black-subscript)
               when "DRAW "
                   add .5 to epl-points (white-subscript)
                   add .5 to epl-points (black-subscript)
               when other
                   if tgm-round = trn-rounds-paired
                       add 1 to games-awaiting-result
                   end-if
           end-evaluate
           .

       draw-round-robin section.
           if trn-rounds-paired > 0
               display "Event " pairing-event-id " is a round robin "
                   "and its table is already drawn"
               move 4 to return-code
               exit section
           end-if
           if event-entrant-count < 2
               display "Event " pairing-event-id
                   " needs at least two entrants to draw"
               move 8 to return-code
               exit section
           end-if
           *> an odd entry plays against a missing last number - the
           *> one drawn against it has the bye that round
           move event-entrant-count to circle-size
           if function mod (circle-size, 2) = 1
               add 1 to circle-size
           end-if
           compute circle-turns = circle-size - 1
           compute circle-half = circle-size / 2
           perform open-pairing-outputs
           perform varying circle-round from 0 by 1
                   until circle-round >= circle-turns
               compute pairing-round = circle-round + 1
               move 0 to board-number
               *> the last number sits at the centre of the circle,
               *> white and black turn about
               compute circle-a = circle-round + 1
               if function mod (circle-round, 2) = 0
                   move circle-a to white-subscript
                   move circle-size to black-subscript
               else
                   move circle-size to white-subscript
                   move circle-a to black-subscript
               end-if
               perform write-one-board
               perform varying circle-step from 1 by 1
                       until circle-step >= circle-half
                   compute circle-a = function mod
                       (circle-round + circle-step, circle-turns) + 1
                   compute circle-b = function mod
                       (circle-round + circle-turns - circle-step,
                        circle-turns) + 1
                   if function mod (circle-step, 2) = 1
                       move circle-b to white-subscript
                       move circle-a to black-subscript
                   else
                       move circle-a to white-subscript
                       move circle-b to black-subscript
                   end-if
                   perform write-one-board
               end-perform
           end-perform
           perform close-pairing-outputs
           move circle-turns to trn-rounds
           move circle-turns to trn-rounds-paired
           perform rewrite-tournament-master
           display "Round robin drawn for event " pairing-event-id
               " - " circle-turns " rounds, " boards-written
               " games, " byes-written " byes"
           .

       pair-next-swiss-round section.
           if trn-rounds-paired >= trn-rounds
               display "Event " pairing-event-id " has all "
                   trn-rounds " rounds paired"
               move 4 to return-code
               exit section
           end-if
           if games-awaiting-result > 0
               display "Round " trn-rounds-paired " of event "
                   pairing-event-id " has " games-awaiting-result
                   " games without a result - the next round is "
                   "drawn from the results, so enter them first"
               move 8 to return-code
               exit section
           end-if
           compute pairing-round = trn-rounds-paired + 1
           perform rank-swiss-field
           if ranked-count < 2
               display "Event " pairing-event-id
                   " needs at least two players to pair"
               move 8 to return-code
               exit section
           end-if
           perform choose-swiss-bye
           move "N" to rematch-flag
           perform search-swiss-pairings
           if pairing-failed
               *> too few players left for everyone to meet someone
               *> new - a rematch is better than no game
               display "No pairing of round " pairing-round
                   " avoids a rematch - rematches allowed"
               set rematches-allowed to true
               perform search-swiss-pairings
           end-if
           perform open-pairing-outputs
           move 0 to board-number
           perform varying pairing-level from 1 by 1
                   until pairing-level > boards-to-pair
               move ranked-entrant (stk-top (pairing-level))
                   to higher-entrant
               move ranked-entrant (stk-candidate (pairing-level))
                   to lower-entrant
               perform allot-swiss-colours
               perform write-one-board
           end-perform
           if bye-entrant > 0
               move ranked-entrant (bye-entrant) to white-subscript
               move circle-size to black-subscript
               perform write-one-board
           end-if
           perform close-pairing-outputs
           move pairing-round to trn-rounds-paired
           perform rewrite-tournament-master
           display "Round " pairing-round " of " trn-rounds
               " paired for event " pairing-event-id " - "
               boards-written " games, " byes-written " byes"
           .

       rank-swiss-field section.
           move 0 to ranked-count
           perform varying entrant-subscript from 1 by 1
                   until entrant-subscript > event-entrant-count
               if not epl-withdrawn (entrant-subscript)
                   add 1 to ranked-count
                   move entrant-subscript
                       to ranked-entrant (ranked-count)
               end-if
           end-perform
           *> no entrant is numbered this high - a board drawn
           *> against it is the bye
           compute circle-size = event-entrant-count + 1
           perform varying sort-pass-subscript from 1 by 1
                   until sort-pass-subscript >= ranked-count
               move sort-pass-subscript to sort-next-subscript
               perform varying sort-scan-subscript
                       from sort-pass-subscript by 1
                       until sort-scan-subscript > ranked-count
                   perform compare-swiss-ranking
                   if scan-ranks-higher
                       move sort-scan-subscript
                           to sort-next-subscript
                   end-if
               end-perform
               if sort-next-subscript not = sort-pass-subscript
                   move ranked-entrant (sort-pass-subscript)
                       to ranked-hold
                   move ranked-entrant (sort-next-subscript)
                       to ranked-entrant (sort-pass-subscript)
                   move ranked-hold
                       to ranked-entrant (sort-next-subscript)
               end-if
           end-perform
           .

       compare-swiss-ranking section.
           *> points, then rating, then entry number
           move ranked-entrant (sort-scan-subscript) to higher-entrant
           move ranked-entrant (sort-next-subscript) to lower-entrant
           move "N" to ranks-higher-flag
           evaluate true
               when epl-points (higher-entrant)
                       > epl-points (lower-entrant)
                   set scan-ranks-higher to true
               when epl-points (higher-entrant)
                       < epl-points (lower-entrant)
                   continue
               when epl-rating (higher-entrant)
                       > epl-rating (lower-entrant)
                   set scan-ranks-higher to true
               when epl-rating (higher-entrant)
                       < epl-rating (lower-entrant)
                   continue
               when epl-entry-number (higher-entrant)
                       < epl-entry-number (lower-entrant)
                   set scan-ranks-higher to true
           end-evaluate
           .

       choose-swiss-bye section.
           move 0 to bye-entrant
           perform varying bye-search-subscript from 1 by 1
                   until bye-search-subscript > ranked-count
               move "N" to ranked-paired-flag (bye-search-subscript)
           end-perform
           if function mod (ranked-count, 2) = 0
               exit section
           end-if
           move ranked-count to bye-search-subscript
           perform until bye-search-subscript = 0
                   or bye-entrant not = 0
               if not epl-had-bye
                       (ranked-entrant (bye-search-subscript))
                   move bye-search-subscript to bye-entrant
               end-if
               subtract 1 from bye-search-subscript
           end-perform
           if bye-entrant = 0
               *> everyone has sat out once - the lowest placed again
               move ranked-count to bye-entrant
           end-if
           set ranked-is-paired (bye-entrant) to true
           .

       search-swiss-pairings section.
           *> depth first down the ranked list - each level pairs the
           *> highest placed player still free, and a level that runs
           *> out of opponents hands back to the one above to try that
           *> player's next choice
           perform varying bye-search-subscript from 1 by 1
                   until bye-search-subscript > ranked-count
               if bye-search-subscript not = bye-entrant
                   move "N"
                       to ranked-paired-flag (bye-search-subscript)
               end-if
           end-perform
           compute boards-to-pair = ranked-count / 2
           move 1 to pairing-level
           perform take-next-top-player
           set pairing-searching to true
           perform until not pairing-searching
               perform try-next-candidate
               if candidate-found
                   if pairing-level = boards-to-pair
                       set pairing-complete to true
                   else
                       add 1 to pairing-level
                       perform take-next-top-player
                   end-if
               else
                   move "N" to ranked-paired-flag
                       (stk-top (pairing-level))
                   subtract 1 from pairing-level
                   if pairing-level = 0
                       set pairing-failed to true
                   else
                       move "N" to ranked-paired-flag
                           (stk-candidate (pairing-level))
                   end-if
               end-if
           end-perform
           .

       take-next-top-player section.
           move 1 to stk-top (pairing-level)
           perform until not ranked-is-paired (stk-top (pairing-level))
               add 1 to stk-top (pairing-level)
           end-perform
           set ranked-is-paired (stk-top (pairing-level)) to true
           move stk-top (pairing-level) to stk-candidate (pairing-level)
           .

       try-next-candidate section.
           move "N" to candidate-found-flag
           move ranked-entrant (stk-top (pairing-level)) to top-entrant
           perform until candidate-found
                   or stk-candidate (pairing-level) >= ranked-count
               add 1 to stk-candidate (pairing-level)
               if not ranked-is-paired (stk-candidate (pairing-level))
                   move ranked-entrant (stk-candidate (pairing-level))
                       to candidate-entrant
                   if rematches-allowed
                           or not have-met (top-entrant,
                                            candidate-entrant)
                       set candidate-found to true
                       set ranked-is-paired
                           (stk-candidate (pairing-level)) to true
                   end-if
               end-if
           end-perform
           .

       allot-swiss-colours section.
           *> the one more often black has white; level, the one who
           *> was black last time; still level, the higher placed
           *> takes white on odd boards and black on even
           evaluate true
               when epl-colour-balance (higher-entrant)
                       < epl-colour-balance (lower-entrant)
                   move higher-entrant to white-subscript
                   move lower-entrant to black-subscript
               when epl-colour-balance (higher-entrant)
                       > epl-colour-balance (lower-entrant)
                   move lower-entrant to white-subscript
                   move higher-entrant to black-subscript
               when epl-last-colour (higher-entrant) = "B"
                       and epl-last-colour (lower-entrant) not = "B"
                   move higher-entrant to white-subscript
                   move lower-entrant to black-subscript
               when epl-last-colour (lower-entrant) = "B"
                       and epl-last-colour (higher-entrant) not = "B"
                   move lower-entrant to white-subscript
                   move higher-entrant to black-subscript
               when function mod (pairing-level, 2) = 1
                   move higher-entrant to white-subscript
                   move lower-entrant to black-subscript
               when other
                   move lower-entrant to white-subscript
                   move higher-entrant to black-subscript
           end-evaluate
           .

       write-one-board section.
           *> a number past the entry is nobody - the other player
           *> has the bye, written as board 00
           move spaces to tournament-game-record
           move pairing-event-id to tgm-event-id
           move pairing-round to tgm-round
           if white-subscript > event-entrant-count
                   or black-subscript > event-entrant-count
               if white-subscript > event-entrant-count
                   move black-subscript to white-subscript
               end-if
               move 0 to tgm-board
               move 0 to tgm-game-id
               move epl-player-id (white-subscript)
                   to tgm-white-player
               move 0 to tgm-black-player
               write tournament-game-record
               add 1 to byes-written
               add 1 to rcl-records-written
               exit section
           end-if
           if next-game-id > HIGHEST-GAME-ID
               display "Game ids are used up at " HIGHEST-GAME-ID
                   " - the round is only partly written, restore "
                   "chess-tournament-games.txt and "
                   "chess-game-players.txt before re-running"
               move 16 to return-code
               perform close-pairing-outputs
               perform write-run-control-end
               stop run
           end-if
           add 1 to board-number
           move board-number to tgm-board
           move next-game-id to tgm-game-id
           move epl-player-id (white-subscript) to tgm-white-player
           move epl-player-id (black-subscript) to tgm-black-player
           write tournament-game-record
           move spaces to game-players-record
           move next-game-id to gpl-game-id
           move epl-player-id (white-subscript) to gpl-white-player
           move epl-player-id (black-subscript) to gpl-black-player
           write game-players-record
           display "Round " pairing-round " board " board-number
               " game " gpl-game-id " - " gpl-white-player
               " (white) v " gpl-black-player " (black)"
           add 1 to next-game-id
           add 1 to boards-written
           add 2 to rcl-records-written
           .

       open-pairing-outputs section.
           open extend tournament-game-data
           if tournament-game-status-key-1 = "3"
               *> the club's first tournament
               open output tournament-game-data
           end-if
           open extend game-players-data
           if game-players-status-key-1 = "3"
               open output game-players-data
           end-if
           .

       close-pairing-outputs section.
           close tournament-game-data
           close game-players-data
           .

       rewrite-tournament-master section.
           move tournament-record to tnt-record (found-tournament-index)
           open output tournament-data
           perform varying tournament-index from 1 by 1
                   until tournament-index > tournament-count
               move tnt-record (tournament-index) to tournament-record
               write tournament-record
           end-perform
           close tournament-data
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

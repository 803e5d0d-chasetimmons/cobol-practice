       input-output section.
           select tournament-data assign "chess-tournaments.txt"
               organization sequential
               file status tournament-file-status-code.

           select entrant-data assign "chess-tournament-entrants.txt"
               organization sequential
               file status entrant-file-status-code.

           select player-register-data assign "chess-players.txt"
               organization sequential
               file status player-register-file-status-code.

           select tournament-transaction-data
               assign "chess-tournament-trans.txt"
               organization sequential
               file status tournament-trans-file-status-code.

       file section.
       FD  tournament-data.    *> the club's events
       01  tournament-record.
           copy chess-tournament-record.

       FD  entrant-data.    *> who is playing in each
       01  entrant-record.
           copy chess-tournament-entrant-record.

       FD  player-register-data.    *> entrants must be club players
       01  player-register-record.
           05  plr-player-id       pic 9(3).
           05  filler              pic X.
           05  plr-player-name     pic X(24).

       FD  tournament-transaction-data.    *> the tournament
                                            *> controller's changes
       01  tournament-transaction-record.
           05  ctt-code            pic X.
               88  ctt-add-event       value "A" "a".
               88  ctt-enter-player    value "E" "e".
               88  ctt-withdraw-player value "W" "w".
           05  filler              pic X.
           05  ctt-event-id        pic 9(3).
           05  filler              pic X.
           05  ctt-format          pic X.
           05  filler              pic X.
           05  ctt-rounds          pic 9(2).
           05  filler              pic X.
           05  ctt-player-id       pic 9(3).
           05  filler              pic X.
           05  ctt-event-name      pic X(30).

       working-storage section.
      *> the tournament register.  A opens an event - R for a round
      *> robin, S for a Swiss of the rounds given; E enters a club
      *> player and W withdraws one.  The entry is open until the
      *> first round is paired.  After that a round robin's table is
      *> drawn and stands - a withdrawal there leaves the games to be
      *> defaulted - while a Swiss entrant who withdraws is kept for
      *> the games played and left out of the rounds still to come.
      *> Both files are small and held whole, then written back
       78  MAX-TOURNAMENTS         value 50.
       78  MAX-ENTRANTS            value 1000.
       78  MAX-PLAYERS             value 50.
       78  MAX-SWISS-ROUNDS        value 15.
       01  tournament-table.
           05  tournament-entry        occurs MAX-TOURNAMENTS
                                        indexed by tournament-index.
               10  tnt-record          pic X(51).
       01  tournament-count        pic 9(3) value 0.
       01  found-tournament-index  pic 9(3).

       01  entrant-table.
           05  entrant-table-entry     occurs MAX-ENTRANTS
                                        indexed by entrant-index.
               10  ent-record          pic X(21).
       01  entrant-count           pic 9(4) value 0.
       01  found-entrant-index     pic 9(4).
       01  event-entry-count       pic 9(2).

       01  registered-player-table.
           05  registered-player-id    pic 9(3) occurs MAX-PLAYERS
                                        indexed by registered-index.
       01  registered-count        pic 9(2) value 0.
       01  player-known-flag       pic X.
           88  player-is-known         value "Y".

       01  end-of-file             pic 9.
       01  tournament-file-status-code.
           05  tournament-status-key-1 pic X.
           05  tournament-status-key-2 pic X.
       01  entrant-file-status-code.
           05  entrant-status-key-1 pic X.
           05  entrant-status-key-2 pic X.
       01  player-register-file-status-code.
           05  player-register-status-key-1 pic X.
           05  player-register-status-key-2 pic X.
       01  tournament-trans-file-status-code.
           05  tournament-trans-status-key-1 pic X.
           05  tournament-trans-status-key-2 pic X.

       01  run-date-today          pic 9(8).
       01  reject-reason           pic X(50).
       01  events-added            pic 9(3) value 0.
       01  players-entered         pic 9(4) value 0.
       01  players-withdrawn       pic 9(4) value 0.
       01  transactions-read       pic 9(5) value 0.
       01  transactions-rejected   pic 9(4) value 0.

       copy run-control-fields.
       01  batch-program-name pic X(20) value "ChessTournamentMaint".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to run-date-today
           perform load-player-register
           perform load-tournaments
           perform load-entrants
           open input tournament-transaction-data
           if tournament-trans-status-key-1 not = "0"
               display "No chess-tournament-trans.txt - nothing to do"
               close tournament-transaction-data
               perform write-run-control-end
               goback
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read tournament-transaction-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to transactions-read
                       perform apply-tournament-transaction
               end-read
           end-perform
           close tournament-transaction-data
           perform write-tournaments
           perform write-entrants
           display events-added " events added, " players-entered
               " players entered, " players-withdrawn " withdrawn, "
               transactions-rejected " transactions rejected"
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
                           if registered-count >= MAX-PLAYERS
                               display "Player table is full at "
                                   MAX-PLAYERS
                                   " - raise the limit and re-run"
                               move 16 to return-code
                               perform write-run-control-end
                               stop run
                           end-if
                           add 1 to registered-count
                           move plr-player-id to
                               registered-player-id (registered-count)
                   end-read
               end-perform
           end-if
           close player-register-data
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
                   end-read
               end-perform
           end-if
           close tournament-data
           .

       load-entrants section.
           open input entrant-data
           if entrant-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read entrant-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           perform hold-one-entrant
                   end-read
               end-perform
           end-if
           close entrant-data
           .

       hold-one-entrant section.
           if entrant-count >= MAX-ENTRANTS
               display "Entrant table is full at " MAX-ENTRANTS
                   " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to entrant-count
           move entrant-record to ent-record (entrant-count)
           .

       apply-tournament-transaction section.
           move spaces to reject-reason
           perform find-tournament
           evaluate true
               when ctt-add-event
                   perform add-tournament
               when ctt-enter-player
                   perform enter-player
               when ctt-withdraw-player
                   perform withdraw-player
               when other
                   move "Unknown tournament transaction code"
                       to reject-reason
           end-evaluate
           if reject-reason not = spaces
               add 1 to transactions-rejected
               display "Event " ctt-event-id " rejected - "
                   reject-reason
           end-if
           .

       add-tournament section.
           if found-tournament-index not = 0
               move "Event is already on the register" to reject-reason
               exit section
           end-if
           if ctt-event-id not numeric or ctt-event-id = 0
               move "Event id must be 001 to 999" to reject-reason
               exit section
           end-if
           move spaces to tournament-record
           move ctt-format to trn-format
           if not trn-format-known
               move "Format must be R (round robin) or S (Swiss)"
                   to reject-reason
               exit section
           end-if
           move 0 to trn-rounds
           if trn-swiss
               if ctt-rounds not numeric or ctt-rounds = 0
                       or ctt-rounds > MAX-SWISS-ROUNDS
                   move "A Swiss needs 1 to 15 rounds" to reject-reason
                   exit section
               end-if
               move ctt-rounds to trn-rounds
           end-if
           if tournament-count >= MAX-TOURNAMENTS
               display "Tournament table is full at " MAX-TOURNAMENTS
                   " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           move ctt-event-id to trn-event-id
           move 0 to trn-rounds-paired
           move run-date-today to trn-added-date
           move ctt-event-name to trn-event-name
           add 1 to tournament-count
           move tournament-record to tnt-record (tournament-count)
           add 1 to events-added
           display "Event " ctt-event-id " added - " trn-event-name
           .

       enter-player section.
           if found-tournament-index = 0
               move "Event is not on the register" to reject-reason
               exit section
           end-if
           move tnt-record (found-tournament-index)
               to tournament-record
           if trn-rounds-paired > 0
               move "Entry is closed - the first round is paired"
                   to reject-reason
               exit section
           end-if
           perform check-player-registered
           if not player-is-known
               move "Player is not on the player register"
                   to reject-reason
               exit section
           end-if
           perform find-entrant
           if found-entrant-index not = 0
               move "Player is already entered" to reject-reason
               exit section
           end-if
           if event-entry-count >= 99
               move "Event already has 99 entrants" to reject-reason
               exit section
           end-if
           move spaces to entrant-record
           move ctt-event-id to ten-event-id
           compute ten-entry-number = event-entry-count + 1
           move ctt-player-id to ten-player-id
           move run-date-today to ten-entered-date
           set ten-playing to true
           perform hold-one-entrant
           add 1 to players-entered
           display "Player " ctt-player-id " entered in event "
               ctt-event-id " as number " ten-entry-number
           .

       withdraw-player section.
           if found-tournament-index = 0
               move "Event is not on the register" to reject-reason
               exit section
           end-if
           move tnt-record (found-tournament-index)
               to tournament-record
           perform find-entrant
           if found-entrant-index = 0
               move "Player is not entered in this event"
                   to reject-reason
               exit section
           end-if
           if trn-rounds-paired = 0
               perform remove-entrant
               add 1 to players-withdrawn
               display "Player " ctt-player-id " taken out of event "
                   ctt-event-id
               exit section
           end-if
           if trn-round-robin
               move "The table is drawn - default the games left"
                   to reject-reason
               exit section
           end-if
           move ent-record (found-entrant-index) to entrant-record
           set ten-withdrawn to true
           move entrant-record to ent-record (found-entrant-index)
           add 1 to players-withdrawn
           display "Player " ctt-player-id " withdrawn from event "
               ctt-event-id " - not paired after round "
               trn-rounds-paired
           .

       remove-entrant section.
           *> close the gap, and number the rest of the event's entry
           *> down so the numbers stay 1 to n
           perform varying entrant-index from found-entrant-index by 1
                   until entrant-index >= entrant-count
               move ent-record (entrant-index + 1)
                   to ent-record (entrant-index)
               move ent-record (entrant-index) to entrant-record
               if ten-event-id = ctt-event-id
                   subtract 1 from ten-entry-number
                   move entrant-record to ent-record (entrant-index)
               end-if
           end-perform
           subtract 1 from entrant-count
           .

       find-tournament section.
           move 0 to found-tournament-index
           perform varying tournament-index from 1 by 1
                   until tournament-index > tournament-count
                       or found-tournament-index not = 0
               move tnt-record (tournament-index) to tournament-record
               if trn-event-id = ctt-event-id
                   set found-tournament-index to tournament-index
               end-if
           end-perform
           .

       find-entrant section.
           *> also counts the event's entry, for the next number
           move 0 to found-entrant-index
           move 0 to event-entry-count
           perform varying entrant-index from 1 by 1
                   until entrant-index > entrant-count
               move ent-record (entrant-index) to entrant-record
               if ten-event-id = ctt-event-id
                   add 1 to event-entry-count
                   if ten-player-id = ctt-player-id
                       set found-entrant-index to entrant-index
                   end-if
               end-if
           end-perform
           .

       check-player-registered section.
           move "N" to player-known-flag
           perform varying registered-index from 1 by 1
                   until registered-index > registered-count
                       or player-is-known
               if registered-player-id (registered-index)
                       = ctt-player-id
                   set player-is-known to true
               end-if
           end-perform
           .

       write-tournaments section.
           open output tournament-data
           perform varying tournament-index from 1 by 1
                   until tournament-index > tournament-count
               move tnt-record (tournament-index) to tournament-record
               write tournament-record
           end-perform
           close tournament-data
           .

       write-entrants section.
           open output entrant-data
           perform varying entrant-index from 1 by 1
                   until entrant-index > entrant-count
               move ent-record (entrant-index) to entrant-record
               write entrant-record
           end-perform
           close entrant-data
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           move transactions-read to rcl-records-read
           compute rcl-records-written = events-added
               + players-entered + players-withdrawn
           move transactions-rejected to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

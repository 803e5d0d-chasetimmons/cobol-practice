       input-output section.
           select field-event-data assign "field-events.dat"
               organization indexed
               access dynamic
               record key evt-event-id
               file status event-file-status-code.

           select event-participant-data
               assign "event-participants.dat"
               organization indexed
               access dynamic
               record key epa-key
               file status participant-file-status-code.

           select observer-master-data assign "observer-data.dat"
               organization indexed
               access dynamic
               record key observer-id of observer-record
               file status observer-file-status-code.

           select field-event-transaction-data
               assign "field-event-trans.txt"
               organization sequential
               file status event-trans-file-status-code.

       file section.
       FD  field-event-data.    *> the programme of trips
       01  field-event-record.
           copy field-event-record.

       FD  event-participant-data.    *> who went on each trip
       01  event-participant-record.
           copy event-participant-record.

       FD  observer-master-data.    *> leaders and participants must
                                     *> be observers
       01  observer-record.
           copy observer-record.

       FD  field-event-transaction-data.    *> the programme
                                             *> secretary's changes
       01  field-event-transaction-record.
           05  fet-code                pic X.
               88  fet-add                 value "A" "a".
               88  fet-change              value "C" "c".
               88  fet-delete              value "D" "d".
               88  fet-join                value "J" "j".
               88  fet-leave               value "L" "l".
           05  filler                  pic X.
           05  fet-event-id            pic 9(4).
           05  filler                  pic X.
           05  fet-event-date          pic 9(8).
           05  filler                  pic X.
           05  fet-site-code           pic X(4).
           05  filler                  pic X.
           05  fet-leader-id           pic 9(4).
           05  filler                  pic X.
           05  fet-places              pic 9(3).
           05  filler                  pic X.
           05  fet-event-title         pic X(30).
           05  filler                  pic X.
           05  fet-observer-id         pic 9(4).

       working-storage section.
      *> the field-trip register.  A, C and D keep the event master -
      *> date, site, leader and the places offered.  J puts an
      *> observer on a trip's party and L takes them off again; the
      *> party is kept even past the places offered, since the list
      *> is of who actually went, but the overbooking is shown.  An
      *> event with a party still on it cannot be deleted - take the
      *> party off first
       01  end-of-transactions     pic 9.
       01  end-of-party            pic 9.
       01  event-file-status-code.
           05  event-status-key-1  pic X.
           05  event-status-key-2  pic X.
       01  participant-file-status-code.
           05  participant-status-key-1 pic X.
           05  participant-status-key-2 pic X.
       01  observer-file-status-code.
           05  observer-status-key-1 pic X.
           05  observer-status-key-2 pic X.
       01  event-trans-file-status-code.
           05  event-trans-status-key-1 pic X.
           05  event-trans-status-key-2 pic X.

       01  run-date-today          pic 9(8).
       01  site-known-flag         pic X.
           88  site-is-known           value "Y".
       01  transaction-ok-flag     pic X.
           88  transaction-is-ok       value "Y".
       01  check-date              pic 9(8).
       01  check-date-parts redefines check-date.
           05  check-year          pic 9(4).
           05  check-month         pic 9(2).
           05  check-day           pic 9(2).
       01  check-date-valid-flag   pic X.
           88  check-date-is-valid     value "Y".
       01  party-size              pic 9(4).
       01  events-added            pic 9(4) value 0.
       01  events-changed          pic 9(4) value 0.
       01  events-deleted          pic 9(4) value 0.
       01  participants-joined     pic 9(4) value 0.
       01  participants-removed    pic 9(4) value 0.
       01  transactions-read       pic 9(5) value 0.
       01  transactions-rejected   pic 9(4) value 0.
       01  fe-error-source-program pic X(20)
                                       value "FieldEventMaint".
       01  fe-error-paragraph      pic X(30) value spaces.
       01  fe-error-status-code    pic X(4)  value spaces.
       01  fe-error-message-text   pic X(60).
       copy run-control-fields.
       01  batch-program-name pic X(20) value "FieldEventMaint".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to run-date-today
           open i-o field-event-data
           if event-status-key-1 = "3"
               *> first ever run - create the register empty
               open output field-event-data
               close field-event-data
               open i-o field-event-data
           end-if
           open i-o event-participant-data
           if participant-status-key-1 = "3"
               open output event-participant-data
               close event-participant-data
               open i-o event-participant-data
           end-if
           open input observer-master-data
           open input field-event-transaction-data
           set end-of-transactions to 1 *> FALSE
           perform until end-of-transactions = 0 *> TRUE
               read field-event-transaction-data
                   at end
                       set end-of-transactions to 0 *> TRUE
                   not at end
                       add 1 to transactions-read
                       perform apply-event-transaction
               end-read
           end-perform
           close field-event-transaction-data
           close observer-master-data
           close event-participant-data
           close field-event-data
           display events-added " events added, "
               events-changed " changed, "
               events-deleted " deleted"
           display participants-joined " participants booked, "
               participants-removed " taken off, "
               transactions-rejected " transactions rejected"
           perform write-run-control-end
           goback
           .

       apply-event-transaction section.
           set transaction-is-ok to true
           move fet-event-id to evt-event-id
           evaluate true
               when fet-add
                   perform validate-event-details
                   if transaction-is-ok
                       move spaces to field-event-record
                       move fet-event-id to evt-event-id
                       perform store-event-details
                       write field-event-record
                           invalid key
                               perform report-event-file-status
                           not invalid key
                               add 1 to events-added
                               display "Event " fet-event-id
                                   " added - " fet-event-date " at "
                                   fet-site-code
                       end-write
                   end-if
               when fet-change
                   perform validate-event-details
                   if transaction-is-ok
                       read field-event-data
                           invalid key
                               perform report-event-file-status
                           not invalid key
                               perform store-event-details
                               rewrite field-event-record
                                   invalid key
                                       perform report-event-file-status
                                   not invalid key
                                       add 1 to events-changed
                                       display "Event " fet-event-id
                                           " amended"
                               end-rewrite
                       end-read
                   end-if
               when fet-delete
                   perform count-event-party
                   if party-size > 0
                       move "Event still has a party booked on it"
                           to fe-error-message-text
                       perform reject-event-transaction
                   else
                       delete field-event-data record
                           invalid key
                               perform report-event-file-status
                           not invalid key
                               add 1 to events-deleted
                               display "Event " fet-event-id
                                   " deleted"
                       end-delete
                   end-if
               when fet-join
                   perform join-event-party
               when fet-leave
                   perform leave-event-party
               when other
                   move "Unknown field-event transaction code"
                       to fe-error-message-text
                   perform reject-event-transaction
           end-evaluate
           .

       validate-event-details section.
           *> a trip must be on a real day at a known site, led by
           *> someone on the observer master, with places to offer
           move fet-event-date to check-date
           call "Subprogram" using by reference check-day
                                   by reference check-month
                                   by reference check-year
                                   by reference check-date-valid-flag
           call "SiteCodeCheck"
               using by reference fet-site-code
                     by reference site-known-flag
           if not check-date-is-valid
               move "Event date is not a valid date"
                   to fe-error-message-text
               perform reject-event-transaction
           else
           if not site-is-known
               move "Site code not on the site master"
                   to fe-error-message-text
               perform reject-event-transaction
           else
           if fet-places not numeric or fet-places = 0
               move "Event must offer at least one place"
                   to fe-error-message-text
               perform reject-event-transaction
           else
               move fet-leader-id to observer-id of observer-record
               read observer-master-data
                   invalid key
                       move "Leader is not on the observer master"
                           to fe-error-message-text
                       perform reject-event-transaction
               end-read
           end-if
           end-if
           end-if
           .

       store-event-details section.
           move fet-event-date to evt-event-date
           move fet-site-code to evt-site-code
           move fet-leader-id to evt-leader-id
           move fet-places to evt-places
           move fet-event-title to evt-event-title
           .

       join-event-party section.
           read field-event-data
               invalid key
                   move "Event is not on the field-event register"
                       to fe-error-message-text
                   perform reject-event-transaction
                   exit section
           end-read
           move fet-observer-id to observer-id of observer-record
           read observer-master-data
               invalid key
                   move "Participant is not on the observer master"
                       to fe-error-message-text
                   perform reject-event-transaction
                   exit section
           end-read
           perform count-event-party
           move spaces to event-participant-record
           move fet-event-id to epa-event-id
           move fet-observer-id to epa-observer-id
           move run-date-today to epa-booked-date
           write event-participant-record
               invalid key
                   move "Participant is already on this event"
                       to fe-error-message-text
                   perform reject-event-transaction
               not invalid key
                   add 1 to participants-joined
                   add 1 to party-size
                   display "Observer " fet-observer-id
                       " on event " fet-event-id " - " party-size
                       " of " evt-places " places"
                   if party-size > evt-places
                       display "NOTE - event " fet-event-id
                           " is over the places offered"
                   end-if
           end-write
           .

       leave-event-party section.
           move spaces to event-participant-record
           move fet-event-id to epa-event-id
           move fet-observer-id to epa-observer-id
           delete event-participant-data record
               invalid key
                   move "Participant is not on this event"
                       to fe-error-message-text
                   perform reject-event-transaction
               not invalid key
                   add 1 to participants-removed
                   display "Observer " fet-observer-id
                       " taken off event " fet-event-id
           end-delete
           .

       count-event-party section.
           move 0 to party-size
           move spaces to event-participant-record
           move fet-event-id to epa-event-id
           move 0 to epa-observer-id
           start event-participant-data key is >= epa-key
               invalid key
                   exit section
           end-start
           set end-of-party to 1 *> FALSE
           perform until end-of-party = 0 *> TRUE
               read event-participant-data next record
                   at end
                       set end-of-party to 0 *> TRUE
                   not at end
                       if epa-event-id = fet-event-id
                           add 1 to party-size
                       else
                           set end-of-party to 0 *> TRUE
                       end-if
               end-read
           end-perform
           .

       reject-event-transaction section.
           move "N" to transaction-ok-flag
           add 1 to transactions-rejected
           display "Event " fet-event-id " rejected - "
               fe-error-message-text
           move "APPLY-EVENT-TRANSACTION" to fe-error-paragraph
           move spaces to fe-error-status-code
           call "ErrorLogger"
               using by reference fe-error-source-program
                     by reference fe-error-paragraph
                     by reference fe-error-status-code
                     by reference fe-error-message-text
           .

       report-event-file-status section.
           add 1 to transactions-rejected
           evaluate event-file-status-code
               when "23"
                   display "Event not found " fet-event-id
               when "22"
                   display "Duplicate key - event "
                       fet-event-id " already exists"
               when other
                   display "Unexpected file status "
                       event-file-status-code " for event "
                       fet-event-id
           end-evaluate
           move "REPORT-EVENT-FILE-STATUS" to fe-error-paragraph
           move event-file-status-code to fe-error-status-code
           move "I/O error on field-event-data"
               to fe-error-message-text
           call "ErrorLogger"
               using by reference fe-error-source-program
                     by reference fe-error-paragraph
                     by reference fe-error-status-code
                     by reference fe-error-message-text
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           move transactions-read to rcl-records-read
           compute rcl-records-written = events-added + events-changed
               + events-deleted + participants-joined
               + participants-removed
           move transactions-rejected to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

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

           select event-sighting-data assign "event-sightings.txt"
               organization sequential
               file status event-sighting-file-status-code.

           select observer-master-data assign "observer-data.dat"
               organization indexed
               access dynamic
               record key observer-id of observer-record
               file status observer-file-status-code.

           select bird-spotting-data assign "bird-data.dat"
               organization indexed
               access dynamic
               record key record-key
               alternate record key common-name
                   of bird-spotting-record with duplicates
               alternate record key #date
                   of bird-spotting-record with duplicates
               file status master-file-status-code.

       file section.
       FD  field-event-data.    *> the programme of trips
       01  field-event-record.
           copy field-event-record.

       FD  event-participant-data.    *> who went on each trip
       01  event-participant-record.
           copy event-participant-record.

       FD  event-sighting-data.    *> which sightings each trip made
       01  event-sighting-record.
           copy event-sighting-record.

       FD  observer-master-data.    *> leader and party names
       01  observer-record.
           copy observer-record.

       FD  bird-spotting-data.    *> the sightings themselves, for
                                   *> species and count
       01  bird-spotting-record.
           05  record-key              pic 9(6).
           05  filler                  pic X.
           copy bird-spotting-record.
           05  status-flag             pic X.
               88  record-voided       value "V".
           05  void-reason-code        pic X(2).
           05  certification-flag      pic X.
           05  review-status-flag      pic X.

       working-storage section.
      *> the post-trip report - one page per field event: where and
      *> when, who led, the party against the places offered, and
      *> the trip's species list in systematic order with the birds
      *> counted.  Asked for one event, or 0 for every event held in
      *> a month.  A sighting voided since the trip drops off the list
       78  MAX-TRIP-SPECIES        value 300.
       01  trip-species-table.
           05  trip-species-entry      occurs MAX-TRIP-SPECIES
                                        indexed by tsp-index.
               10  tsp-species-code    pic 9(3).
               10  tsp-common-name     pic X(16).
               10  tsp-sighting-count  pic 9(4).
               10  tsp-bird-count      pic 9(6).
               10  tsp-systematic-key  pic 9(8).
               10  tsp-printed-flag    pic X.
                   88  tsp-printed         value "Y".
       01  trip-species-count      pic 9(3) value 0.
       01  next-line-index         pic 9(3).
       01  next-systematic-key     pic 9(8).
       01  placed-taxonomic-order  pic X(20).
       01  placed-family-name      pic X(24).
       01  species-found-flag      pic X.
           88  species-was-found       value "Y".

       01  end-of-file             pic 9.
       01  end-of-links            pic 9.
       01  end-of-party            pic 9.
       01  event-file-status-code.
           05  event-status-key-1  pic X.
           05  event-status-key-2  pic X.
       01  participant-file-status-code.
           05  participant-status-key-1 pic X.
           05  participant-status-key-2 pic X.
       01  event-sighting-file-status-code.
           05  event-sighting-status-key-1 pic X.
           05  event-sighting-status-key-2 pic X.
       01  observer-file-status-code.
           05  observer-status-key-1 pic X.
           05  observer-status-key-2 pic X.
       01  master-file-status-code.
           05  master-status-key-1 pic X.
           05  master-status-key-2 pic X.

       01  report-event-id         pic 9(4).
       01  report-month            pic 9(6).
       01  observer-name           pic X(31).
       01  event-site-name         pic X(24).
       01  party-size              pic 9(4).
       01  trip-bird-total         pic 9(7).
       01  attendance-percent      pic 9(3).
       01  events-reported         pic 9(4) value 0.
       01  sightings-listed        pic 9(6) value 0.

       copy report-writer-fields.
       copy run-control-fields.
       01  batch-program-name pic X(20) value "EventTripReport".

       procedure division.
           copy run-banner.
           display "Event number (0 for every event in a month)?"
           accept report-event-id
           if report-event-id = 0
               display "Month of the events (CCYYMM)?"
               accept report-month
           end-if
           open input field-event-data
           if event-status-key-1 not = "0"
               display "No field-events.dat - no events to report"
               close field-event-data
               perform write-run-control-end
               goback
           end-if
           open input event-participant-data
           open input observer-master-data
           open input bird-spotting-data
           move "O" to rw-action
           move "event-trip-report.prt" to rw-print-file-name
           move spaces to rw-report-title
           if report-event-id = 0
               string "FIELD TRIP REPORTS FOR " report-month
                   delimited by size into rw-report-title
           else
               string "FIELD TRIP REPORT - EVENT " report-event-id
                   delimited by size into rw-report-title
           end-if
           move spaces to rw-line-text
           perform call-report-writer
           move "D" to rw-action
           if report-event-id > 0
               move report-event-id to evt-event-id
               read field-event-data
                   invalid key
                       display "Event " report-event-id
                           " is not on the field-event register"
                   not invalid key
                       perform report-one-event
               end-read
           else
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read field-event-data next record
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if evt-event-date (1:6) = report-month
                               perform report-one-event
                           end-if
                   end-read
               end-perform
           end-if
           move "T" to rw-action
           move spaces to rw-line-text
           string events-reported " events reported"
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           close field-event-data
           close event-participant-data
           close observer-master-data
           close bird-spotting-data
           display events-reported " events reported - "
               "event-trip-report.prt"
           perform write-run-control-end
           goback
           .

       report-one-event section.
           add 1 to events-reported
           perform gather-trip-species
           call "SiteNameLookup"
               using by reference evt-site-code
                     by reference event-site-name
           move evt-leader-id to observer-id of observer-record
           perform look-up-observer-name
           if events-reported > 1
               move spaces to rw-line-text
               perform call-report-writer
           end-if
           move spaces to rw-line-text
           string "EVENT " evt-event-id "  " evt-event-title
               delimited by size into rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           string "  " evt-event-date " at " evt-site-code " "
               event-site-name " led by " evt-leader-id " "
               observer-name
               delimited by size into rw-line-text
           perform call-report-writer
           move "  Party:" to rw-line-text
           perform call-report-writer
           perform list-event-party
           if party-size = 0
               move "    (no party booked)" to rw-line-text
               perform call-report-writer
           end-if
           compute attendance-percent rounded =
               party-size * 100 / evt-places
               on size error
                   move 999 to attendance-percent
           end-compute
           move spaces to rw-line-text
           string "  Attendance " party-size " of " evt-places
               " places (" attendance-percent "%)"
               delimited by size into rw-line-text
           perform call-report-writer
           move "  Species list:" to rw-line-text
           perform call-report-writer
           perform print-trip-species
           if trip-species-count = 0
               move "    (no sightings linked to this event)"
                   to rw-line-text
               perform call-report-writer
           end-if
           move spaces to rw-line-text
           string "  " trip-species-count " species, "
               trip-bird-total " birds"
               delimited by size into rw-line-text
           perform call-report-writer
           .

       gather-trip-species section.
           *> the link file is in keying order, not event order - it
           *> is read through once for each event reported
           move 0 to trip-species-count
           move 0 to trip-bird-total
           open input event-sighting-data
           if event-sighting-status-key-1 not = "0"
               close event-sighting-data
               exit section
           end-if
           set end-of-links to 1 *> FALSE
           perform until end-of-links = 0 *> TRUE
               read event-sighting-data
                   at end
                       set end-of-links to 0 *> TRUE
                   not at end
                       if evs-event-id = evt-event-id
                           perform add-trip-sighting
                       end-if
               end-read
           end-perform
           close event-sighting-data
           .

       add-trip-sighting section.
           move evs-record-key to record-key
           read bird-spotting-data
               invalid key
                   exit section
           end-read
           if record-voided
               exit section
           end-if
           add 1 to sightings-listed
           add bird-count to trip-bird-total
           move "N" to species-found-flag
           set tsp-index to 1
           perform until tsp-index > trip-species-count
                   or species-was-found
               if tsp-species-code (tsp-index) = species-code
                   set species-was-found to true
               else
                   set tsp-index up by 1
               end-if
           end-perform
           if not species-was-found
               if trip-species-count >= MAX-TRIP-SPECIES
                   display "Trip species table is full at "
                       MAX-TRIP-SPECIES " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to trip-species-count
               set tsp-index to trip-species-count
               move species-code to tsp-species-code (tsp-index)
               move common-name to tsp-common-name (tsp-index)
               move 0 to tsp-sighting-count (tsp-index)
               move 0 to tsp-bird-count (tsp-index)
               call "SpeciesSequenceLookup"
                   using by reference species-code
                         by reference tsp-systematic-key (tsp-index)
                         by reference placed-taxonomic-order
                         by reference placed-family-name
               move "N" to tsp-printed-flag (tsp-index)
           end-if
           add 1 to tsp-sighting-count (tsp-index)
           add bird-count to tsp-bird-count (tsp-index)
           .

       print-trip-species section.
           perform find-next-trip-species
           perform until next-line-index = 0
               set tsp-index to next-line-index
               move "Y" to tsp-printed-flag (tsp-index)
               move spaces to rw-line-text
               string "    " tsp-common-name (tsp-index) " "
                   tsp-bird-count (tsp-index) " birds in "
                   tsp-sighting-count (tsp-index) " sightings"
                   delimited by size into rw-line-text
               perform call-report-writer
               perform find-next-trip-species
           end-perform
           .

       find-next-trip-species section.
           move 0 to next-line-index
           perform varying tsp-index from 1 by 1
                   until tsp-index > trip-species-count
               if not tsp-printed (tsp-index)
                       and (next-line-index = 0
                           or tsp-systematic-key (tsp-index)
                               < next-systematic-key)
                   set next-line-index to tsp-index
                   move tsp-systematic-key (tsp-index)
                       to next-systematic-key
               end-if
           end-perform
           .

       list-event-party section.
           move 0 to party-size
           move spaces to event-participant-record
           move evt-event-id to epa-event-id
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
                       if epa-event-id = evt-event-id
                           add 1 to party-size
                           move epa-observer-id
                               to observer-id of observer-record
                           perform look-up-observer-name
                           move spaces to rw-line-text
                           string "    " epa-observer-id " "
                               observer-name
                               delimited by size into rw-line-text
                           perform call-report-writer
                       else
                           set end-of-party to 0 *> TRUE
                       end-if
               end-read
           end-perform
           .

       look-up-observer-name section.
           move spaces to observer-name
           read observer-master-data
               invalid key
                   move "(not on observer master)" to observer-name
               not invalid key
                   string first-name of observer-person
                       delimited by "  "
                       " " last-name of observer-person
                       delimited by "  "
                       into observer-name
           end-read
           .

       call-report-writer section.
           call "ReportWriter"
               using by reference rw-action
                     by reference rw-print-file-name
                     by reference rw-report-title
                     by reference rw-line-text
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           move sightings-listed to rcl-records-read
           move events-reported to rcl-records-written
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

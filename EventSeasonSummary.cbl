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
       FD  field-event-data.    *> the season's programme of trips
       01  field-event-record.
           copy field-event-record.

       FD  event-participant-data.    *> who went on each trip
       01  event-participant-record.
           copy event-participant-record.

       FD  event-sighting-data.    *> which sightings each trip made
       01  event-sighting-record.
           copy event-sighting-record.

       FD  observer-master-data.    *> leader names
       01  observer-record.
           copy observer-record.

       FD  bird-spotting-data.    *> the sightings, for species and
                                   *> count
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
      *> the season summary the programme secretary plans next year's
      *> trips from.  Every event held in the year asked for is
      *> loaded with its party size, then the sighting links are read
      *> once to give each trip its species and birds.  Section 1 is
      *> attendance per leader - trips led, party against places
      *> offered, species per trip; section 2 the most productive
      *> trips, most species first and most birds breaking a tie
       78  MAX-SEASON-EVENTS       value 200.
       78  MAX-SEASON-LEADERS      value 100.
       78  MAX-EVENT-SPECIES       value 5000.
       78  PRODUCTIVE-TRIPS-SHOWN  value 10.
       01  season-event-table.
           05  season-event-entry      occurs MAX-SEASON-EVENTS
                                        indexed by sev-index.
               10  sev-event-id        pic 9(4).
               10  sev-event-date      pic 9(8).
               10  sev-site-code       pic X(4).
               10  sev-leader-id       pic 9(4).
               10  sev-places          pic 9(3).
               10  sev-event-title     pic X(30).
               10  sev-party-size      pic 9(4).
               10  sev-species-count   pic 9(3).
               10  sev-bird-total      pic 9(7).
               10  sev-printed-flag    pic X.
                   88  sev-printed         value "Y".
       01  season-event-count      pic 9(3) value 0.

      *> one entry per species per event, so a species seen twice on
      *> the same trip counts once towards its list
       01  event-species-table.
           05  event-species-entry     occurs MAX-EVENT-SPECIES
                                        indexed by esp-index.
               10  esp-event-index     pic 9(3).
               10  esp-species-code    pic 9(3).
       01  event-species-count     pic 9(4) value 0.

       01  season-leader-table.
           05  season-leader-entry     occurs MAX-SEASON-LEADERS
                                        indexed by sld-index.
               10  sld-leader-id       pic 9(4).
               10  sld-trips-led       pic 9(3).
               10  sld-attendance      pic 9(5).
               10  sld-places          pic 9(5).
               10  sld-species-total   pic 9(5).
               10  sld-printed-flag    pic X.
                   88  sld-printed         value "Y".
       01  season-leader-count     pic 9(3) value 0.

       01  end-of-file             pic 9.
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

       01  season-year             pic 9(4).
       01  found-flag              pic X.
           88  entry-was-found         value "Y".
       01  found-event-index       pic 9(3).
       01  next-entry-index        pic 9(3).
       01  trips-shown             pic 9(3).
       01  leader-name             pic X(31).
       01  fill-percent            pic 9(3).
       01  species-per-trip        pic 9(3).
       01  season-attendance       pic 9(6) value 0.
       01  season-places           pic 9(6) value 0.
       01  links-read              pic 9(6) value 0.

       copy report-writer-fields.
       copy run-control-fields.
       01  batch-program-name pic X(20) value "EventSeasonSummary".

       procedure division.
           copy run-banner.
           display "Season to summarise (CCYY)?"
           accept season-year
           open input field-event-data
           if event-status-key-1 not = "0"
               display "No field-events.dat - no events to summarise"
               close field-event-data
               perform write-run-control-end
               goback
           end-if
           open input event-participant-data
           perform load-season-events
           close event-participant-data
           close field-event-data
           open input bird-spotting-data
           perform tally-trip-sightings
           close bird-spotting-data
           perform build-leader-totals
           open input observer-master-data
           move "O" to rw-action
           move "event-season-summary.prt" to rw-print-file-name
           move spaces to rw-report-title
           string "FIELD TRIP SEASON SUMMARY " season-year
               delimited by size into rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "D" to rw-action
           perform print-leader-section
           perform print-productive-trips
           move "T" to rw-action
           move spaces to rw-line-text
           string season-event-count " trips, " season-attendance
               " attended of " season-places " places offered"
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           close observer-master-data
           display season-event-count " trips in " season-year
               " - event-season-summary.prt"
           perform write-run-control-end
           goback
           .

       load-season-events section.
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read field-event-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if evt-event-date (1:4) = season-year
                           perform hold-one-event
                       end-if
               end-read
           end-perform
           .

       hold-one-event section.
           if season-event-count >= MAX-SEASON-EVENTS
               display "Season event table is full at "
                   MAX-SEASON-EVENTS " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to season-event-count
           set sev-index to season-event-count
           move evt-event-id to sev-event-id (sev-index)
           move evt-event-date to sev-event-date (sev-index)
           move evt-site-code to sev-site-code (sev-index)
           move evt-leader-id to sev-leader-id (sev-index)
           move evt-places to sev-places (sev-index)
           move evt-event-title to sev-event-title (sev-index)
           move 0 to sev-species-count (sev-index)
           move 0 to sev-bird-total (sev-index)
           move "N" to sev-printed-flag (sev-index)
           perform count-event-party
           add sev-party-size (sev-index) to season-attendance
           add evt-places to season-places
           .

       count-event-party section.
           move 0 to sev-party-size (sev-index)
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
                           add 1 to sev-party-size (sev-index)
                       else
                           set end-of-party to 0 *> TRUE
                       end-if
               end-read
           end-perform
           .

       tally-trip-sightings section.
           open input event-sighting-data
           if event-sighting-status-key-1 not = "0"
               close event-sighting-data
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read event-sighting-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to links-read
                       perform tally-one-link
               end-read
           end-perform
           close event-sighting-data
           .

       tally-one-link section.
           move "N" to found-flag
           set sev-index to 1
           perform until sev-index > season-event-count
                   or entry-was-found
               if sev-event-id (sev-index) = evs-event-id
                   set entry-was-found to true
                   set found-event-index to sev-index
               else
                   set sev-index up by 1
               end-if
           end-perform
           if not entry-was-found
               exit section
           end-if
           move evs-record-key to record-key
           read bird-spotting-data
               invalid key
                   exit section
           end-read
           if record-voided
               exit section
           end-if
           add bird-count to sev-bird-total (found-event-index)
           move "N" to found-flag
           set esp-index to 1
           perform until esp-index > event-species-count
                   or entry-was-found
               if esp-event-index (esp-index) = found-event-index
                       and esp-species-code (esp-index) = species-code
                   set entry-was-found to true
               else
                   set esp-index up by 1
               end-if
           end-perform
           if entry-was-found
               exit section
           end-if
           if event-species-count >= MAX-EVENT-SPECIES
               display "Event species table is full at "
                   MAX-EVENT-SPECIES " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to event-species-count
           set esp-index to event-species-count
           move found-event-index to esp-event-index (esp-index)
           move species-code to esp-species-code (esp-index)
           add 1 to sev-species-count (found-event-index)
           .

       build-leader-totals section.
           perform varying sev-index from 1 by 1
                   until sev-index > season-event-count
               move "N" to found-flag
               set sld-index to 1
               perform until sld-index > season-leader-count
                       or entry-was-found
                   if sld-leader-id (sld-index)
                           = sev-leader-id (sev-index)
                       set entry-was-found to true
                   else
                       set sld-index up by 1
                   end-if
               end-perform
               if not entry-was-found
                   perform add-season-leader
               end-if
               add 1 to sld-trips-led (sld-index)
               add sev-party-size (sev-index)
                   to sld-attendance (sld-index)
               add sev-places (sev-index) to sld-places (sld-index)
               add sev-species-count (sev-index)
                   to sld-species-total (sld-index)
           end-perform
           .

       add-season-leader section.
           if season-leader-count >= MAX-SEASON-LEADERS
               display "Season leader table is full at "
                   MAX-SEASON-LEADERS " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to season-leader-count
           set sld-index to season-leader-count
           move sev-leader-id (sev-index) to sld-leader-id (sld-index)
           move 0 to sld-trips-led (sld-index)
           move 0 to sld-attendance (sld-index)
           move 0 to sld-places (sld-index)
           move 0 to sld-species-total (sld-index)
           move "N" to sld-printed-flag (sld-index)
           .

       print-leader-section section.
           move "SECTION 1 - ATTENDANCE BY LEADER" to rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           string "leader                                trips "
               "attended places  fill% species/trip"
               delimited by size into rw-line-text
           perform call-report-writer
           perform find-next-leader
           perform until next-entry-index = 0
               set sld-index to next-entry-index
               move "Y" to sld-printed-flag (sld-index)
               perform print-one-leader
               perform find-next-leader
           end-perform
           if season-leader-count = 0
               move "  (no trips held in the season)" to rw-line-text
               perform call-report-writer
           end-if
           move spaces to rw-line-text
           perform call-report-writer
           .

       find-next-leader section.
           *> leaders print in observer-id order
           move 0 to next-entry-index
           perform varying sld-index from 1 by 1
                   until sld-index > season-leader-count
               if not sld-printed (sld-index)
                   if next-entry-index = 0
                       set next-entry-index to sld-index
                   else
                       if sld-leader-id (sld-index)
                               < sld-leader-id (next-entry-index)
                           set next-entry-index to sld-index
                       end-if
                   end-if
               end-if
           end-perform
           .

       print-one-leader section.
           move sld-leader-id (sld-index)
               to observer-id of observer-record
           move spaces to leader-name
           read observer-master-data
               invalid key
                   move "(not on observer master)" to leader-name
               not invalid key
                   string first-name of observer-person
                       delimited by "  "
                       " " last-name of observer-person
                       delimited by "  "
                       into leader-name
           end-read
           compute fill-percent rounded =
               sld-attendance (sld-index) * 100
                   / sld-places (sld-index)
               on size error
                   move 999 to fill-percent
           end-compute
           compute species-per-trip rounded =
               sld-species-total (sld-index)
                   / sld-trips-led (sld-index)
           move spaces to rw-line-text
           string sld-leader-id (sld-index) " " leader-name "   "
               sld-trips-led (sld-index) "   "
               sld-attendance (sld-index) "  "
               sld-places (sld-index) "  " fill-percent "    "
               species-per-trip
               delimited by size into rw-line-text
           perform call-report-writer
           .

       print-productive-trips section.
           move "SECTION 2 - MOST PRODUCTIVE TRIPS" to rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           string "event date     site species   birds party "
               "places title"
               delimited by size into rw-line-text
           perform call-report-writer
           move 0 to trips-shown
           perform find-next-productive-trip
           perform until next-entry-index = 0
                   or trips-shown >= PRODUCTIVE-TRIPS-SHOWN
               set sev-index to next-entry-index
               move "Y" to sev-printed-flag (sev-index)
               add 1 to trips-shown
               move spaces to rw-line-text
               string sev-event-id (sev-index) "  "
                   sev-event-date (sev-index) " "
                   sev-site-code (sev-index) "   "
                   sev-species-count (sev-index) " "
                   sev-bird-total (sev-index) "  "
                   sev-party-size (sev-index) "    "
                   sev-places (sev-index) " "
                   sev-event-title (sev-index)
                   delimited by size into rw-line-text
               perform call-report-writer
               perform find-next-productive-trip
           end-perform
           .

       find-next-productive-trip section.
           move 0 to next-entry-index
           perform varying sev-index from 1 by 1
                   until sev-index > season-event-count
               if not sev-printed (sev-index)
                   if next-entry-index = 0
                       set next-entry-index to sev-index
                   else
                       if sev-species-count (sev-index)
                               > sev-species-count (next-entry-index)
                           or (sev-species-count (sev-index)
                               = sev-species-count (next-entry-index)
                           and sev-bird-total (sev-index)
                               > sev-bird-total (next-entry-index))
                           set next-entry-index to sev-index
                       end-if
                   end-if
               end-if
           end-perform
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
           move links-read to rcl-records-read
           move season-event-count to rcl-records-written
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

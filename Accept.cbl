               organization sequential
               file status cycle-control-file-status-code.

           select field-event-data assign "field-events.dat"
               organization indexed
               access dynamic
               record key evt-event-id
               file status event-file-status-code.

           select event-sighting-data assign "event-sightings.txt"
               organization sequential
               file status event-sighting-file-status-code.

       file section.
       FD  bird-spotting-data.    *> the indexed sighting master -
                                   *> the menu reads and updates it
               88  ncc-cycle-complete      value "C".
               88  ncc-cycle-failed        value "F".

       FD  field-event-data.    *> the trip a stack of cards came
                                 *> back from
       01  field-event-record.
           copy field-event-record.

       FD  event-sighting-data.    *> which sightings were made on a
                                    *> field trip - keyed to the
                                    *> sighting just added
       01  event-sighting-record.
           copy event-sighting-record.

       working-storage section.
       01  file-status-code.
           05  status-key-1        pic X.
       01  cycle-control-file-status-code.
           05  cycle-control-status-key-1 pic X.
           05  cycle-control-status-key-2 pic X.
       01  event-file-status-code.
           05  event-status-key-1      pic X.
           05  event-status-key-2      pic X.
       01  event-sighting-file-status-code.
           05  event-sighting-status-key-1 pic X.
           05  event-sighting-status-key-2 pic X.
       01  cycle-lock-flag          pic X value "N".
           88  cycle-holds-the-master   value "Y".
       01  lock-check-today         pic 9(8).
       01  check-bird-count         pic 9(4).
       01  check-observer-id        pic 9(4).
       01  check-site-code          pic X(4).
       01  check-breeding-code      pic X(2).
       01  breeding-code-valid-flag pic X value "Y".
           88  breeding-code-is-valid   value "Y".
           88  breeding-code-is-invalid value "N".
       01  evidence-category        pic X.
       01  evidence-rank            pic 9(2).
       01  evidence-description     pic X(24).
       01  check-grid-reference     pic X(10).
       01  grid-check-result        pic X value "Y".
           88  grid-reference-accepted  value "Y".
           88  grid-reference-unreadable value "F".
           88  grid-reference-too-far   value "D".
       01  sighting-hectad          pic X(4).
       01  sighting-tetrad          pic X(5).
       01  sighting-monad           pic X(6).

       01  bulk-year                pic 9(4).
       01  bulk-month               pic 9(2).
       01  bulk-day                 pic 9(2).
       01  bulk-site-code           pic X(4).
       01  bulk-observer-id         pic 9(4).
      *> a trip's cards carry the event number as well - zero when
      *> the stack is not from a field trip
       01  bulk-event-id            pic 9(4).
       01  bulk-event-date          pic 9(8).
       01  bulk-event-date-parts redefines bulk-event-date.
           05  bulk-event-year      pic 9(4).
           05  bulk-event-month     pic 9(2).
           05  bulk-event-day       pic 9(2).
       01  bulk-event-check-flag    pic X.
           88  bulk-event-is-good       value "Y".
           88  bulk-event-not-found     value "F".
           88  bulk-event-elsewhere     value "W".
       01  link-event-id            pic 9(4) value 0.
       01  bulk-header-ok-flag      pic X.
           88  bulk-header-is-good      value "Y".
       01  bulk-records-entered     pic 9(4).

       01  observer-is-certified-flag pic X value "N".
           88  observer-passed-check     value "Y".
       01  observer-alias-flag       pic X value "N".
           88  observer-was-merged       value "Y".

       01  date-is-valid-flag        pic X value "Y".
           88  sighting-date-is-valid    value "Y".
           88  sighting-date-is-invalid  value "N".
       01  sighting-period-from      pic 9(8).
       01  sighting-period-to        pic 9(8).
       01  sighting-period-label     pic X(16).
       01  ac-error-source-program   pic X(20) value "Accept".
       01  ac-error-paragraph        pic X(30)
                                       value "VALIDATE-SIGHTING-DATE".
           .

       add-one-sighting section.
           move 0 to link-event-id
           open i-o bird-spotting-data
           perform find-next-free-record-key
           display "Common name?"
           accept scientific-name
           display "Year seen (CCYY)?"
           accept year
           display "Date known to - blank the day, M month, S season,"
           display "                Y year only?"
           accept date-precision-code
           display "Month seen (MM - a season's first month, 00 if "
               "year only)?"
           accept month
           display "Day seen (DD - 00 if not known)?"
           accept #day
           display "Bird count?"
           accept bird-count
           accept observer-id
           display "Site code?"
           accept site-code
           display "Breeding evidence code (blank for none)?"
           accept breeding-evidence-code
           display "Grid reference (blank for the site's)?"
           accept check-grid-reference
           perform validate-sighting-date
           perform validate-site-code
           perform validate-species-name
           move breeding-evidence-code to check-breeding-code
           perform validate-breeding-code
           *> the duplicate scan reads over the record area - hold
           *> what was keyed so the write can put it back
           move #date to check-date
           move bird-count to check-bird-count
           move observer-id to check-observer-id
           move site-code to check-site-code
           perform validate-grid-reference
           perform check-duplicate-sighting
           if sighting-date-is-invalid
               display "Rejected - " year month #day
                   display "Rejected - " common-name
                       " is not on the species master"
               else
               if breeding-code-is-invalid
                   display "Rejected - " check-breeding-code
                       " is not an atlas breeding-evidence code"
               else
               if grid-reference-unreadable
                   display "Rejected - " check-grid-reference
                       " is not a valid grid reference"
               else
               if grid-reference-too-far
                   display "Rejected - " check-grid-reference
                       " is too far from site " check-site-code
               else
               if duplicate-sighting
                   display "Duplicate sighting - already logged "
                       "for that species on " check-date
               end-if
               end-if
               end-if
               end-if
               end-if
               end-if
           end-if
           close bird-spotting-data
           .
           accept bulk-site-code
           display "Shared observer ID?"
           accept bulk-observer-id
           display "Field trip event number (0 if not a trip)?"
           accept bulk-event-id
           move bulk-year to year
           move bulk-month to month
           move bulk-day to #day
           set date-is-exact to true
           move bulk-site-code to site-code
           perform validate-sighting-date
           perform validate-site-code
           perform validate-bulk-event
           if sighting-date-is-invalid
               display "Rejected - " bulk-year bulk-month bulk-day
                   " is not a valid sighting date"
               if site-is-unknown
                   display "Rejected - " bulk-site-code
                       " is not on the site master"
               else
               if bulk-event-not-found
                   display "Rejected - event " bulk-event-id
                       " is not on the field-event register"
               else
               if bulk-event-elsewhere
                   display "Rejected - event " bulk-event-id
                       " was on " evt-event-date " at "
                       evt-site-code ", not this date and site"
               else
                   move "Y" to bulk-header-ok-flag
                   if bulk-event-id > 0
                       display "Cards linked to event " bulk-event-id
                           " " evt-event-title
                   end-if
               end-if
               end-if
               end-if
           end-if
           .

       validate-bulk-event section.
           *> the trip's cards must carry the trip's own date and
           *> site, or the event list and the sightings would part
           set bulk-event-is-good to true
           if bulk-event-id = 0
               exit section
           end-if
           move bulk-year to bulk-event-year
           move bulk-month to bulk-event-month
           move bulk-day to bulk-event-day
           open input field-event-data
           if event-status-key-1 not = "0"
               set bulk-event-not-found to true
           else
               move bulk-event-id to evt-event-id
               read field-event-data
                   invalid key
                       set bulk-event-not-found to true
                   not invalid key
                       if evt-event-date not = bulk-event-date
                               or evt-site-code not = bulk-site-code
                           set bulk-event-elsewhere to true
                       end-if
               end-read
           end-if
           close field-event-data
           .

       key-one-bulk-card section.
           display "Species (or END to finish, HDR for a new "
               "header)? [" bulk-records-entered " entered]"
           move bulk-species-answer to common-name
           display "Bird count?"
           accept bird-count
           display "Breeding evidence code (blank for none)?"
           accept check-breeding-code
           perform validate-breeding-code
           display "Grid reference (blank for the site's)?"
           accept check-grid-reference
           move spaces to scientific-name
           move bulk-year to year
           move bulk-month to month
           move bulk-day to #day
           set date-is-exact to true
           move bulk-observer-id to observer-id
           move bulk-site-code to site-code
           move bulk-event-id to link-event-id
           perform validate-species-name
           move #date to check-date
           move looked-up-species-code to check-species-code
           move bird-count to check-bird-count
           move observer-id to check-observer-id
           move site-code to check-site-code
           perform validate-grid-reference
           perform check-duplicate-sighting
           if species-is-unknown
               display "Rejected - " common-name
                   " is not on the species master"
           else
               if breeding-code-is-invalid
                   display "Rejected - " check-breeding-code
                       " is not an atlas breeding-evidence code"
               else
               if grid-reference-unreadable
                   display "Rejected - " check-grid-reference
                       " is not a valid grid reference"
               else
               if grid-reference-too-far
                   display "Rejected - " check-grid-reference
                       " is too far from site " check-site-code
               else
               if duplicate-sighting
                   display "Duplicate sighting - already logged "
                       "for that species on " check-date
                   perform write-new-master-record
                   add 1 to bulk-records-entered
               end-if
               end-if
               end-if
               end-if
           end-if
           .

           move check-bird-count to bird-count
           move check-observer-id to observer-id
           move check-site-code to site-code
           move check-breeding-code to breeding-evidence-code
           move check-grid-reference to sighting-grid-reference
           set record-active to true
           move spaces to void-reason-code
           perform stamp-entry-date
                   display "Record " record-key
                       " added to bird-data.dat"
                   perform check-site-record
                   perform link-sighting-to-event
                   perform offer-breakdown-entry
           end-write
           .

       link-sighting-to-event section.
           if link-event-id > 0
               move spaces to event-sighting-record
               move record-key to evs-record-key
               move link-event-id to evs-event-id
               open extend event-sighting-data
               write event-sighting-record
               close event-sighting-data
           end-if
           .

       check-site-record section.
           *> the register knows the standing site high - say so at
           *> the desk the moment a count beats it
           .

       check-observer-certification section.
           *> a retired id from a merged registration is carried on
           *> to the observer it was folded into
           call "ObserverAliasLookup"
               using by reference observer-id
                     by reference observer-alias-flag
           if observer-was-merged
               display "Observer " check-observer-id " was merged into "
                   observer-id " - sighting recorded under " observer-id
           end-if
           call "ObserverCertificationCheck"
               using by reference observer-id
                     by reference observer-is-certified-flag
                     by reference species-is-known-flag
           .

       validate-breeding-code section.
           *> the atlas code set lives in one subprogram, so the desk
           *> and the batch apply refuse the same codes
           call "BreedingEvidenceCheck"
               using by reference check-breeding-code
                     by reference breeding-code-valid-flag
                     by reference evidence-category
                     by reference evidence-rank
                     by reference evidence-description
           .

       validate-grid-reference section.
           *> a blank reference comes back as the site's own; the
           *> derived squares are shown so the recorder can see the
           *> reference landed where it was meant to
           call "SightingGridCheck"
               using by reference check-site-code
                     by reference check-grid-reference
                     by reference grid-check-result
                     by reference sighting-hectad
                     by reference sighting-tetrad
                     by reference sighting-monad
           if grid-reference-accepted and sighting-hectad not = spaces
               display "Hectad " sighting-hectad "  tetrad "
                   sighting-tetrad "  1km " sighting-monad
           end-if
           .

       validate-site-code section.
           *> every sighting must carry one of the named count sites -
           *> the per-site county figures depend on it
           .

       validate-sighting-date section.
           *> SightingDatePeriod reuses Subprogram's day/month/year
           *> checker, filling in what a partial date leaves out, so
           *> every program that keys a #date agrees on what is valid
           set sighting-date-is-valid to true
           call "SightingDatePeriod"
               using by reference #date
                     by reference sighting-period-from
                     by reference sighting-period-to
                     by reference sighting-period-label
                     by reference date-is-valid-flag
           if sighting-date-is-invalid
               move "Sighting date rejected by Accept"
                   to ac-error-message-text
           display "To date (CCYYMMDD)?"
           accept amend-browse-to-date
           open input bird-spotting-data
           *> a month, season or year record keys on day 00 - start
           *> from the top of the year so none is passed over
           move amend-browse-from-date to #date
           move "0000" to #date (5:4)
           start bird-spotting-data
               key is greater than or equal to #date
               invalid key
                           at end
                               set end-of-file to 0 *> TRUE
                           not at end
                               if #date (1:8)
                                       > amend-browse-to-date (1:8)
                                   set end-of-file to 0 *> TRUE
                               else
                                   if not record-voided
                                       perform show-browse-sighting
                                   end-if
                               end-if
                       end-read
           close bird-spotting-data
           .

       show-browse-sighting section.
           *> an imprecise record is listed only when the whole of
           *> its period falls inside the range, and then by its
           *> period rather than a day it does not have
           call "SightingDatePeriod"
               using by reference #date
                     by reference sighting-period-from
                     by reference sighting-period-to
                     by reference sighting-period-label
                     by reference date-is-valid-flag
           if sighting-period-from < amend-browse-from-date (1:8)
                   or sighting-period-to > amend-browse-to-date (1:8)
               exit section
           end-if
           if date-is-partial
               display bird-spotting-record " " sighting-period-label
           else
               display bird-spotting-record
           end-if
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code

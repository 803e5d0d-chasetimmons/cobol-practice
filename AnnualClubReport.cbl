               organization sequential
               file status register-file-status-code.

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
       FD  bird-extract-data.    *> the report year's sequential
                                  *> extract - bird-data.txt for the
           05  filler                  pic X.
           05  wx-rain-code            pic X.

       FD  bird-spotting-data.    *> the adjudicated sightings, for
                                   *> their species and site
       01  bird-spotting-record.
           05  record-key              pic 9(6).
           05  filler                  pic X.
           copy bird-spotting-record.
           05  status-flag             pic X.
           05  void-reason-code        pic X(2).
           05  certification-flag      pic X.
           05  review-status-flag      pic X.

       FD  decisions-register-data.    *> the committee's rulings
       01  decisions-register-record.
           05  reg-record-key          pic 9(6).
               10  mig-common-name     pic X(16).
               10  mig-first-date      pic 9(8).
               10  mig-last-date       pic 9(8).
               10  mig-systematic-key  pic 9(8).
               10  mig-printed-flag    pic X.
                   88  mig-printed         value "Y".
       01  migration-species-count pic 9(3) value 0.

      *> the species summary is read into here and printed back in
      *> systematic order - a prior year's summary was written in
      *> code order and must come out the same way as this year's
       78  MAX-SPECIES-LINES       value 999.
       01  species-line-table.
           05  species-line-entry      occurs MAX-SPECIES-LINES
                                        indexed by spl-index.
               10  spl-common-name     pic X(16).
               10  spl-sighting-count  pic 9(5).
               10  spl-bird-count-total pic 9(7).
               10  spl-systematic-key  pic 9(8).
               10  spl-printed-flag    pic X.
                   88  spl-printed         value "Y".
       01  species-line-count      pic 9(3) value 0.
       01  next-line-index         pic 9(3).
       01  next-systematic-key     pic 9(8).
       01  placed-taxonomic-order  pic X(20).
       01  placed-family-name      pic X(24).

       78  MAX-SITE-LINES          value 50.
       01  site-tally-table.
           05  site-tally-entry        occurs MAX-SITE-LINES
       01  register-file-status-code.
           05  register-status-key-1 pic X.
           05  register-status-key-2 pic X.
       01  master-file-status-code.
           05  master-status-key-1 pic X.
           05  master-status-key-2 pic X.

      *> the annual report is published, so a sensitive species'
      *> withheld or delayed records stay out of it altogether and
      *> a blurred record stays out of the site table - the species
      *> table is county totals and names no site
       01  embargo-output-name     pic X(20).
       01  site-shown-flag         pic X.
       01  embargo-action          pic X.
           88  embargo-publish         value "P".
           88  embargo-blur            value "B".
       01  blurred-site-name       pic X(24).
       01  blurred-grid-reference  pic X(10).
       01  embargo-grid-reference  pic X(10).
       01  embargo-species-code    pic 9(3).
       01  embargo-common-name     pic X(16).
       01  embargo-site-code       pic X(4).
       01  embargo-sighting-date   pic X(12).
       01  records-held-back       pic 9(5) value 0.

      *> escapes and established introductions stay out of the
      *> species totals - the summary leaves them out, and a prior
      *> year's summary from before the categories existed is
      *> filtered here - and get their own section from the extract
       78  MAX-NON-NATIVE-LINES    value 100.
       01  non-native-table.
           05  non-native-entry        occurs MAX-NON-NATIVE-LINES
                                        indexed by nnl-index.
               10  nnl-species-code    pic 9(3).
               10  nnl-common-name     pic X(16).
               10  nnl-status-category pic X.
               10  nnl-sighting-count  pic 9(5).
               10  nnl-bird-total      pic 9(7).
               10  nnl-systematic-key  pic 9(8).
               10  nnl-printed-flag    pic X.
                   88  nnl-printed         value "Y".
       01  non-native-count        pic 9(3) value 0.
       01  species-status-category pic X.
           88  species-is-native       value "N".
       01  printing-status-category pic X.

       01  report-year             pic 9(4).
       01  current-year            pic 9(4).
           perform print-site-section
           perform print-observer-section
           perform print-weather-section
           perform print-non-native-section
           perform print-rarities-section
           perform close-compendium
           display "Annual report for " report-year " written to "
               "annual-report.prt"
           if records-held-back > 0
               display records-held-back " sensitive records held "
                   "back - logged on embargo-log.txt"
           end-if
           perform write-run-control-end
           goback
           .
           .

       tally-one-extract-record section.
           move species-code of bird-extract-record
               to embargo-species-code
           move common-name of bird-extract-record
               to embargo-common-name
           move site-code of bird-extract-record to embargo-site-code
           move #date of bird-extract-record to embargo-sighting-date
           move sighting-grid-reference of bird-extract-record
               to embargo-grid-reference
           move "Y" to site-shown-flag
           perform check-sensitive-embargo
           if not embargo-publish and not embargo-blur
               add 1 to records-held-back
               exit section
           end-if
           move #date of bird-extract-record (1:8)
               to sighting-date-key
           call "SpeciesStatusLookup"
               using by reference embargo-species-code
                     by reference species-status-category
           if not species-is-native
               perform tally-non-native-line
           end-if
           *> a record known only to the month, season or year is
           *> counted everywhere else but cannot set a first or last
           *> date
           if date-is-exact of bird-extract-record
               perform tally-migration-dates
           end-if
           if not embargo-blur
               perform tally-site-line
           end-if
           perform tally-observer-line
           .

       check-sensitive-embargo section.
           move batch-program-name to embargo-output-name
           call "SensitivityCheck"
               using by reference embargo-output-name
                     by reference embargo-species-code
                     by reference embargo-common-name
                     by reference embargo-site-code
                     by reference embargo-sighting-date
                     by reference embargo-grid-reference
                     by reference site-shown-flag
                     by reference embargo-action
                     by reference blurred-site-name
                     by reference blurred-grid-reference
           .

       register-line-is-publishable section.
           *> the register carries only the record key - the species
           *> and site come off the master
           set embargo-publish to true
           move reg-record-key to record-key
           read bird-spotting-data
               invalid key
                   continue
               not invalid key
                   move species-code of bird-spotting-record
                       to embargo-species-code
                   move common-name of bird-spotting-record
                       to embargo-common-name
                   move site-code of bird-spotting-record
                       to embargo-site-code
                   move #date of bird-spotting-record
                       to embargo-sighting-date
                   move sighting-grid-reference
                       of bird-spotting-record
                       to embargo-grid-reference
                   move "N" to site-shown-flag
                   perform check-sensitive-embargo
           end-read
           .

       tally-non-native-line section.
           move 0 to found-index
           perform varying nnl-index from 1 by 1
                   until nnl-index > non-native-count
                       or found-index not = 0
               if nnl-species-code (nnl-index)
                       = species-code of bird-extract-record
                   set found-index to nnl-index
               end-if
           end-perform
           if found-index = 0
               if non-native-count >= MAX-NON-NATIVE-LINES
                   display "Non-native table is full at "
                       MAX-NON-NATIVE-LINES
                       " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to non-native-count
               move non-native-count to found-index
               set nnl-index to found-index
               move species-code of bird-extract-record
                   to nnl-species-code (nnl-index)
               move common-name of bird-extract-record
                   to nnl-common-name (nnl-index)
               move species-status-category
                   to nnl-status-category (nnl-index)
               move 0 to nnl-sighting-count (nnl-index)
               move 0 to nnl-bird-total (nnl-index)
               move "N" to nnl-printed-flag (nnl-index)
               call "SpeciesSequenceLookup"
                   using by reference nnl-species-code (nnl-index)
                         by reference nnl-systematic-key (nnl-index)
                         by reference placed-taxonomic-order
                         by reference placed-family-name
           end-if
           set nnl-index to found-index
           add 1 to nnl-sighting-count (nnl-index)
           add bird-count of bird-extract-record
               to nnl-bird-total (nnl-index)
           .

       tally-migration-dates section.
           move 0 to found-index
           set mig-index to 1
                       to mig-common-name (found-index)
                   move 99999999 to mig-first-date (found-index)
                   move 0 to mig-last-date (found-index)
                   call "SpeciesSequenceLookup"
                       using by reference mig-species-code (found-index)
                             by reference
                                 mig-systematic-key (found-index)
                             by reference placed-taxonomic-order
                             by reference placed-family-name
                   move "N" to mig-printed-flag (found-index)
               end-if
           end-if
           if found-index > 0
           perform print-detail
           move "  5. Weather summary" to rw-line-text
           perform print-detail
           move "  6. Escapes and introductions" to rw-line-text
           perform print-detail
           move "  7. Accepted rarities and appendix"
               to rw-line-text
           perform print-detail
           .
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           perform hold-one-species-line
                   end-read
               end-perform
               close species-ytd-data
               perform find-next-species-line
               perform until next-line-index = 0
                   set spl-index to next-line-index
                   move "Y" to spl-printed-flag (spl-index)
                   move spaces to rw-line-text
                   string spl-common-name (spl-index) " "
                       spl-sighting-count (spl-index) "      "
                       spl-bird-count-total (spl-index)
                       delimited by size into rw-line-text
                   perform print-detail
                   perform find-next-species-line
               end-perform
           end-if
           .

       hold-one-species-line section.
           call "SpeciesStatusLookup"
               using by reference ytd-species-code
                     by reference species-status-category
           if not species-is-native
               exit section
           end-if
           if species-line-count >= MAX-SPECIES-LINES
               display "Species line table is full at "
                   MAX-SPECIES-LINES " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to species-line-count
           set spl-index to species-line-count
           move ytd-common-name to spl-common-name (spl-index)
           move ytd-sighting-count to spl-sighting-count (spl-index)
           move ytd-bird-count-total
               to spl-bird-count-total (spl-index)
           call "SpeciesSequenceLookup"
               using by reference ytd-species-code
                     by reference spl-systematic-key (spl-index)
                     by reference placed-taxonomic-order
                     by reference placed-family-name
           move "N" to spl-printed-flag (spl-index)
           .

       find-next-species-line section.
           move 0 to next-line-index
           perform varying spl-index from 1 by 1
                   until spl-index > species-line-count
               if not spl-printed (spl-index)
                       and (next-line-index = 0
                           or spl-systematic-key (spl-index)
                               < next-systematic-key)
                   set next-line-index to spl-index
                   move spl-systematic-key (spl-index)
                       to next-systematic-key
               end-if
           end-perform
           .

       print-migration-section section.
           perform print-detail
           move "species          first      last" to rw-line-text
           perform print-detail
           perform find-next-migration-line
           perform until next-line-index = 0
               set mig-index to next-line-index
               move "Y" to mig-printed-flag (mig-index)
               move spaces to rw-line-text
               string mig-common-name (mig-index) " "
                   mig-first-date (mig-index) "   "
                   mig-last-date (mig-index)
                   delimited by size into rw-line-text
               perform print-detail
               perform find-next-migration-line
           end-perform
           .

       find-next-migration-line section.
           move 0 to next-line-index
           perform varying mig-index from 1 by 1
                   until mig-index > migration-species-count
               if not mig-printed (mig-index)
                       and (next-line-index = 0
                           or mig-systematic-key (mig-index)
                               < next-systematic-key)
                   set next-line-index to mig-index
                   move mig-systematic-key (mig-index)
                       to next-systematic-key
               end-if
           end-perform
           .

           perform print-detail
           .

       print-non-native-section section.
           perform print-section-heading
           move "SECTION 6 - ESCAPES AND INTRODUCTIONS" to rw-line-text
           perform print-detail
           move "  not counted in the species totals or in any "
               & "official submission" to rw-line-text
           perform print-detail
           if non-native-count = 0
               move "  (none recorded in the year)" to rw-line-text
               perform print-detail
               exit section
           end-if
           move "I" to printing-status-category
           move "  ESTABLISHED INTRODUCTIONS" to rw-line-text
           perform print-non-native-category
           move "E" to printing-status-category
           move "  ESCAPES" to rw-line-text
           perform print-non-native-category
           .

       print-non-native-category section.
           perform print-detail
           move "  species          sightings  birds" to rw-line-text
           perform print-detail
           perform find-next-non-native-line
           if next-line-index = 0
               move "  (none)" to rw-line-text
               perform print-detail
           end-if
           perform until next-line-index = 0
               set nnl-index to next-line-index
               move "Y" to nnl-printed-flag (nnl-index)
               move spaces to rw-line-text
               string "  " nnl-common-name (nnl-index) " "
                   nnl-sighting-count (nnl-index) "      "
                   nnl-bird-total (nnl-index)
                   delimited by size into rw-line-text
               perform print-detail
               perform find-next-non-native-line
           end-perform
           .

       find-next-non-native-line section.
           move 0 to next-line-index
           perform varying nnl-index from 1 by 1
                   until nnl-index > non-native-count
               if not nnl-printed (nnl-index)
                       and nnl-status-category (nnl-index)
                           = printing-status-category
                       and (next-line-index = 0
                           or nnl-systematic-key (nnl-index)
                               < next-systematic-key)
                   set next-line-index to nnl-index
                   move nnl-systematic-key (nnl-index)
                       to next-systematic-key
               end-if
           end-perform
           .

       print-rarities-section section.
           perform print-section-heading
           move "SECTION 7 - ACCEPTED RARITIES" to rw-line-text
           perform print-detail
           open input decisions-register-data
           if register-status-key-1 not = "0"
               perform print-detail
               close decisions-register-data
           else
               open input bird-spotting-data
               perform list-register-decisions
               close decisions-register-data
               close bird-spotting-data
           end-if
           move "T" to rw-action
           move spaces to rw-line-text
                   not at end
                       if reg-sighting-date (1:4) = report-year
                               and reg-accepted
                           perform register-line-is-publishable
                       end-if
                       if reg-sighting-date (1:4) = report-year
                               and reg-accepted
                               and embargo-publish
                           add 1 to rarities-listed
                           move spaces to rw-line-text
                           string reg-common-name " "
                   not at end
                       if reg-sighting-date (1:4) = report-year
                               and not reg-accepted
                           perform register-line-is-publishable
                       end-if
                       if reg-sighting-date (1:4) = report-year
                               and not reg-accepted
                               and embargo-publish
                           add 1 to not-accepted-listed
                           move spaces to rw-line-text
                           string reg-common-name " "

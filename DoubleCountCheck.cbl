       input-output section.
           select bird-spotting-data assign "bird-data.dat"
               organization indexed
               access dynamic
               record key record-key
               alternate record key common-name with duplicates
               alternate record key #date with duplicates
               file status file-status-code.

           select site-adjacency-data assign "site-adjacency.dat"
               organization indexed
               access dynamic
               record key adj-key
               file status adjacency-file-status-code.

           select possible-duplicate-data
               assign "possible-duplicates.dat"
               organization indexed
               access dynamic
               record key pdp-key
               file status duplicate-file-status-code.

       file section.
       FD  bird-spotting-data.    *> the sightings, walked by date
       01  bird-spotting-record.
           05  record-key              pic 9(6).
           05  filler                  pic X.
           copy bird-spotting-record.
           05  status-flag             pic X.
               88  record-active       value "A".
               88  record-voided       value "V".
           05  void-reason-code        pic X(2).
           05  certification-flag      pic X.
           05  review-status-flag      pic X.
               88  review-rejected         value "R".

       FD  site-adjacency-data.    *> which sites are neighbours
       01  site-adjacency-record.
           copy site-adjacency-record.

       FD  possible-duplicate-data.    *> the recorder's worklist
       01  possible-duplicate-record.
           copy possible-duplicate-record.

       working-storage section.
      *> the nightly double-count check.  A flock that drifts between
      *> two neighbouring sites in a morning gets logged at both, and
      *> every peak and total then counts it twice.  Each day's
      *> sightings are gathered and every pair of the same species at
      *> neighbouring sites, with counts within SIMILAR-COUNT-PERCENT
      *> of each other, goes on possible-duplicates.dat for the
      *> recorder to rule on through DuplicateDecisions.  A pair
      *> already on the worklist is left as the recorder left it, so
      *> the whole file can be walked every night.  Only exact-day
      *> records take part - a month-, season- or year-only date says
      *> nothing about the day, and historic loads of them would
      *> swamp a "day" that is really a month
       78  SIMILAR-COUNT-PERCENT   value 25.
       78  MAX-ADJACENT-PAIRS      value 600.
       01  adjacency-table.
           05  adjacency-entry         occurs MAX-ADJACENT-PAIRS
                                        indexed by adjacency-index.
               10  adt-site-code       pic X(4).
               10  adt-neighbour-code  pic X(4).
       01  adjacency-count         pic 9(3) value 0.

       78  MAX-DAY-SIGHTINGS       value 500.
       01  day-sighting-table.
           05  day-sighting-entry      occurs MAX-DAY-SIGHTINGS
                                        indexed by first-index
                                                   second-index.
               10  dsg-record-key      pic 9(6).
               10  dsg-site-code       pic X(4).
               10  dsg-species-code    pic 9(3).
               10  dsg-common-name     pic X(16).
               10  dsg-observer-id     pic 9(4).
               10  dsg-bird-count      pic 9(4).
       01  day-sighting-count      pic 9(3) value 0.
       01  day-being-gathered      pic 9(8) value 0.

       01  end-of-file             pic 9.
       01  file-status-code.
           05  status-key-1        pic X.
           05  status-key-2        pic X.
       01  adjacency-file-status-code.
           05  adjacency-status-key-1 pic X.
           05  adjacency-status-key-2 pic X.
       01  duplicate-file-status-code.
           05  duplicate-status-key-1 pic X.
           05  duplicate-status-key-2 pic X.

       01  sites-adjacent-flag     pic X.
           88  sites-are-adjacent      value "Y".
       01  larger-count            pic 9(4).
       01  smaller-count           pic 9(4).
       01  lower-index             pic 9(3).
       01  higher-index            pic 9(3).
       01  run-date-today          pic 9(8).
       01  sightings-read          pic 9(7) value 0.
       01  pairs-found             pic 9(5) value 0.
       01  pairs-already-listed    pic 9(5) value 0.
       01  pairs-open              pic 9(5) value 0.
       01  dc-error-source-program pic X(20) value "DoubleCountCheck".
       01  dc-error-paragraph      pic X(30) value spaces.
       01  dc-error-status-code    pic X(4)  value spaces.
       01  dc-error-message-text   pic X(60).

       copy report-writer-fields.
       copy run-control-fields.
       01  batch-program-name pic X(20) value "DoubleCountCheck".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to run-date-today
           perform load-adjacency-table
           if adjacency-count = 0
               display "No neighbouring sites on site-adjacency.dat"
                   " - nothing to compare"
           else
               perform find-possible-duplicates
               display pairs-found " possible double counts found, "
                   pairs-already-listed " already on the worklist"
           end-if
           perform print-duplicate-worklist
           perform write-run-control-end
           goback
           .

       load-adjacency-table section.
           open input site-adjacency-data
           if adjacency-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read site-adjacency-data next record
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           perform load-one-adjacency
                   end-read
               end-perform
           end-if
           close site-adjacency-data
           .

       load-one-adjacency section.
           if adjacency-count >= MAX-ADJACENT-PAIRS
               display "Adjacency table is full at "
                   MAX-ADJACENT-PAIRS " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to adjacency-count
           move adj-site-code to adt-site-code (adjacency-count)
           move adj-neighbour-code
               to adt-neighbour-code (adjacency-count)
           .

       find-possible-duplicates section.
           open i-o possible-duplicate-data
           if duplicate-status-key-1 = "3"
               *> first ever run - create the worklist empty
               open output possible-duplicate-data
               close possible-duplicate-data
               open i-o possible-duplicate-data
           end-if
           open input bird-spotting-data
           move low-values to #date
           start bird-spotting-data key is >= #date
               invalid key
                   set end-of-file to 0 *> TRUE
               not invalid key
                   set end-of-file to 1 *> FALSE
           end-start
           perform until end-of-file = 0 *> TRUE
               read bird-spotting-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to sightings-read
                       if not record-voided and not review-rejected
                               and species-code
                                   of bird-spotting-record > 0
                               and date-is-exact
                           perform gather-one-sighting
                       end-if
               end-read
           end-perform
           perform compare-day-sightings
           close bird-spotting-data
           close possible-duplicate-data
           .

       gather-one-sighting section.
           if #date (1:8) not = day-being-gathered
               perform compare-day-sightings
               move 0 to day-sighting-count
               move #date (1:8) to day-being-gathered
           end-if
           if day-sighting-count >= MAX-DAY-SIGHTINGS
               display "Day-sighting table is full at "
                   MAX-DAY-SIGHTINGS " on " day-being-gathered
                   " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to day-sighting-count
           move record-key to dsg-record-key (day-sighting-count)
           move site-code of bird-spotting-record
               to dsg-site-code (day-sighting-count)
           move species-code of bird-spotting-record
               to dsg-species-code (day-sighting-count)
           move common-name of bird-spotting-record
               to dsg-common-name (day-sighting-count)
           move observer-id of bird-spotting-record
               to dsg-observer-id (day-sighting-count)
           move bird-count of bird-spotting-record
               to dsg-bird-count (day-sighting-count)
           .

       compare-day-sightings section.
           perform varying first-index from 1 by 1
                   until first-index >= day-sighting-count
               set second-index to first-index
               set second-index up by 1
               perform until second-index > day-sighting-count
                   if dsg-species-code (first-index)
                           = dsg-species-code (second-index)
                           and dsg-site-code (first-index)
                               not = dsg-site-code (second-index)
                       perform check-pair-is-double-count
                   end-if
                   set second-index up by 1
               end-perform
           end-perform
           .

       check-pair-is-double-count section.
           if dsg-bird-count (first-index) = 0
                   or dsg-bird-count (second-index) = 0
               exit section
           end-if
           if dsg-bird-count (first-index)
                   > dsg-bird-count (second-index)
               move dsg-bird-count (first-index) to larger-count
               move dsg-bird-count (second-index) to smaller-count
           else
               move dsg-bird-count (second-index) to larger-count
               move dsg-bird-count (first-index) to smaller-count
           end-if
           if (larger-count - smaller-count) * 100
                   > larger-count * SIMILAR-COUNT-PERCENT
               exit section
           end-if
           move "N" to sites-adjacent-flag
           set adjacency-index to 1
           search adjacency-entry
               at end
                   continue
               when adjacency-index > adjacency-count
                   continue
               when adt-site-code (adjacency-index)
                       = dsg-site-code (first-index)
                       and adt-neighbour-code (adjacency-index)
                           = dsg-site-code (second-index)
                   set sites-are-adjacent to true
           end-search
           if sites-are-adjacent
               perform write-possible-duplicate
           end-if
           .

       write-possible-duplicate section.
           *> side A is always the lower record key, so a pair found
           *> again tomorrow lands on the same worklist key
           if dsg-record-key (first-index)
                   < dsg-record-key (second-index)
               set lower-index to first-index
               set higher-index to second-index
           else
               set lower-index to second-index
               set higher-index to first-index
           end-if
           move spaces to possible-duplicate-record
           move dsg-record-key (lower-index) to pdp-record-key-a
           move dsg-record-key (higher-index) to pdp-record-key-b
           move day-being-gathered to pdp-sighting-date
           move dsg-species-code (lower-index) to pdp-species-code
           move dsg-common-name (lower-index) to pdp-common-name
           move dsg-site-code (lower-index) to pdp-site-code-a
           move dsg-observer-id (lower-index) to pdp-observer-id-a
           move dsg-bird-count (lower-index) to pdp-bird-count-a
           move dsg-site-code (higher-index) to pdp-site-code-b
           move dsg-observer-id (higher-index) to pdp-observer-id-b
           move dsg-bird-count (higher-index) to pdp-bird-count-b
           set pdp-open to true
           move run-date-today to pdp-found-date
           move 0 to pdp-decided-date
           write possible-duplicate-record
               invalid key
                   if duplicate-file-status-code = "22"
                       add 1 to pairs-already-listed
                   else
                       perform log-worklist-error
                   end-if
               not invalid key
                   add 1 to pairs-found
           end-write
           .

       print-duplicate-worklist section.
           move "O" to rw-action
           move "duplicate-worklist.prt" to rw-print-file-name
           move "POSSIBLE DOUBLE COUNTS TO RULE ON"
               to rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move spaces to rw-line-text
           string "record-a record-b date     species          "
               "site obs  count site obs  count"
               delimited by size into rw-line-text
           perform call-report-writer
           move "D" to rw-action
           open input possible-duplicate-data
           if duplicate-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read possible-duplicate-data next record
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if pdp-open
                               perform print-one-open-pair
                           end-if
                   end-read
               end-perform
           end-if
           close possible-duplicate-data
           move "T" to rw-action
           move spaces to rw-line-text
           string pairs-open " pairs open - rule S (separate flocks),"
               " A or B (that side is the duplicate)"
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           display pairs-open " pairs awaiting a decision - "
               "duplicate-worklist.prt"
           .

       print-one-open-pair section.
           add 1 to pairs-open
           move spaces to rw-line-text
           string pdp-record-key-a "   " pdp-record-key-b "   "
               pdp-sighting-date " " pdp-common-name " "
               pdp-site-code-a " " pdp-observer-id-a " "
               pdp-bird-count-a "  "
               pdp-site-code-b " " pdp-observer-id-b " "
               pdp-bird-count-b
               delimited by size into rw-line-text
           perform call-report-writer
           .

       log-worklist-error section.
           display "Cannot add pair " pdp-record-key-a "/"
               pdp-record-key-b " to the worklist - status "
               duplicate-file-status-code
           move "WRITE-POSSIBLE-DUPLICATE" to dc-error-paragraph
           move duplicate-file-status-code to dc-error-status-code
           move "I/O error on possible-duplicate-data"
               to dc-error-message-text
           call "ErrorLogger"
               using by reference dc-error-source-program
                     by reference dc-error-paragraph
                     by reference dc-error-status-code
                     by reference dc-error-message-text
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
           move sightings-read to rcl-records-read
           move pairs-found to rcl-records-written
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

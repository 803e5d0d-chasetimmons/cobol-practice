       input-output section.
           select survey-count-data assign "survey-counts.txt"
               organization sequential
               file status survey-file-status-code.

           select transect-master-data assign "transect-data.dat"
               organization indexed
               access dynamic
               record key trn-site-code
               file status transect-file-status-code.

           select species-master-data assign "species-data.dat"
               organization indexed
               access dynamic
               record key species-code of species-master-record
               alternate record key ref-common-name
                   of species-master-record with duplicates
               file status species-file-status-code.

       file section.
       FD  survey-count-data.    *> banded counts, section by section
       01  survey-count-record.
           copy survey-count-record.

       FD  transect-master-data.    *> route lengths for the effort
       01  transect-master-record.
           copy transect-record.

       FD  species-master-data.    *> names for the species lines
       01  species-master-record.
           copy species-master-record.

       working-storage section.
      *> birds per square kilometre per species per site, this season
      *> against last.  The structured survey's two-band estimator:
      *> with n birds in all, f of them beyond 25m, over L km of
      *> transect walked,
      *>     density = n * ln(n / f) / (2 * L * 0.025)
      *> and where nothing was recorded beyond 25m the strip itself
      *> is taken as complete, n / (2 * L * 0.025).  L is the route
      *> length times the survey visits made that season
       78  NEAR-BAND-WIDTH-KM      value 0.025.
       78  MAX-TRANSECT-LINES      value 50.
       01  transect-line-table.
           05  transect-line-entry     occurs MAX-TRANSECT-LINES
                                        indexed by transect-index.
               10  tls-site-code       pic X(4).
               10  tls-transect-name   pic X(24).
               10  tls-length-metres   pic 9(6).
               10  tls-visit-count     pic 9(3) occurs 2 times.
       01  transect-line-count     pic 9(2) value 0.
       01  found-transect-index    pic 9(2).

      *> one entry per survey visit seen, so a visit with counts in
      *> ten sections still counts as one walk of the route
       78  MAX-SURVEY-VISITS       value 2000.
       01  survey-visit-table.
           05  survey-visit-entry      occurs MAX-SURVEY-VISITS
                                        indexed by survey-visit-index.
               10  svt-site-code       pic X(4).
               10  svt-visit-date      pic 9(8).
               10  svt-observer-id     pic 9(4).
       01  survey-visit-count      pic 9(4) value 0.
       01  visit-seen-flag         pic X.
           88  visit-already-seen      value "Y".

       78  MAX-DENSITY-LINES       value 800.
       01  density-line-table.
           05  density-line-entry      occurs MAX-DENSITY-LINES
                                        indexed by density-index.
               10  dsl-site-code       pic X(4).
               10  dsl-species-code    pic 9(3).
      *> slot 1 is the report season, slot 2 the season before
               10  dsl-season          occurs 2 times.
                   15  dsl-near-count  pic 9(6).
                   15  dsl-middle-count pic 9(6).
                   15  dsl-far-count   pic 9(6).
       01  density-line-count      pic 9(3) value 0.
       01  found-density-index     pic 9(3).

       01  end-of-file             pic 9.
       01  survey-file-status-code.
           05  survey-status-key-1 pic X.
           05  survey-status-key-2 pic X.
       01  transect-file-status-code.
           05  transect-status-key-1 pic X.
           05  transect-status-key-2 pic X.
       01  species-file-status-code.
           05  species-status-key-1 pic X.
           05  species-status-key-2 pic X.

       01  report-year             pic 9(4).
       01  prior-year              pic 9(4).
       01  season-slot             pic 9.
       01  section-number          pic 9(2).
       01  counts-read             pic 9(6) value 0.
       01  counts-without-transect pic 9(6) value 0.

       01  all-birds               pic 9(7).
       01  birds-beyond-near-band  pic 9(7).
       01  km-walked               pic 9(5)V999.
       01  season-density          pic 9(5)V99 occurs 2 times.
       01  density-change          pic S9(5)V9.
       01  formatted-density-this  pic ZZZZ9.99.
       01  formatted-density-last  pic ZZZZ9.99.
       01  formatted-change        pic -(5)9.9.
       01  change-text             pic X(8).
       01  species-print-name      pic X(20).

       copy report-writer-fields.
       copy run-control-fields.
       01  batch-program-name pic X(20) value "TransectDensity".

       procedure division.
           copy run-banner.
           display "Survey season (CCYY)?"
           accept report-year
           compute prior-year = report-year - 1
           perform load-transect-lengths
           perform accumulate-survey-counts
           if density-line-count = 0
               display "No survey counts for " report-year " or "
                   prior-year " - nothing to report"
           else
               perform print-density-report
           end-if
           perform write-run-control-end
           goback
           .

       load-transect-lengths section.
           open input transect-master-data
           if transect-status-key-1 not = "0"
               close transect-master-data
           else
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read transect-master-data next record
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           perform hold-one-transect
                   end-read
               end-perform
               close transect-master-data
           end-if
           .

       hold-one-transect section.
           if transect-line-count >= MAX-TRANSECT-LINES
               display "Transect table is full at "
                   MAX-TRANSECT-LINES " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to transect-line-count
           move trn-site-code to tls-site-code (transect-line-count)
           move trn-transect-name
               to tls-transect-name (transect-line-count)
           move 0 to tls-length-metres (transect-line-count)
           move 0 to tls-visit-count (transect-line-count, 1)
           move 0 to tls-visit-count (transect-line-count, 2)
           perform varying section-number from 1 by 1
                   until section-number > trn-section-count
               add trn-section-length (section-number)
                   to tls-length-metres (transect-line-count)
           end-perform
           .

       accumulate-survey-counts section.
           open input survey-count-data
           if survey-status-key-1 not = "0"
               close survey-count-data
           else
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read survey-count-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           add 1 to counts-read
                           perform accumulate-one-count
                   end-read
               end-perform
               close survey-count-data
           end-if
           .

       accumulate-one-count section.
           evaluate svc-visit-date (1:4)
               when report-year
                   move 1 to season-slot
               when prior-year
                   move 2 to season-slot
               when other
                   move 0 to season-slot
           end-evaluate
           if season-slot not = 0
               perform find-count-transect
               if found-transect-index = 0
                   *> counts for a route no longer on the master have
                   *> no length to divide by
                   add 1 to counts-without-transect
               else
                   perform note-survey-visit
                   perform roll-into-density-line
               end-if
           end-if
           .

       find-count-transect section.
           move 0 to found-transect-index
           set transect-index to 1
           perform until transect-index > transect-line-count
                   or found-transect-index not = 0
               if tls-site-code (transect-index) = svc-site-code
                   move transect-index to found-transect-index
               else
                   set transect-index up by 1
               end-if
           end-perform
           .

       note-survey-visit section.
           move "N" to visit-seen-flag
           set survey-visit-index to 1
           perform until survey-visit-index > survey-visit-count
                   or visit-already-seen
               if svt-site-code (survey-visit-index) = svc-site-code
                       and svt-visit-date (survey-visit-index)
                           = svc-visit-date
                       and svt-observer-id (survey-visit-index)
                           = svc-observer-id
                   set visit-already-seen to true
               else
                   set survey-visit-index up by 1
               end-if
           end-perform
           if not visit-already-seen
               if survey-visit-count >= MAX-SURVEY-VISITS
                   display "Survey visit table is full at "
                       MAX-SURVEY-VISITS
                       " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to survey-visit-count
               move svc-site-code
                   to svt-site-code (survey-visit-count)
               move svc-visit-date
                   to svt-visit-date (survey-visit-count)
               move svc-observer-id
                   to svt-observer-id (survey-visit-count)
               add 1 to tls-visit-count
                   (found-transect-index, season-slot)
           end-if
           .

       roll-into-density-line section.
           move 0 to found-density-index
           set density-index to 1
           perform until density-index > density-line-count
                   or found-density-index not = 0
               if dsl-site-code (density-index) = svc-site-code
                       and dsl-species-code (density-index)
                           = svc-species-code
                   move density-index to found-density-index
               else
                   set density-index up by 1
               end-if
           end-perform
           if found-density-index = 0
               if density-line-count >= MAX-DENSITY-LINES
                   display "Density table is full at "
                       MAX-DENSITY-LINES
                       " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to density-line-count
               move density-line-count to found-density-index
               initialize density-line-entry (found-density-index)
               move svc-site-code
                   to dsl-site-code (found-density-index)
               move svc-species-code
                   to dsl-species-code (found-density-index)
           end-if
           add svc-band-1-count
               to dsl-near-count (found-density-index, season-slot)
           add svc-band-2-count
               to dsl-middle-count (found-density-index, season-slot)
           add svc-band-3-count
               to dsl-far-count (found-density-index, season-slot)
           .

       print-density-report section.
           move "O" to rw-action
           move "transect-density.prt" to rw-print-file-name
           move "TRANSECT DENSITIES - BIRDS PER SQ KM"
               to rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move spaces to rw-line-text
           string "species              0-25m  25-100m 100m+  "
               report-year "      " prior-year "      change%"
               delimited by size into rw-line-text
           perform call-report-writer
           open input species-master-data
           move "D" to rw-action
           perform varying transect-index from 1 by 1
                   until transect-index > transect-line-count
               perform print-one-site-block
           end-perform
           close species-master-data
           move "T" to rw-action
           move spaces to rw-line-text
           string counts-read " survey counts read, "
               counts-without-transect
               " on routes no longer on the transect master"
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           display "Transect densities written to "
               "transect-density.prt"
           .

       print-one-site-block section.
           if tls-visit-count (transect-index, 1) = 0
                   and tls-visit-count (transect-index, 2) = 0
               exit section
           end-if
           move spaces to rw-line-text
           string "SITE " tls-site-code (transect-index) " "
               tls-transect-name (transect-index) " "
               tls-length-metres (transect-index) " m, visits "
               tls-visit-count (transect-index, 1) " this season "
               tls-visit-count (transect-index, 2) " last"
               delimited by size into rw-line-text
           perform call-report-writer
           perform varying density-index from 1 by 1
                   until density-index > density-line-count
               if dsl-site-code (density-index)
                       = tls-site-code (transect-index)
                   perform print-one-density-line
               end-if
           end-perform
           move spaces to rw-line-text
           perform call-report-writer
           .

       print-one-density-line section.
           perform varying season-slot from 1 by 1
                   until season-slot > 2
               perform work-out-season-density
           end-perform
           move dsl-species-code (density-index)
               to species-code of species-master-record
           read species-master-data
               invalid key
                   move "(not on master)" to species-print-name
               not invalid key
                   move ref-common-name to species-print-name
           end-read
           move season-density (1) to formatted-density-this
           move season-density (2) to formatted-density-last
           if season-density (2) > 0
               compute density-change rounded =
                   (season-density (1) - season-density (2)) * 100
                   / season-density (2)
               move density-change to formatted-change
               move formatted-change to change-text
           else
               move "    new" to change-text
           end-if
           move spaces to rw-line-text
           string "  " species-print-name " "
               dsl-near-count (density-index, 1) " "
               dsl-middle-count (density-index, 1) " "
               dsl-far-count (density-index, 1) " "
               formatted-density-this " "
               formatted-density-last " "
               change-text
               delimited by size into rw-line-text
           perform call-report-writer
           .

       work-out-season-density section.
           move 0 to season-density (season-slot)
           compute all-birds =
               dsl-near-count (density-index, season-slot)
               + dsl-middle-count (density-index, season-slot)
               + dsl-far-count (density-index, season-slot)
           compute birds-beyond-near-band =
               dsl-middle-count (density-index, season-slot)
               + dsl-far-count (density-index, season-slot)
           compute km-walked rounded =
               tls-length-metres (transect-index)
               * tls-visit-count (transect-index, season-slot)
               / 1000
           if all-birds > 0 and km-walked > 0
               if birds-beyond-near-band = 0
                   compute season-density (season-slot) rounded =
                       all-birds / (2 * km-walked * NEAR-BAND-WIDTH-KM)
               else
                   compute season-density (season-slot) rounded =
                       all-birds
                       * function log (all-birds
                           / birds-beyond-near-band)
                       / (2 * km-walked * NEAR-BAND-WIDTH-KM)
               end-if
           end-if
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
           move counts-read to rcl-records-read
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

       input-output section.
           select count-day-data assign "count-days.dat"
               organization indexed
               access dynamic
               record key cdy-count-date
               file status count-day-file-status-code.

           select count-allocation-data
               assign "count-allocations.dat"
               organization indexed
               access dynamic
               record key cal-key
               file status allocation-file-status-code.

           select bird-spotting-data assign "bird-data.dat"
               organization indexed
               access dynamic
               record key record-key
               alternate record key common-name
                   of bird-spotting-record with duplicates
               alternate record key #date
                   of bird-spotting-record with duplicates
               file status file-status-code.

           select field-visit-data assign "field-visits.txt"
               organization sequential
               file status visit-file-status-code.

           select observer-master-data assign "observer-data.dat"
               organization indexed
               access dynamic
               record key observer-id of observer-record
               file status observer-file-status-code.

           select site-master-data assign "site-data.dat"
               organization indexed
               access dynamic
               record key site-code of site-master-record
               file status site-file-status-code.

       file section.
       FD  count-day-data.    *> the coordinated count calendar
       01  count-day-record.
           copy count-day-record.

       FD  count-allocation-data.    *> who was to cover which site
       01  count-allocation-record.
           copy count-allocation-record.

       FD  bird-spotting-data.    *> what was keyed from the count
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

       FD  field-visit-data.    *> the visits logged - a visit with no
                                 *> sightings is a nil return
       01  field-visit-record.
           copy visit-record.

       FD  observer-master-data.    *> names and phones for the chase
       01  observer-record.
           copy observer-record.

       FD  site-master-data.    *> site names for the chase list
       01  site-master-record.
           copy site-record.

       working-storage section.
      *> the count organiser's returns check, run after each count
      *> day.  Every open count day up to today has each allocated
      *> site matched to what came back: sightings keyed for the site
      *> on the count date are a return, a field visit logged there
      *> with nothing keyed is a nil return - a true zero - and
      *> neither is no return at all.  The site counts for whoever
      *> covered it, allocated or not.  Sites still out once the
      *> returns-due date is reached go on the chase list with the
      *> observer's contact line, phone masked as on every printed
      *> report.  The coverage summary keeps unreturned sites apart
      *> from nil returns, so an incomplete total is never read as a
      *> low one.  A count day whose sites have all come back is
      *> closed and not checked again
       78  MAX-DAY-VISITS          value 500.
       78  MAX-COVERAGE-LINES      value 100.
       01  day-visit-table.
           05  day-visit-entry         occurs MAX-DAY-VISITS
                                        indexed by visit-index.
               10  dvt-site-code       pic X(4).
               10  dvt-observer-id     pic 9(4).
       01  day-visit-count         pic 9(3) value 0.
       01  coverage-table.
           05  coverage-entry          occurs MAX-COVERAGE-LINES
                                        indexed by coverage-index.
               10  cvg-count-date      pic 9(8).
               10  cvg-title           pic X(30).
               10  cvg-allocated       pic 9(4).
               10  cvg-returned        pic 9(4).
               10  cvg-nil-returns     pic 9(4).
               10  cvg-unreturned      pic 9(4).
               10  cvg-birds           pic 9(7).
       01  coverage-count          pic 9(3) value 0.

       01  end-of-file             pic 9.
       01  end-of-allocations      pic 9.
       01  end-of-date-run         pic 9.
       01  count-day-file-status-code.
           05  count-day-status-key-1 pic X.
           05  count-day-status-key-2 pic X.
       01  allocation-file-status-code.
           05  allocation-status-key-1 pic X.
           05  allocation-status-key-2 pic X.
       01  file-status-code.
           05  status-key-1        pic X.
           05  status-key-2        pic X.
       01  visit-file-status-code.
           05  visit-status-key-1  pic X.
           05  visit-status-key-2  pic X.
       01  observer-file-status-code.
           05  observer-status-key-1 pic X.
           05  observer-status-key-2 pic X.
       01  site-file-status-code.
           05  site-status-key-1   pic X.
           05  site-status-key-2   pic X.

       01  run-date-today          pic 9(8).
       01  checking-date           pic 9(8).
       01  start-date-key          pic X(12).
       01  site-birds              pic 9(6).
       01  site-counted-by         pic 9(4).
       01  site-visited-flag       pic X.
           88  site-was-visited        value "Y".
       01  day-outstanding         pic 9(4).
       01  chase-due-flag          pic X.
           88  chase-is-due            value "Y".
       01  masked-observer-phone   pic X(12).
       01  chase-observer-name     pic X(31).
       01  chase-site-name         pic X(24).
       01  chase-lines-printed     pic 9(4) value 0.
       01  coverage-percent        pic 9(3).
       01  formatted-percent       pic ZZ9.
       01  formatted-birds         pic Z(6)9.
       01  days-checked            pic 9(4) value 0.
       01  days-closed             pic 9(4) value 0.
       01  total-unreturned        pic 9(5) value 0.
       01  cr-error-source-program pic X(20)
                                       value "CountReturnsCheck".
       01  cr-error-paragraph      pic X(30) value spaces.
       01  cr-error-status-code    pic X(4)  value spaces.
       01  cr-error-message-text   pic X(60).

       copy report-writer-fields.
       copy run-control-fields.
       01  batch-program-name pic X(20) value "CountReturnsCheck".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to run-date-today
           open i-o count-day-data
           if count-day-status-key-1 not = "0"
               display "No count-days.dat - run CountDayMaintenance "
                   "first"
               perform write-run-control-end
               goback
           end-if
           open i-o count-allocation-data
           if allocation-status-key-1 not = "0"
               display "No count-allocations.dat - nothing allocated"
               close count-day-data
               perform write-run-control-end
               goback
           end-if
           open input bird-spotting-data
           open input observer-master-data
           open input site-master-data
           perform open-returns-report
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read count-day-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if cdy-count-date > run-date-today
                           set end-of-file to 0 *> TRUE
                       else
                           if cdy-open
                               perform check-one-count-day
                           end-if
                       end-if
               end-read
           end-perform
           if chase-lines-printed = 0
               move "No returns to chase" to rw-line-text
               perform call-report-writer
           end-if
           perform print-coverage-summary
           close count-day-data
           close count-allocation-data
           close bird-spotting-data
           close observer-master-data
           close site-master-data
           display days-checked " count days checked, " days-closed
               " complete, " total-unreturned " sites unreturned, "
               chase-lines-printed " on the chase list"
           perform write-run-control-end
           goback
           .

       check-one-count-day section.
           add 1 to days-checked
           move cdy-count-date to checking-date
           perform load-day-visits
           if coverage-count >= MAX-COVERAGE-LINES
               display "Coverage table is full at "
                   MAX-COVERAGE-LINES " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to coverage-count
           initialize coverage-entry (coverage-count)
           move cdy-count-date to cvg-count-date (coverage-count)
           move cdy-title to cvg-title (coverage-count)
           move "N" to chase-due-flag
           if run-date-today >= cdy-returns-due-date
               set chase-is-due to true
           end-if
           move 0 to day-outstanding
           move checking-date to cal-count-date
           move low-values to cal-site-code
           start count-allocation-data key is >= cal-key
               invalid key
                   continue
               not invalid key
                   set end-of-allocations to 1 *> FALSE
                   perform until end-of-allocations = 0 *> TRUE
                       read count-allocation-data next record
                           at end
                               set end-of-allocations to 0 *> TRUE
                           not at end
                               if cal-count-date not = checking-date
                                   set end-of-allocations to 0 *> TRUE
                               else
                                   perform match-one-allocation
                               end-if
                       end-read
                   end-perform
           end-start
           move run-date-today to cdy-last-checked-date
           if day-outstanding = 0
               and cvg-allocated (coverage-count) > 0
               set cdy-complete to true
               add 1 to days-closed
           end-if
           rewrite count-day-record
               invalid key
                   move "CHECK-ONE-COUNT-DAY" to cr-error-paragraph
                   move count-day-file-status-code
                       to cr-error-status-code
                   move "I/O error on count-day-data"
                       to cr-error-message-text
                   perform log-returns-error
           end-rewrite
           .

       load-day-visits section.
           move 0 to day-visit-count
           open input field-visit-data
           if visit-status-key-1 not = "0"
               exit section
           end-if
           set end-of-date-run to 1 *> FALSE
           perform until end-of-date-run = 0 *> TRUE
               read field-visit-data
                   at end
                       set end-of-date-run to 0 *> TRUE
                   not at end
                       if vst-date = checking-date
                           perform hold-one-visit
                       end-if
               end-read
           end-perform
           close field-visit-data
           .

       hold-one-visit section.
           if day-visit-count >= MAX-DAY-VISITS
               display "Visit table is full at " MAX-DAY-VISITS
                   " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to day-visit-count
           move vst-site-code to dvt-site-code (day-visit-count)
           move vst-observer-id to dvt-observer-id (day-visit-count)
           .

       match-one-allocation section.
           add 1 to cvg-allocated (coverage-count)
           perform sum-site-sightings
           move "N" to site-visited-flag
           perform varying visit-index from 1 by 1
                   until visit-index > day-visit-count
               if dvt-site-code (visit-index) = cal-site-code
                   set site-was-visited to true
                   if site-counted-by = 0
                       move dvt-observer-id (visit-index)
                           to site-counted-by
                   end-if
               end-if
           end-perform
           evaluate true
               when site-birds > 0
                   set cal-returned to true
                   add 1 to cvg-returned (coverage-count)
               when site-was-visited
                   set cal-nil-return to true
                   add 1 to cvg-nil-returns (coverage-count)
               when other
                   set cal-unreturned to true
                   add 1 to cvg-unreturned (coverage-count)
                   add 1 to day-outstanding
                   add 1 to total-unreturned
           end-evaluate
           move site-birds to cal-birds-returned
           add site-birds to cvg-birds (coverage-count)
           move 0 to cal-counted-by-id
           if site-counted-by not = 0
                   and site-counted-by not = cal-observer-id
               move site-counted-by to cal-counted-by-id
           end-if
           move run-date-today to cal-checked-date
           rewrite count-allocation-record
               invalid key
                   move "MATCH-ONE-ALLOCATION" to cr-error-paragraph
                   move allocation-file-status-code
                       to cr-error-status-code
                   move "I/O error on count-allocation-data"
                       to cr-error-message-text
                   perform log-returns-error
           end-rewrite
           if cal-unreturned and chase-is-due
               perform print-chase-line
           end-if
           .

       sum-site-sightings section.
           *> every active sighting keyed for the site on the count
           *> date, whoever made it
           move 0 to site-birds
           move 0 to site-counted-by
           move spaces to start-date-key
           move checking-date to start-date-key (1:8)
           move start-date-key to #date of bird-spotting-record
           start bird-spotting-data
               key is greater than or equal to
                   #date of bird-spotting-record
               invalid key
                   exit section
           end-start
           set end-of-date-run to 1 *> FALSE
           perform until end-of-date-run = 0 *> TRUE
               read bird-spotting-data next record
                   at end
                       set end-of-date-run to 0 *> TRUE
                   not at end
                       if #date of bird-spotting-record (1:8)
                               not = checking-date
                           set end-of-date-run to 0 *> TRUE
                       else
                           if site-code of bird-spotting-record
                                   = cal-site-code
                                   and record-active
                               add bird-count to site-birds
                               if site-counted-by = 0
                                   move observer-id
                                       of bird-spotting-record
                                       to site-counted-by
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           .

       open-returns-report section.
           move "O" to rw-action
           move "count-returns.prt" to rw-print-file-name
           move "COUNT-DAY RETURNS" to rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move "CHASE LIST - count    site site name                "
               & "observer" to rw-line-text
           perform call-report-writer
           move "D" to rw-action
           .

       print-chase-line section.
           move cal-site-code to site-code of site-master-record
           read site-master-data
               invalid key
                   move "(not on site master)" to chase-site-name
               not invalid key
                   move site-name to chase-site-name
           end-read
           move spaces to chase-observer-name
           move spaces to masked-observer-phone
           move cal-observer-id to observer-id of observer-record
           read observer-master-data
               invalid key
                   move "(not on observer master)"
                       to chase-observer-name
               not invalid key
                   string function trim (first-name) " "
                       function trim (last-name)
                       delimited by size into chase-observer-name
                   *> only the last 4 digits of an observer's phone
                   *> number are ever shown, as on every other report
                   move all "*" to masked-observer-phone
                   move observer-phone (9:4)
                       to masked-observer-phone (9:4)
           end-read
           move spaces to rw-line-text
           string cal-count-date " " cal-site-code " "
               chase-site-name " " cal-observer-id " "
               chase-observer-name " " masked-observer-phone
               delimited by size into rw-line-text
           perform call-report-writer
           add 1 to chase-lines-printed
           .

       print-coverage-summary section.
           move spaces to rw-line-text
           perform call-report-writer
           move "COVERAGE - count     allocated returned  nil  "
               & "out  cover  birds counted" to rw-line-text
           perform call-report-writer
           perform varying coverage-index from 1 by 1
                   until coverage-index > coverage-count
               perform print-one-coverage-line
           end-perform
           move "T" to rw-action
           move spaces to rw-line-text
           string days-checked " count days checked, " days-closed
               " complete, " total-unreturned " sites still out"
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           .

       print-one-coverage-line section.
           move 0 to coverage-percent
           if cvg-allocated (coverage-index) > 0
               compute coverage-percent rounded =
                   (cvg-returned (coverage-index)
                       + cvg-nil-returns (coverage-index)) * 100
                   / cvg-allocated (coverage-index)
           end-if
           move coverage-percent to formatted-percent
           move cvg-birds (coverage-index) to formatted-birds
           move spaces to rw-line-text
           string "           " cvg-count-date (coverage-index) "  "
               cvg-allocated (coverage-index) "      "
               cvg-returned (coverage-index) "     "
               cvg-nil-returns (coverage-index) " "
               cvg-unreturned (coverage-index) "  "
               formatted-percent "%  " formatted-birds
               delimited by size into rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           if cvg-unreturned (coverage-index) > 0
               string "           " cvg-title (coverage-index)
                   " - INCOMPLETE, "
                   cvg-unreturned (coverage-index)
                   " sites not returned are not zeros"
                   delimited by size into rw-line-text
           else
               string "           " cvg-title (coverage-index)
                   delimited by size into rw-line-text
           end-if
           perform call-report-writer
           .

       log-returns-error section.
           call "ErrorLogger"
               using by reference cr-error-source-program
                     by reference cr-error-paragraph
                     by reference cr-error-status-code
                     by reference cr-error-message-text
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
           move days-checked to rcl-records-read
           move days-closed to rcl-records-written
           move total-unreturned to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

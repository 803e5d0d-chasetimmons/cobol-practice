       input-output section.
           select field-visit-data assign "field-visits.txt"
               organization sequential
               file status visit-file-status-code.

           select grant-project-data assign "grant-projects.txt"
               organization sequential
               file status project-file-status-code.

           select grant-rate-data assign "grant-rates.txt"
               organization sequential
               file status rate-file-status-code.

       file section.
       FD  field-visit-data.    *> effort records from VisitCapture
       01  field-visit-record.
           copy visit-record.

       FD  grant-project-data.    *> which sites each funded project
                                   *> covers - a P line names the
                                   *> project, an S line under it adds
                                   *> a site.  Kept by the treasurer
       01  grant-project-record.
           05  gpj-record-type         pic X.
               88  gpj-project-line        value "P" "p".
               88  gpj-site-line           value "S" "s".
           05  filler                  pic X.
           05  gpj-project-code        pic X(6).
           05  filler                  pic X.
           05  gpj-project-detail      pic X(47).
           05  gpj-project-names redefines gpj-project-detail.
               10  gpj-project-name    pic X(30).
               10  filler              pic X.
               10  gpj-funder-reference pic X(16).
           05  gpj-site-detail redefines gpj-project-detail.
               10  gpj-site-code       pic X(4).
               10  filler              pic X(43).

       FD  grant-rate-data.    *> the funder's published rates - an
                                *> effective-dated line per rate, so
                                *> a new year's rates are a data
                                *> change, as the tax bands are
       01  grant-rate-record.
           05  grt-rate-type           pic X.
               88  grt-skilled-rate        value "S" "s".
               88  grt-general-rate        value "G" "g".
               88  grt-travel-allowance    value "T" "t".
           05  filler                  pic X.
           05  grt-effective-date      pic 9(8).
           05  filler                  pic X.
           05  grt-amount              pic 9(3)V9(2).

       working-storage section.
      *> volunteer time counts as match funding on the landscape
      *> grant.  A visit's volunteer hours are its party-hours - hours
      *> in the field times party size, as VisitRateReport has them.
      *> The recording observer's own hours go at the skilled rate
      *> when they hold certification, the general rate otherwise; the
      *> rest of the party are unnamed and go at the general rate.
      *> Each visit to a project's site also earns one travel
      *> allowance.  A site on no project is shown against the
      *> observer but claimed on no project
       78  MAX-GRANT-PROJECTS      value 50.
       78  MAX-GRANT-SITES         value 200.
       78  MAX-CLAIM-OBSERVERS     value 500.

       copy run-control-fields.
       01  batch-program-name pic X(20) value "VolunteerEffortClaim".
       copy report-writer-fields.

       01  end-of-file             pic 9.
       01  visit-file-status-code.
           05  visit-status-key-1  pic X.
           05  visit-status-key-2  pic X.
       01  project-file-status-code.
           05  project-status-key-1 pic X.
           05  project-status-key-2 pic X.
       01  rate-file-status-code.
           05  rate-status-key-1   pic X.
           05  rate-status-key-2   pic X.

       01  claim-year              pic 9(4).
       01  claim-quarter           pic 9.
       01  quarter-from-date       pic 9(8).
       01  quarter-to-date         pic 9(8).

       01  skilled-hourly-rate     pic 9(3)V9(2) value 0.
       01  skilled-rate-date       pic 9(8) value 0.
       01  general-hourly-rate     pic 9(3)V9(2) value 0.
       01  general-rate-date       pic 9(8) value 0.
       01  travel-allowance        pic 9(3)V9(2) value 0.
       01  travel-rate-date        pic 9(8) value 0.

       01  grant-project-table.
           05  grant-project-entry     occurs MAX-GRANT-PROJECTS
                                        indexed by project-index.
               10  prj-project-code    pic X(6).
               10  prj-project-name    pic X(30).
               10  prj-funder-reference pic X(16).
               10  prj-visits          pic 9(5).
               10  prj-skilled-hours   pic 9(6)V9.
               10  prj-general-hours   pic 9(6)V9.
       01  grant-project-count     pic 9(2) value 0.
       01  current-project-index   pic 9(2) value 0.

       01  grant-site-table.
           05  grant-site-entry        occurs MAX-GRANT-SITES
                                        indexed by site-index.
               10  gst-site-code       pic X(4).
               10  gst-project-index   pic 9(2).
               10  gst-visits          pic 9(5).
               10  gst-party-hours     pic 9(6)V9.
       01  grant-site-count        pic 9(3) value 0.
       01  found-site-index        pic 9(3).
       01  search-site-code        pic X(4).

       01  claim-observer-table.
           05  claim-observer-entry    occurs MAX-CLAIM-OBSERVERS
                                        indexed by observer-index.
               10  cob-observer-id     pic 9(4).
               10  cob-certified-flag  pic X.
                   88  cob-certified       value "Y".
               10  cob-visits          pic 9(5).
               10  cob-own-hours       pic 9(5)V9.
               10  cob-party-hours     pic 9(6)V9.
               10  cob-funded-hours    pic 9(6)V9.
       01  claim-observer-count    pic 9(3) value 0.
       01  found-observer-index    pic 9(3).

       01  observer-is-certified-flag pic X.
           88  observer-passed-check   value "Y".
       01  visit-party-size        pic 9(2).
       01  visit-party-hours       pic 9(5)V9.
       01  visit-companion-hours   pic 9(5)V9.
       01  visits-in-quarter       pic 9(6) value 0.
       01  visits-unfunded         pic 9(6) value 0.

       01  project-skilled-value   pic 9(7)V9(2).
       01  project-general-value   pic 9(7)V9(2).
       01  project-travel-value    pic 9(7)V9(2).
       01  project-claim-value     pic 9(8)V9(2).
       01  total-skilled-hours     pic 9(7)V9 value 0.
       01  total-general-hours     pic 9(7)V9 value 0.
       01  total-funded-visits     pic 9(6) value 0.
       01  total-claim-value       pic 9(8)V9(2) value 0.

       01  shown-count             pic ZZZZ9.
       01  shown-hours             pic ZZZZZ9.9.
       01  shown-hours-2           pic ZZZZZ9.9.
       01  shown-hours-3           pic ZZZZZ9.9.
       01  shown-rate              pic ZZ9.99.
       01  shown-money             pic ZZ,ZZZ,ZZ9.99.
       01  shown-tier              pic X(7).

       procedure division.
           copy run-banner.
           display "Claim year (CCYY)?"
           accept claim-year
           display "Quarter (1-4)?"
           accept claim-quarter
           if claim-quarter < 1 or claim-quarter > 4
               display "Quarter must be 1 to 4 - no claim produced"
               move 16 to return-code
               perform write-run-control-end
               goback
           end-if
           compute quarter-from-date =
               claim-year * 10000 + (claim-quarter * 3 - 2) * 100 + 1
           if claim-quarter = 4
               compute quarter-to-date = claim-year * 10000 + 1231
           else
               *> the day before the next quarter starts
               compute quarter-to-date = function date-of-integer
                   (function integer-of-date
                       (claim-year * 10000
                        + (claim-quarter * 3 + 1) * 100 + 1)
                    - 1)
           end-if
           perform load-grant-rates
           perform load-grant-projects
           perform tally-quarter-visits
           perform print-effort-report
           perform print-claim-schedule
           display visits-in-quarter " visits in the quarter, "
               visits-unfunded " at sites on no funded project"
           perform write-run-control-end
           goback
           .

       load-grant-rates section.
           *> the latest rate of each kind in force by the quarter end
           open input grant-rate-data
           if rate-status-key-1 not = "0"
               display "No grant-rates.txt - hours are shown but "
                   "valued at nothing"
               close grant-rate-data
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read grant-rate-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform take-one-grant-rate
               end-read
           end-perform
           close grant-rate-data
           .

       take-one-grant-rate section.
           if grt-effective-date > quarter-to-date
               exit section
           end-if
           evaluate true
               when grt-skilled-rate
                   if grt-effective-date >= skilled-rate-date
                       move grt-amount to skilled-hourly-rate
                       move grt-effective-date to skilled-rate-date
                   end-if
               when grt-general-rate
                   if grt-effective-date >= general-rate-date
                       move grt-amount to general-hourly-rate
                       move grt-effective-date to general-rate-date
                   end-if
               when grt-travel-allowance
                   if grt-effective-date >= travel-rate-date
                       move grt-amount to travel-allowance
                       move grt-effective-date to travel-rate-date
                   end-if
               when other
                   display "Rate line skipped - type " grt-rate-type
                       " unknown"
           end-evaluate
           .

       load-grant-projects section.
           open input grant-project-data
           if project-status-key-1 not = "0"
               display "No grant-projects.txt - nothing can be "
                   "claimed"
               close grant-project-data
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read grant-project-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       evaluate true
                           when gpj-project-line
                               perform take-one-project
                           when gpj-site-line
                               perform take-one-project-site
                           when other
                               display "Project line skipped - type "
                                   gpj-record-type " unknown"
                       end-evaluate
               end-read
           end-perform
           close grant-project-data
           .

       take-one-project section.
           if grant-project-count >= MAX-GRANT-PROJECTS
               display "Grant project table is full at "
                   MAX-GRANT-PROJECTS " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to grant-project-count
           move grant-project-count to current-project-index
           initialize grant-project-entry (current-project-index)
           move gpj-project-code
               to prj-project-code (current-project-index)
           move gpj-project-name
               to prj-project-name (current-project-index)
           move gpj-funder-reference
               to prj-funder-reference (current-project-index)
           .

       take-one-project-site section.
           *> an S line belongs to the project line it follows, and
           *> must carry that project's code - a line out of place is
           *> refused rather than claimed on the wrong project
           if current-project-index = 0
                   or gpj-project-code
                       not = prj-project-code (current-project-index)
               display "Site " gpj-site-code " skipped - not under "
                   "its project's P line"
               exit section
           end-if
           move gpj-site-code to search-site-code
           perform find-grant-site
           if found-site-index > 0
               display "Site " gpj-site-code " is already on project "
                   prj-project-code (gst-project-index
                       (found-site-index))
                   " - second mapping ignored"
               exit section
           end-if
           if grant-site-count >= MAX-GRANT-SITES
               display "Grant site table is full at "
                   MAX-GRANT-SITES " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to grant-site-count
           move gpj-site-code to gst-site-code (grant-site-count)
           move current-project-index
               to gst-project-index (grant-site-count)
           move 0 to gst-visits (grant-site-count)
           move 0 to gst-party-hours (grant-site-count)
           .

       find-grant-site section.
           move 0 to found-site-index
           perform varying site-index from 1 by 1
                   until site-index > grant-site-count
                       or found-site-index > 0
               if gst-site-code (site-index) = search-site-code
                   set found-site-index to site-index
               end-if
           end-perform
           .

       tally-quarter-visits section.
           open input field-visit-data
           if visit-status-key-1 not = "0"
               display "No field-visits.txt - status "
                   visit-file-status-code " - nothing to claim"
               close field-visit-data
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read field-visit-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if vst-date >= quarter-from-date
                               and vst-date <= quarter-to-date
                           perform tally-one-visit
                       end-if
               end-read
           end-perform
           close field-visit-data
           .

       tally-one-visit section.
           add 1 to visits-in-quarter
           move vst-party-size to visit-party-size
           if visit-party-size = 0
               move 1 to visit-party-size
           end-if
           compute visit-party-hours =
               vst-hours-in-field * visit-party-size
           compute visit-companion-hours =
               vst-hours-in-field * (visit-party-size - 1)
           perform find-claim-observer
           add 1 to cob-visits (found-observer-index)
           add vst-hours-in-field
               to cob-own-hours (found-observer-index)
           add visit-party-hours
               to cob-party-hours (found-observer-index)
           move vst-site-code to search-site-code
           perform find-grant-site
           if found-site-index = 0
               add 1 to visits-unfunded
               exit section
           end-if
           add visit-party-hours
               to cob-funded-hours (found-observer-index)
           add 1 to gst-visits (found-site-index)
           add visit-party-hours to gst-party-hours (found-site-index)
           set project-index to gst-project-index (found-site-index)
           add 1 to prj-visits (project-index)
           if cob-certified (found-observer-index)
               add vst-hours-in-field
                   to prj-skilled-hours (project-index)
               add visit-companion-hours
                   to prj-general-hours (project-index)
           else
               add visit-party-hours
                   to prj-general-hours (project-index)
           end-if
           .

       find-claim-observer section.
           move 0 to found-observer-index
           perform varying observer-index from 1 by 1
                   until observer-index > claim-observer-count
                       or found-observer-index > 0
               if cob-observer-id (observer-index) = vst-observer-id
                   set found-observer-index to observer-index
               end-if
           end-perform
           if found-observer-index = 0
               if claim-observer-count >= MAX-CLAIM-OBSERVERS
                   display "Claim observer table is full at "
                       MAX-CLAIM-OBSERVERS
                       " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to claim-observer-count
               move claim-observer-count to found-observer-index
               initialize claim-observer-entry (found-observer-index)
               move vst-observer-id
                   to cob-observer-id (found-observer-index)
               call "ObserverCertificationCheck"
                   using by reference vst-observer-id
                         by reference observer-is-certified-flag
               if observer-passed-check
                   move "Y" to cob-certified-flag
                       (found-observer-index)
               else
                   move "N" to cob-certified-flag
                       (found-observer-index)
               end-if
           end-if
           .

       print-effort-report section.
           move "O" to rw-action
           move "volunteer-effort.prt" to rw-print-file-name
           move "VOLUNTEER EFFORT BY PROJECT" to rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move spaces to rw-line-text
           string "quarter " claim-quarter " of " claim-year " - "
               quarter-from-date " to " quarter-to-date
               delimited by size into rw-line-text
           perform call-report-writer
           move "D" to rw-action
           perform print-project-and-site-lines
           perform print-observer-lines
           move "C" to rw-action
           perform call-report-writer
           .

       print-project-and-site-lines section.
           move "PROJECT / SITE             visits  party hours"
               to rw-line-text
           perform call-report-writer
           perform varying project-index from 1 by 1
                   until project-index > grant-project-count
               move prj-visits (project-index) to shown-count
               compute shown-hours = prj-skilled-hours (project-index)
                   + prj-general-hours (project-index)
               move spaces to rw-line-text
               string prj-project-code (project-index) " "
                   prj-project-name (project-index) (1:19) " "
                   shown-count "   " shown-hours
                   delimited by size into rw-line-text
               perform call-report-writer
               perform varying site-index from 1 by 1
                       until site-index > grant-site-count
                   if gst-project-index (site-index) = project-index
                       move gst-visits (site-index) to shown-count
                       move gst-party-hours (site-index)
                           to shown-hours
                       move spaces to rw-line-text
                       string "    site " gst-site-code (site-index)
                           "             " shown-count "   "
                           shown-hours
                           delimited by size into rw-line-text
                       perform call-report-writer
                   end-if
               end-perform
           end-perform
           move spaces to rw-line-text
           perform call-report-writer
           .

       print-observer-lines section.
           move "OBSERVER  tier     visits  own hours  party hours  "
               & "on projects" to rw-line-text
           perform call-report-writer
           perform varying observer-index from 1 by 1
                   until observer-index > claim-observer-count
               if cob-certified (observer-index)
                   move "skilled" to shown-tier
               else
                   move "general" to shown-tier
               end-if
               move cob-visits (observer-index) to shown-count
               move cob-own-hours (observer-index) to shown-hours
               move cob-party-hours (observer-index) to shown-hours-2
               move cob-funded-hours (observer-index) to shown-hours-3
               move spaces to rw-line-text
               string cob-observer-id (observer-index) "      "
                   shown-tier "  " shown-count "  " shown-hours
                   "     " shown-hours-2 "     " shown-hours-3
                   delimited by size into rw-line-text
               perform call-report-writer
           end-perform
           .

       print-claim-schedule section.
           *> the funder's schedule: one block per project - skilled
           *> and general hours at the published rates, travel at the
           *> allowance per visit - and the treasurer's signature
           move "O" to rw-action
           move "grant-claim.prt" to rw-print-file-name
           move "MATCH FUNDING CLAIM - VOLUNTEER TIME"
               to rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move spaces to rw-line-text
           string "claim period " quarter-from-date " to "
               quarter-to-date
               delimited by size into rw-line-text
           perform call-report-writer
           move "D" to rw-action
           perform varying project-index from 1 by 1
                   until project-index > grant-project-count
               perform print-one-project-claim
           end-perform
           move "T" to rw-action
           move total-skilled-hours to shown-hours
           move total-general-hours to shown-hours-2
           move total-funded-visits to shown-count
           move total-claim-value to shown-money
           move spaces to rw-line-text
           string "ALL PROJECTS  skilled hrs " shown-hours
               "  general hrs " shown-hours-2 "  visits "
               shown-count
               delimited by size into rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           string "TOTAL VOLUNTEER MATCH FUNDING CLAIMED  "
               shown-money
               delimited by size into rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           perform call-report-writer
           move "Certified a true record of volunteer time given "
               & "to the funded projects" to rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           perform call-report-writer
           move "Signed ______________________  Treasurer     "
               & "Date ____________" to rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           perform call-report-writer
           move "Signed ______________________  Chair         "
               & "Date ____________" to rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           .

       print-one-project-claim section.
           compute project-skilled-value rounded =
               prj-skilled-hours (project-index) * skilled-hourly-rate
           compute project-general-value rounded =
               prj-general-hours (project-index) * general-hourly-rate
           compute project-travel-value rounded =
               prj-visits (project-index) * travel-allowance
           compute project-claim-value = project-skilled-value
               + project-general-value + project-travel-value
           add prj-skilled-hours (project-index) to total-skilled-hours
           add prj-general-hours (project-index) to total-general-hours
           add prj-visits (project-index) to total-funded-visits
           add project-claim-value to total-claim-value
           move spaces to rw-line-text
           string "Project " prj-project-code (project-index) "  "
               prj-project-name (project-index)
               "  funder ref " prj-funder-reference (project-index)
               delimited by size into rw-line-text
           perform call-report-writer
           move prj-skilled-hours (project-index) to shown-hours
           move skilled-hourly-rate to shown-rate
           move project-skilled-value to shown-money
           move spaces to rw-line-text
           string "  Skilled volunteer time   " shown-hours
               " hrs at " shown-rate "         " shown-money
               delimited by size into rw-line-text
           perform call-report-writer
           move prj-general-hours (project-index) to shown-hours
           move general-hourly-rate to shown-rate
           move project-general-value to shown-money
           move spaces to rw-line-text
           string "  General volunteer time   " shown-hours
               " hrs at " shown-rate "         " shown-money
               delimited by size into rw-line-text
           perform call-report-writer
           move prj-visits (project-index) to shown-count
           move travel-allowance to shown-rate
           move project-travel-value to shown-money
           move spaces to rw-line-text
           string "  Travel allowance            " shown-count
               " visits at " shown-rate "      " shown-money
               delimited by size into rw-line-text
           perform call-report-writer
           move project-claim-value to shown-money
           move spaces to rw-line-text
           string "  Project claim                                   "
               "           " shown-money
               delimited by size into rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           perform call-report-writer
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
           move visits-in-quarter to rcl-records-read
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

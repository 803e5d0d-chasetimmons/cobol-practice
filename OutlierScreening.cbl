       input-output section.
           select bird-spotting-data assign "bird-data.dat"
               organization indexed
               access dynamic
               record key record-key
               alternate record key common-name
                   of bird-spotting-record with duplicates
               alternate record key #date
                   of bird-spotting-record with duplicates
               file status file-status-code.

           select snapshot-data assign snapshot-file-name
               organization sequential
               file status snapshot-file-status-code.

           select archive-data assign archive-file-name
               organization sequential
               file status archive-file-status-code.

           select outlier-query-data assign "outlier-queries.dat"
               organization indexed
               access dynamic
               record key oqr-record-key
               file status query-file-status-code.

           select screening-parameter-data
               assign "outlier-parameters.txt"
               organization sequential
               file status parameter-file-status-code.

           select screening-control-data
               assign "outlier-screen-control.txt"
               organization sequential
               file status control-file-status-code.

       file section.
       FD  bird-spotting-data.    *> the live master - history for
                                   *> years not yet snapshotted, and
                                   *> the new sightings to screen
       01  bird-spotting-record.
           05  record-key              pic 9(6).
           05  filler                  pic X.
           copy bird-spotting-record.
           05  status-flag             pic X.
               88  record-voided       value "V".
           05  void-reason-code        pic X(2).
           05  certification-flag      pic X.
           05  review-status-flag      pic X.

       FD  snapshot-data.    *> a closed year's extract, kept by
                              *> YearEndSnapshot as bird-data-CCYY.txt
       01  snapshot-sighting-record.
           copy bird-spotting-record.
           copy bird-spotting-status.

       FD  archive-data.    *> sightings ArchiveSightings moved off
                             *> the master, bird-archive-CCYY.txt
       01  archive-record              pic X(106).

       FD  outlier-query-data.    *> the recorder's query list
       01  outlier-query-record.
           copy outlier-query-record.

       FD  screening-parameter-data.    *> how far out is too far -
                                         *> present, the run needs no
                                         *> console
       01  screening-parameter-record.
           05  otp-deviation-limit     pic 9(2)V9.
           05  filler                  pic X.
           05  otp-minimum-history     pic 9(3).
           05  filler                  pic X.
           05  otp-history-years       pic 9(2).

       FD  screening-control-data.    *> the day the last screen ran
       01  screening-control-record.
           05  osc-last-run-date       pic 9(8).

       working-storage section.
      *> the nightly count screen.  RareSpeciesCheck knows which
      *> species are rare and SiteRecordCheck knows a site's highs,
      *> but nothing knew that 4,000 Robins in March is a keying slip.
      *> A mean and standard deviation of bird-count is built for
      *> every species and calendar month from past years, and each
      *> sighting keyed since the last run whose count lies more than
      *> the deviation limit away goes on outlier-queries.dat with
      *> the history beside it.  SpeciesYtdSummary holds an open query
      *> out of the state totals until the recorder rules on it.
      *>
      *> A closed year is read from its year-end snapshot when there
      *> is one - the snapshot is the year as it stood - and only
      *> otherwise from the archive files and the live master, so no
      *> sighting counts twice.  The current year is never history
       78  MAX-SPECIES-CODE        value 999.
       78  MAX-HISTORY-YEARS       value 50.
       78  DEFAULT-DEVIATION-LIMIT value 3.
       78  DEFAULT-MINIMUM-HISTORY value 10.
       78  DEFAULT-HISTORY-YEARS   value 10.
       01  count-history-table.
           05  species-history         occurs MAX-SPECIES-CODE
                                        indexed by hsp-index.
               10  month-history       occurs 12
                                        indexed by hmo-index.
                   15  hst-counts      pic 9(5).
                   15  hst-sum         pic 9(9).
                   15  hst-sum-squares pic 9(13).
                   15  hst-low         pic 9(4).
                   15  hst-high        pic 9(4).
       01  snapshot-year-table.
           05  snapshot-year-flag      pic X occurs MAX-HISTORY-YEARS
                                        indexed by syr-index.
               88  snapshot-year-held      value "Y".

      *> one history count, whichever file it came from
       01  history-sighting.
           05  hsg-year                pic 9(4).
           05  hsg-month               pic 9(2).
           05  hsg-species-code        pic 9(3).
           05  hsg-bird-count          pic 9(4).
           05  hsg-source              pic X.
               88  hsg-from-snapshot       value "S".
               88  hsg-from-archive        value "A".
               88  hsg-from-master         value "M".
       01  archived-sighting.
           05  filler                  pic X(7).
           copy bird-spotting-record.
           05  arc-status-flag         pic X.
               88  arc-record-voided       value "V".
           05  filler                  pic X(4).

       01  end-of-file             pic 9.
       01  file-status-code.
           05  status-key-1        pic X.
           05  status-key-2        pic X.
       01  snapshot-file-status-code.
           05  snapshot-status-key-1 pic X.
           05  snapshot-status-key-2 pic X.
       01  archive-file-status-code.
           05  archive-status-key-1 pic X.
           05  archive-status-key-2 pic X.
       01  query-file-status-code.
           05  query-status-key-1  pic X.
           05  query-status-key-2  pic X.
       01  parameter-file-status-code.
           05  parameter-status-key-1 pic X.
           05  parameter-status-key-2 pic X.
       01  control-file-status-code.
           05  control-status-key-1 pic X.
           05  control-status-key-2 pic X.

       01  snapshot-file-name      pic X(30).
       01  archive-file-name       pic X(30).
       01  run-date-today          pic 9(8).
       01  run-date-parts redefines run-date-today.
           05  run-year            pic 9(4).
           05  filler              pic 9(4).
       01  last-screened-date      pic 9(8).
       01  entered-on-date         pic 9(8).
       01  deviation-limit         pic 9(2)V9.
       01  minimum-history         pic 9(3).
       01  history-years           pic 9(2).
       01  first-history-year      pic 9(4).
       01  last-history-year       pic 9(4).
       01  file-year               pic 9(4).
       01  year-offset             pic 9(2).

       01  history-mean            pic 9(5)V9(2).
       01  history-variance        pic 9(11)V9(2).
       01  history-std-dev         pic 9(5)V9(2).
       01  count-distance          pic 9(5)V9(2).
       01  count-deviations        pic 9(3)V9.

       01  history-counts-read     pic 9(7) value 0.
       01  sightings-screened      pic 9(6) value 0.
       01  too-little-history      pic 9(6) value 0.
       01  queries-raised          pic 9(5) value 0.
       01  already-queried         pic 9(5) value 0.
       01  queries-listed          pic 9(5) value 0.

       copy report-writer-fields.
       copy run-control-fields.
       01  batch-program-name pic X(20) value "OutlierScreening".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to run-date-today
           perform read-screening-parameters
           perform read-last-screened-date
           compute first-history-year = run-year - history-years
           compute last-history-year = run-year - 1
           initialize count-history-table
           perform load-snapshot-history
           perform load-archive-history
           perform load-master-history
           perform open-query-file
           perform screen-new-sightings
           perform print-open-queries
           close outlier-query-data
           perform write-screening-control
           display history-counts-read " past counts as history from "
               first-history-year " to " last-history-year
           display sightings-screened " new sightings screened, "
               queries-raised " queried, " already-queried
               " already on the list, " too-little-history
               " with too little history"
           perform write-run-control-end
           goback
           .

       read-screening-parameters section.
           move DEFAULT-DEVIATION-LIMIT to deviation-limit
           move DEFAULT-MINIMUM-HISTORY to minimum-history
           move DEFAULT-HISTORY-YEARS to history-years
           open input screening-parameter-data
           if parameter-status-key-1 = "0"
               read screening-parameter-data
                   at end
                       continue
                   not at end
                       if otp-deviation-limit > 0
                           move otp-deviation-limit to deviation-limit
                       end-if
                       if otp-minimum-history > 1
                           move otp-minimum-history to minimum-history
                       end-if
                       if otp-history-years > 0
                               and otp-history-years
                                   <= MAX-HISTORY-YEARS
                           move otp-history-years to history-years
                       end-if
               end-read
           end-if
           close screening-parameter-data
           display "Querying counts over " deviation-limit
               " deviations out, on " minimum-history
               " or more past counts over " history-years " years"
           .

       read-last-screened-date section.
           *> the last run's own day is screened again - anything
           *> keyed after it ran that evening must not slip through,
           *> and a sighting already queried is simply left as it is
           move 0 to last-screened-date
           open input screening-control-data
           if control-status-key-1 = "0"
               read screening-control-data
                   at end
                       continue
                   not at end
                       move osc-last-run-date to last-screened-date
               end-read
           end-if
           close screening-control-data
           if last-screened-date = 0
               move function date-of-integer
                   (function integer-of-date (run-date-today) - 1)
                   to last-screened-date
           end-if
           .

       load-snapshot-history section.
           move all "N" to snapshot-year-table
           perform varying file-year from first-history-year by 1
                   until file-year > last-history-year
               move spaces to snapshot-file-name
               string "bird-data-" file-year ".txt"
                   delimited by size into snapshot-file-name
               open input snapshot-data
               if snapshot-status-key-1 = "0"
                   compute year-offset = file-year - first-history-year
                       + 1
                   set snapshot-year-held (year-offset) to true
                   set end-of-file to 1 *> FALSE
                   perform until end-of-file = 0 *> TRUE
                       read snapshot-data
                           at end
                               set end-of-file to 0 *> TRUE
                           not at end
                               perform take-snapshot-count
                       end-read
                   end-perform
               end-if
               close snapshot-data
           end-perform
           .

       take-snapshot-count section.
           if record-voided of snapshot-sighting-record
               exit section
           end-if
           *> a snapshot holds only its own year's sightings as the
           *> history for that year
           if year of snapshot-sighting-record not = file-year
               exit section
           end-if
           set hsg-from-snapshot to true
           move year of snapshot-sighting-record to hsg-year
           move month of snapshot-sighting-record to hsg-month
           if date-is-season-only of snapshot-sighting-record
               move 0 to hsg-month
           end-if
           move species-code of snapshot-sighting-record
               to hsg-species-code
           move bird-count of snapshot-sighting-record
               to hsg-bird-count
           perform add-history-count
           .

       load-archive-history section.
           *> each archive file is named for the year it was written,
           *> and may hold sightings of any earlier year
           perform varying file-year from first-history-year by 1
                   until file-year > run-year
               move spaces to archive-file-name
               string "bird-archive-" file-year ".txt"
                   delimited by size into archive-file-name
               open input archive-data
               if archive-status-key-1 = "0"
                   set end-of-file to 1 *> FALSE
                   perform until end-of-file = 0 *> TRUE
                       read archive-data
                           at end
                               set end-of-file to 0 *> TRUE
                           not at end
                               move archive-record
                                   to archived-sighting
                               perform take-archive-count
                       end-read
                   end-perform
               end-if
               close archive-data
           end-perform
           .

       take-archive-count section.
           if arc-record-voided
               exit section
           end-if
           set hsg-from-archive to true
           move year of archived-sighting to hsg-year
           move month of archived-sighting to hsg-month
           if date-is-season-only of archived-sighting
               move 0 to hsg-month
           end-if
           move species-code of archived-sighting to hsg-species-code
           move bird-count of archived-sighting to hsg-bird-count
           perform add-history-count
           .

       load-master-history section.
           open input bird-spotting-data
           if status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read bird-spotting-data next record
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if not record-voided
                                   of bird-spotting-record
                               set hsg-from-master to true
                               move year of bird-spotting-record
                                   to hsg-year
                               move month of bird-spotting-record
                                   to hsg-month
                               if date-is-season-only
                                       of bird-spotting-record
                                   move 0 to hsg-month
                               end-if
                               move species-code
                                   of bird-spotting-record
                                   to hsg-species-code
                               move bird-count of bird-spotting-record
                                   to hsg-bird-count
                               perform add-history-count
                           end-if
                   end-read
               end-perform
           end-if
           close bird-spotting-data
           .

       add-history-count section.
           *> a historic record known only to the season or year comes
           *> through with month 0 - it belongs to no month's history
           if hsg-year < first-history-year
                   or hsg-year > last-history-year
                   or hsg-species-code = 0
                   or hsg-month < 1 or hsg-month > 12
                   or hsg-bird-count = 0
               exit section
           end-if
           compute year-offset = hsg-year - first-history-year + 1
           if snapshot-year-held (year-offset)
                   and not hsg-from-snapshot
               exit section
           end-if
           set hsp-index to hsg-species-code
           set hmo-index to hsg-month
           add 1 to history-counts-read
           add 1 to hst-counts (hsp-index, hmo-index)
           add hsg-bird-count to hst-sum (hsp-index, hmo-index)
           compute hst-sum-squares (hsp-index, hmo-index) =
               hst-sum-squares (hsp-index, hmo-index)
                   + hsg-bird-count * hsg-bird-count
           if hst-counts (hsp-index, hmo-index) = 1
                   or hsg-bird-count < hst-low (hsp-index, hmo-index)
               move hsg-bird-count to hst-low (hsp-index, hmo-index)
           end-if
           if hsg-bird-count > hst-high (hsp-index, hmo-index)
               move hsg-bird-count to hst-high (hsp-index, hmo-index)
           end-if
           .

       open-query-file section.
           open i-o outlier-query-data
           if query-status-key-1 = "3"
               *> first ever run - create the query list empty
               open output outlier-query-data
               close outlier-query-data
               open i-o outlier-query-data
           end-if
           .

       screen-new-sightings section.
           open input bird-spotting-data
           if status-key-1 not = "0"
               close bird-spotting-data
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read bird-spotting-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       compute entered-on-date =
                           entry-year of bird-spotting-record * 10000
                           + entry-month of bird-spotting-record * 100
                           + entry-day of bird-spotting-record
                       if entered-on-date >= last-screened-date
                               and not record-voided
                                   of bird-spotting-record
                               and bird-count
                                   of bird-spotting-record > 0
                               and species-code
                                   of bird-spotting-record > 0
                               and month of bird-spotting-record >= 1
                               and month of bird-spotting-record <= 12
                               and not date-is-season-only
                                   of bird-spotting-record
                           perform screen-one-sighting
                       end-if
               end-read
           end-perform
           close bird-spotting-data
           .

       screen-one-sighting section.
           add 1 to sightings-screened
           set hsp-index to species-code of bird-spotting-record
           set hmo-index to month of bird-spotting-record
           if hst-counts (hsp-index, hmo-index) < minimum-history
               add 1 to too-little-history
               exit section
           end-if
           compute history-mean rounded =
               hst-sum (hsp-index, hmo-index)
                   / hst-counts (hsp-index, hmo-index)
           compute history-variance rounded =
               (hst-sum-squares (hsp-index, hmo-index)
                   - hst-sum (hsp-index, hmo-index)
                       * hst-sum (hsp-index, hmo-index)
                       / hst-counts (hsp-index, hmo-index))
               / (hst-counts (hsp-index, hmo-index) - 1)
           compute history-std-dev rounded =
               function sqrt (history-variance)
           *> a species always counted the same leaves no spread -
           *> one bird either way is the least a count can move
           if history-std-dev < 1
               move 1 to history-std-dev
           end-if
           if bird-count of bird-spotting-record >= history-mean
               compute count-distance =
                   bird-count of bird-spotting-record - history-mean
           else
               compute count-distance =
                   history-mean - bird-count of bird-spotting-record
           end-if
           compute count-deviations rounded =
               count-distance / history-std-dev
               on size error
                   move 999.9 to count-deviations
           end-compute
           if count-deviations > deviation-limit
               perform raise-outlier-query
           end-if
           .

       raise-outlier-query section.
           move spaces to outlier-query-record
           move record-key to oqr-record-key
           move #date of bird-spotting-record (1:8)
               to oqr-sighting-date
           move species-code of bird-spotting-record
               to oqr-species-code
           move common-name of bird-spotting-record to oqr-common-name
           move site-code of bird-spotting-record to oqr-site-code
           move observer-id of bird-spotting-record to oqr-observer-id
           move bird-count of bird-spotting-record to oqr-bird-count
           move hst-counts (hsp-index, hmo-index)
               to oqr-history-counts
           move history-mean to oqr-history-mean
           move history-std-dev to oqr-history-std-dev
           move hst-low (hsp-index, hmo-index) to oqr-history-low
           move hst-high (hsp-index, hmo-index) to oqr-history-high
           move count-deviations to oqr-deviations
           if bird-count of bird-spotting-record >= history-mean
               set oqr-above-history to true
           else
               set oqr-below-history to true
           end-if
           set oqr-open to true
           move run-date-today to oqr-found-date
           move 0 to oqr-decided-date
           write outlier-query-record
               invalid key
                   *> queried on an earlier night - the recorder's
                   *> ruling, if any, stands
                   add 1 to already-queried
               not invalid key
                   add 1 to queries-raised
           end-write
           .

       print-open-queries section.
           move "O" to rw-action
           move "outlier-query-list.prt" to rw-print-file-name
           move spaces to rw-report-title
           string "COUNTS QUERIED AT " run-date-today
               delimited by size into rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move spaces to rw-line-text
           string "record date     species          site obs  "
               " count  | past n   mean    s.d.   low  high  devs"
               delimited by size into rw-line-text
           perform call-report-writer
           move "D" to rw-action
           move 0 to oqr-record-key
           start outlier-query-data key is >= oqr-record-key
               invalid key
                   continue
               not invalid key
                   set end-of-file to 1 *> FALSE
                   perform until end-of-file = 0 *> TRUE
                       read outlier-query-data next record
                           at end
                               set end-of-file to 0 *> TRUE
                           not at end
                               if oqr-open
                                   perform print-one-query
                               end-if
                       end-read
                   end-perform
           end-start
           move "T" to rw-action
           move spaces to rw-line-text
           string queries-listed " counts awaiting the recorder, "
               queries-raised " new tonight"
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           .

       print-one-query section.
           add 1 to queries-listed
           move spaces to rw-line-text
           string oqr-record-key " " oqr-sighting-date " "
               oqr-common-name " " oqr-site-code " "
               oqr-observer-id " " oqr-bird-count " " oqr-direction
               " | " oqr-history-counts " " oqr-history-mean " "
               oqr-history-std-dev " " oqr-history-low " "
               oqr-history-high " " oqr-deviations
               delimited by size into rw-line-text
           perform call-report-writer
           .

       write-screening-control section.
           open output screening-control-data
           move run-date-today to osc-last-run-date
           write screening-control-record
           close screening-control-data
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
           move sightings-screened to rcl-records-read
           move queries-raised to rcl-records-written
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

       input-output section.
           select bird-spotting-data assign "bird-data.dat"
               organization indexed
               access dynamic
               record key record-key
               alternate record key common-name with duplicates
               alternate record key #date with duplicates
               file status file-status-code.

           select site-master-data assign "site-data.dat"
               organization indexed
               access dynamic
               record key site-code of site-master-record
               file status site-file-status-code.

           select species-master-data assign "species-data.dat"
               organization indexed
               access dynamic
               record key species-code of species-master-record
               alternate record key ref-common-name
                   of species-master-record with duplicates
               file status species-file-status-code.

           select monthly-peak-data assign "monthly-peaks.txt"
               organization sequential
               file status peak-file-status-code.

       file section.
       FD  bird-spotting-data.    *> the counts the peaks come from
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

       FD  site-master-data.    *> site names for the listing
       01  site-master-record.
           copy site-record.

       FD  species-master-data.    *> the reference populations
       01  species-master-record.
           copy species-master-record.

       FD  monthly-peak-data.    *> the peak-count table, kept
       01  monthly-peak-record.
           copy monthly-peak-record.

       working-storage section.
      *> the annual site-importance assessment.  A site is of national
      *> importance for a species when the mean of its annual peak
      *> counts over the last five years reaches 1% of the species'
      *> ref-breeding-population.  The mean is taken over the years
      *> the site was actually counted, so a season nobody got there
      *> does not drag it down.  The same test over the five years
      *> ending last year tells a newly qualifying site from a
      *> long-standing one, and shows the ones that have lapsed.
      *> Year slot 1 is six years back and only feeds last year's
      *> test; slots 2 to 6 are the five years ending this one
       78  YEAR-SLOTS              value 6.
       78  MAX-SITE-LINES          value 200.
       01  site-line-table.
           05  site-line-entry         occurs MAX-SITE-LINES
                                        indexed by site-index.
               10  stl-site-code       pic X(4).
               10  stl-site-name       pic X(24).
               10  stl-counted-flag    pic X occurs 6 times.
                   88  stl-counted         value "Y".
       01  site-line-count         pic 9(3) value 0.
       01  found-site-index        pic 9(3).

       78  MAX-PEAK-LINES          value 1500.
       01  peak-line-table.
           05  peak-line-entry         occurs MAX-PEAK-LINES
                                        indexed by peak-index.
               10  pkl-line-key.
                   15  pkl-site-code   pic X(4).
                   15  pkl-species-code pic 9(3).
               10  pkl-site-index      pic 9(3).
               10  pkl-year-peaks      occurs 6 times.
                   15  pkl-month-peak  pic 9(5) occurs 12 times.
                   15  pkl-annual-peak pic 9(5).
               10  pkl-current-mean    pic 9(6)V9.
               10  pkl-previous-mean   pic 9(6)V9.
               10  pkl-threshold       pic 9(7)V99.
               10  pkl-qualifies-flag  pic X.
                   88  pkl-qualifies       value "Y".
               10  pkl-qualified-flag  pic X.
                   88  pkl-qualified-before value "Y".
               10  pkl-printed-flag    pic X.
                   88  pkl-printed         value "Y".
       01  peak-line-count         pic 9(4) value 0.
       01  found-peak-index        pic 9(4).
       01  next-peak-index         pic 9(4).
       01  next-line-key           pic X(7).

       01  end-of-file             pic 9.
       01  file-status-code.
           05  status-key-1        pic X.
           05  status-key-2        pic X.
       01  site-file-status-code.
           05  site-status-key-1   pic X.
           05  site-status-key-2   pic X.
       01  species-file-status-code.
           05  species-status-key-1 pic X.
           05  species-status-key-2 pic X.
       01  peak-file-status-code.
           05  peak-status-key-1   pic X.
           05  peak-status-key-2   pic X.

       01  assessment-year         pic 9(4).
       01  first-window-year       pic 9(4).
       01  current-window-start    pic 9(4).
       01  wanted-site-code        pic X(4).
       01  year-slot               pic 9.
       01  month-number            pic 9(2).
       01  peak-total              pic 9(7).
       01  years-counted           pic 9.
       01  population-share        pic 9(3)V99.
       01  formatted-mean          pic ZZZZZ9.9.
       01  formatted-threshold     pic ZZZZZZ9.99.
       01  formatted-share         pic ZZ9.99.
       01  importance-flag-text    pic X(10).
       01  species-print-name      pic X(20).
       01  sightings-read          pic 9(7) value 0.
       01  peak-records-written    pic 9(6) value 0.
       01  no-population-lines     pic 9(5) value 0.
       01  sites-qualifying        pic 9(5) value 0.
       01  sites-newly-qualifying  pic 9(5) value 0.
       01  sites-newly-lapsed      pic 9(5) value 0.
      *> a sighting ruled a second count of a flock already logged at
      *> the neighbouring site must not set a peak - the site was
      *> still counted that year, so it still counts towards the mean
       01  duplicate-flag          pic X.
           88  sighting-is-duplicate   value "Y".
       01  duplicates-left-out     pic 9(5) value 0.
      *> no site earns importance for an escape or an introduction -
      *> their peaks are still kept, but they are not assessed
       01  non-native-lines        pic 9(5) value 0.

       copy report-writer-fields.
       copy run-control-fields.
       01  batch-program-name pic X(20) value "SiteImportance".

       procedure division.
           copy run-banner.
           display "Assessment year (CCYY)?"
           accept assessment-year
           compute first-window-year = assessment-year - 5
           compute current-window-start = assessment-year - 4
           perform load-site-master
           perform tally-monthly-peaks
           perform write-monthly-peaks
           open input species-master-data
           perform varying peak-index from 1 by 1
                   until peak-index > peak-line-count
               perform assess-one-peak-line
           end-perform
           perform print-importance-report
           close species-master-data
           perform write-run-control-end
           goback
           .

       load-site-master section.
           open input site-master-data
           if site-status-key-1 not = "0"
               close site-master-data
           else
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read site-master-data next record
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           move site-code of site-master-record
                               to wanted-site-code
                           perform find-site-line
                           move site-name
                               to stl-site-name (found-site-index)
                   end-read
               end-perform
               close site-master-data
           end-if
           .

       find-site-line section.
           move 0 to found-site-index
           set site-index to 1
           perform until site-index > site-line-count
                   or found-site-index not = 0
               if stl-site-code (site-index) = wanted-site-code
                   move site-index to found-site-index
               else
                   set site-index up by 1
               end-if
           end-perform
           if found-site-index = 0
               if site-line-count >= MAX-SITE-LINES
                   display "Site table is full at "
                       MAX-SITE-LINES " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to site-line-count
               move site-line-count to found-site-index
               initialize site-line-entry (found-site-index)
               move wanted-site-code
                   to stl-site-code (found-site-index)
               move "(not on site master)"
                   to stl-site-name (found-site-index)
           end-if
           .

       tally-monthly-peaks section.
           open input bird-spotting-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read bird-spotting-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to sightings-read
                       if not record-voided
                               and not review-rejected
                               and year >= first-window-year
                               and year <= assessment-year
                           perform check-ruled-duplicate
                           if sighting-is-duplicate
                               add 1 to duplicates-left-out
                               perform note-site-counted
                           else
                               perform roll-into-peak-line
                           end-if
                       end-if
               end-read
           end-perform
           close bird-spotting-data
           if duplicates-left-out > 0
               display duplicates-left-out " sightings left out of "
                   "the peaks as ruled double counts"
           end-if
           .

       check-ruled-duplicate section.
           call "DuplicateMarkCheck"
               using by reference #date of bird-spotting-record
                     by reference site-code of bird-spotting-record
                     by reference species-code of bird-spotting-record
                     by reference observer-id of bird-spotting-record
                     by reference bird-count of bird-spotting-record
                     by reference duplicate-flag
           .

       note-site-counted section.
           compute year-slot = year - first-window-year + 1
           move site-code of bird-spotting-record to wanted-site-code
           perform find-site-line
           move "Y" to stl-counted-flag (found-site-index, year-slot)
           .

       roll-into-peak-line section.
           *> a peak is the highest single count logged in the month,
           *> not a sum - two observers on the same flock would
           *> otherwise count it twice
           compute year-slot = year - first-window-year + 1
           move site-code of bird-spotting-record to wanted-site-code
           perform find-site-line
           move "Y" to stl-counted-flag (found-site-index, year-slot)
           move 0 to found-peak-index
           set peak-index to 1
           perform until peak-index > peak-line-count
                   or found-peak-index not = 0
               if pkl-site-code (peak-index)
                       = site-code of bird-spotting-record
                       and pkl-species-code (peak-index)
                           = species-code of bird-spotting-record
                   move peak-index to found-peak-index
               else
                   set peak-index up by 1
               end-if
           end-perform
           if found-peak-index = 0
               if peak-line-count >= MAX-PEAK-LINES
                   display "Peak table is full at "
                       MAX-PEAK-LINES " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to peak-line-count
               move peak-line-count to found-peak-index
               initialize peak-line-entry (found-peak-index)
               move site-code of bird-spotting-record
                   to pkl-site-code (found-peak-index)
               move species-code of bird-spotting-record
                   to pkl-species-code (found-peak-index)
               move found-site-index
                   to pkl-site-index (found-peak-index)
               move "N" to pkl-printed-flag (found-peak-index)
           end-if
           *> a historic count known only to the season or year
           *> stands in the annual peak but in no month's
           move month to month-number
           if month-number >= 1 and month-number <= 12
                   and not date-is-season-only
               if bird-count > pkl-month-peak
                       (found-peak-index, year-slot, month-number)
                   move bird-count to pkl-month-peak
                       (found-peak-index, year-slot, month-number)
               end-if
           end-if
           if bird-count > pkl-annual-peak (found-peak-index, year-slot)
               move bird-count
                   to pkl-annual-peak (found-peak-index, year-slot)
           end-if
           .

       write-monthly-peaks section.
           open output monthly-peak-data
           perform varying peak-index from 1 by 1
                   until peak-index > peak-line-count
               perform varying year-slot from 2 by 1
                       until year-slot > YEAR-SLOTS
                   if pkl-annual-peak (peak-index, year-slot) > 0
                       move spaces to monthly-peak-record
                       move pkl-site-code (peak-index) to mpk-site-code
                       move pkl-species-code (peak-index)
                           to mpk-species-code
                       compute mpk-year =
                           first-window-year + year-slot - 1
                       perform varying month-number from 1 by 1
                               until month-number > 12
                           move pkl-month-peak
                                   (peak-index, year-slot, month-number)
                               to mpk-month-peak (month-number)
                       end-perform
                       move pkl-annual-peak (peak-index, year-slot)
                           to mpk-annual-peak
                       write monthly-peak-record
                       add 1 to peak-records-written
                   end-if
               end-perform
           end-perform
           close monthly-peak-data
           .

       assess-one-peak-line section.
           move "N" to pkl-qualifies-flag (peak-index)
           move "N" to pkl-qualified-flag (peak-index)
           move pkl-site-index (peak-index) to found-site-index
           move pkl-species-code (peak-index)
               to species-code of species-master-record
           read species-master-data
               invalid key
                   move 0 to ref-breeding-population
                   set ref-naturally-occurring to true
           end-read
           if ref-established-introduction or ref-escape
               add 1 to non-native-lines
               exit section
           end-if
           if ref-breeding-population = 0
               *> no reference population, nothing to measure against
               add 1 to no-population-lines
               exit section
           end-if
           compute pkl-threshold (peak-index) =
               ref-breeding-population / 100
           *> this year's five: slots 2 to 6
           move 0 to peak-total
           move 0 to years-counted
           perform varying year-slot from 2 by 1
                   until year-slot > YEAR-SLOTS
               perform add-counted-year
           end-perform
           if years-counted > 0
               compute pkl-current-mean (peak-index) rounded =
                   peak-total / years-counted
           end-if
           *> last year's five: slots 1 to 5
           move 0 to peak-total
           move 0 to years-counted
           perform varying year-slot from 1 by 1
                   until year-slot > YEAR-SLOTS - 1
               perform add-counted-year
           end-perform
           if years-counted > 0
               compute pkl-previous-mean (peak-index) rounded =
                   peak-total / years-counted
           end-if
           if pkl-current-mean (peak-index) > 0
                   and pkl-current-mean (peak-index)
                       >= pkl-threshold (peak-index)
               set pkl-qualifies (peak-index) to true
           end-if
           if pkl-previous-mean (peak-index) > 0
                   and pkl-previous-mean (peak-index)
                       >= pkl-threshold (peak-index)
               set pkl-qualified-before (peak-index) to true
           end-if
           .

       add-counted-year section.
           if stl-counted (found-site-index, year-slot)
               add 1 to years-counted
               add pkl-annual-peak (peak-index, year-slot)
                   to peak-total
           end-if
           .

       print-importance-report section.
           move "O" to rw-action
           move "site-importance.prt" to rw-print-file-name
           move "SITE IMPORTANCE - 1% THRESHOLDS" to rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move spaces to rw-line-text
           string "five years " current-window-start " to "
               assessment-year
               " - mean of annual peaks against 1% of population"
               delimited by size into rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           string "site name                     species              "
               "  5yr mean   1% level  %pop status"
               delimited by size into rw-line-text
           perform call-report-writer
           move "D" to rw-action
           perform find-next-peak-line
           perform until next-peak-index = 0
               set peak-index to next-peak-index
               perform print-one-importance-line
               perform find-next-peak-line
           end-perform
           move "T" to rw-action
           move spaces to rw-line-text
           string sites-qualifying " site/species qualifying, "
               sites-newly-qualifying " newly qualifying, "
               sites-newly-lapsed " lapsed"
               delimited by size into rw-line-text
           perform call-report-writer
           if no-population-lines > 0
               move spaces to rw-line-text
               string no-population-lines
                   " site/species with no reference population to test"
                   delimited by size into rw-line-text
               perform call-report-writer
           end-if
           if non-native-lines > 0
               move spaces to rw-line-text
               string non-native-lines
                   " site/species for escapes and introductions "
                   "not assessed"
                   delimited by size into rw-line-text
               perform call-report-writer
           end-if
           move "C" to rw-action
           perform call-report-writer
           display "Site importance written to site-importance.prt, "
               peak-records-written " peak records to "
               "monthly-peaks.txt"
           .

       find-next-peak-line section.
           *> qualifying now or qualifying last year - a lapsed site
           *> stays on the list for the year it drops off
           move 0 to next-peak-index
           perform varying peak-index from 1 by 1
                   until peak-index > peak-line-count
               if not pkl-printed (peak-index)
                       and (pkl-qualifies (peak-index)
                           or pkl-qualified-before (peak-index))
                       and (next-peak-index = 0
                           or pkl-line-key (peak-index)
                               < next-line-key)
                   move peak-index to next-peak-index
                   move pkl-line-key (peak-index) to next-line-key
               end-if
           end-perform
           .

       print-one-importance-line section.
           move "Y" to pkl-printed-flag (peak-index)
           move pkl-species-code (peak-index)
               to species-code of species-master-record
           read species-master-data
               invalid key
                   move "(not on master)" to species-print-name
                   move 0 to ref-breeding-population
               not invalid key
                   move ref-common-name to species-print-name
           end-read
           evaluate true
               when pkl-qualifies (peak-index)
                       and not pkl-qualified-before (peak-index)
                   move "NEW" to importance-flag-text
                   add 1 to sites-newly-qualifying
                   add 1 to sites-qualifying
               when pkl-qualifies (peak-index)
                   move spaces to importance-flag-text
                   add 1 to sites-qualifying
               when other
                   move "LAPSED" to importance-flag-text
                   add 1 to sites-newly-lapsed
           end-evaluate
           move 0 to population-share
           if ref-breeding-population > 0
               compute population-share rounded =
                   pkl-current-mean (peak-index) * 100
                   / ref-breeding-population
                   on size error
                       move 999.99 to population-share
               end-compute
           end-if
           move pkl-current-mean (peak-index) to formatted-mean
           move pkl-threshold (peak-index) to formatted-threshold
           move population-share to formatted-share
           move pkl-site-index (peak-index) to found-site-index
           move spaces to rw-line-text
           string pkl-site-code (peak-index) " "
               stl-site-name (found-site-index) " "
               species-print-name " "
               formatted-mean " "
               formatted-threshold " "
               formatted-share " "
               importance-flag-text
               delimited by size into rw-line-text
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
           move sightings-read to rcl-records-read
           move peak-records-written to rcl-records-written
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

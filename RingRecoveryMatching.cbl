       input-output section.
           select bird-spotting-data assign "bird-data.dat"
               organization indexed
               access dynamic
               record key record-key
               alternate record key common-name with duplicates
               alternate record key #date with duplicates
               file status file-status-code.

           select biometrics-data assign "bird-biometrics.txt"
               organization sequential
               file status biometrics-file-status-code.

           select ring-recovery-data assign "ring-recoveries.txt"
               organization sequential
               file status recovery-file-status-code.

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

           select encounter-data assign "ring-encounters.tmp"
               organization sequential
               file status encounter-file-status-code.

           select encounter-sorted-data
               assign "ring-encounters-sorted.tmp"
               organization sequential
               file status encounter-sorted-file-status-code.

           select encounter-sort-work-file assign "ring-sort.tmp".

           select ring-match-data assign "ring-matches.txt"
               organization sequential
               file status match-file-status-code.

       file section.
       FD  bird-spotting-data.    *> date, site and species behind
                                   *> each club capture
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

       FD  biometrics-data.    *> every bird the club has handled
       01  biometrics-record.
           copy biometrics-record.

       FD  ring-recovery-data.    *> our rings reported from outside
       01  ring-recovery-record.
           copy ring-recovery-record.

       FD  site-master-data.    *> grid references for the distances
       01  site-master-record.
           copy site-record.

       FD  species-master-data.    *> names for outside-only rings
       01  species-master-record.
           copy species-master-record.

      *> every encounter with a ring, club or outside, on one layout
      *> so a single sort lines each ring's history up in date order
       FD  encounter-data.
       01  encounter-record.
           05  enc-ring-number         pic X(10).
           05  enc-encounter-date      pic 9(8).
           05  enc-species-code        pic 9(3).
           05  enc-common-name         pic X(16).
           05  enc-site-code           pic X(4).
           05  enc-place-name          pic X(24).
           05  enc-grid-reference      pic X(10).
           05  enc-wing-length         pic 9(3)V9.
           05  enc-weight              pic 9(3)V9.
           05  enc-source-flag         pic X.
           05  enc-circumstance-code   pic X(2).

       FD  encounter-sorted-data.
       01  sorted-encounter-record.
           05  srt-ring-number         pic X(10).
           05  srt-encounter-date      pic 9(8).
           05  srt-species-code        pic 9(3).
           05  srt-common-name         pic X(16).
           05  srt-site-code           pic X(4).
           05  srt-place-name          pic X(24).
           05  srt-grid-reference      pic X(10).
           05  srt-wing-length         pic 9(3)V9.
           05  srt-weight              pic 9(3)V9.
           05  srt-source-flag         pic X.
               88  srt-club-capture        value "C".
               88  srt-outside-report      value "O".
           05  srt-circumstance-code   pic X(2).

       SD  encounter-sort-work-file.
       01  encounter-sort-record.
           05  ens-ring-number         pic X(10).
           05  ens-encounter-date      pic 9(8).
           05  filler                  pic X(68).

       FD  ring-match-data.    *> one line per retrap or recovery,
                                *> set against the encounter before it
       01  ring-match-record.
           05  mat-ring-number         pic X(10).
           05  filler                  pic X.
           05  mat-species-code        pic 9(3).
           05  filler                  pic X.
           05  mat-previous-date       pic 9(8).
           05  filler                  pic X.
           05  mat-encounter-date      pic 9(8).
           05  filler                  pic X.
           05  mat-elapsed-days        pic 9(5).
           05  filler                  pic X.
           05  mat-days-since-ringing  pic 9(5).
           05  filler                  pic X.
           05  mat-previous-site-code  pic X(4).
           05  filler                  pic X.
           05  mat-site-code           pic X(4).
           05  filler                  pic X.
           05  mat-site-changed-flag   pic X.
           05  filler                  pic X.
           05  mat-distance-km         pic 9(4)V9.
           05  filler                  pic X.
           05  mat-distance-known-flag pic X.
           05  filler                  pic X.
           05  mat-wing-change         pic S9(3)V9
                                        sign leading separate.
           05  filler                  pic X.
           05  mat-weight-change       pic S9(3)V9
                                        sign leading separate.
           05  filler                  pic X.
           05  mat-measured-flag       pic X.
           05  filler                  pic X.
           05  mat-source-flag         pic X.
           05  filler                  pic X.
           05  mat-circumstance-code   pic X(2).

       working-storage section.
       78  MAX-SITE-LINES          value 50.
       01  site-line-table.
           05  site-line-entry         occurs MAX-SITE-LINES
                                        indexed by site-index.
               10  stl-site-code       pic X(4).
               10  stl-grid-reference  pic X(10).
       01  site-line-count         pic 9(2) value 0.

      *> one line per species with any ring seen twice - the
      *> longest-lived and furthest-moved bird and how many of its
      *> later encounters came back to the ringing site
       78  MAX-RECOVERY-LINES      value 300.
       01  recovery-line-table.
           05  recovery-line-entry     occurs MAX-RECOVERY-LINES
                                        indexed by recovery-index.
               10  rrl-species-code    pic 9(3).
               10  rrl-common-name     pic X(16).
               10  rrl-rings-matched   pic 9(5).
               10  rrl-later-encounters pic 9(5).
               10  rrl-outside-reports pic 9(5).
               10  rrl-at-ringing-site pic 9(5).
               10  rrl-longest-days    pic 9(5).
               10  rrl-longest-ring    pic X(10).
               10  rrl-furthest-km     pic 9(4)V9.
               10  rrl-furthest-ring   pic X(10).
               10  rrl-furthest-place  pic X(24).
       01  recovery-line-count     pic 9(3) value 0.
       01  found-recovery-index    pic 9(3).

       01  end-of-file             pic 9.
       01  file-status-code.
           05  status-key-1        pic X.
           05  status-key-2        pic X.
       01  biometrics-file-status-code.
           05  biometrics-status-key-1 pic X.
           05  biometrics-status-key-2 pic X.
       01  recovery-file-status-code.
           05  recovery-status-key-1 pic X.
           05  recovery-status-key-2 pic X.
       01  site-file-status-code.
           05  site-status-key-1   pic X.
           05  site-status-key-2   pic X.
       01  species-file-status-code.
           05  species-status-key-1 pic X.
           05  species-status-key-2 pic X.
       01  encounter-file-status-code.
           05  encounter-status-key-1 pic X.
           05  encounter-status-key-2 pic X.
       01  encounter-sorted-file-status-code.
           05  encounter-sorted-status-key-1 pic X.
           05  encounter-sorted-status-key-2 pic X.
       01  match-file-status-code.
           05  match-status-key-1  pic X.
           05  match-status-key-2  pic X.

      *> the ring's first encounter (where it was ringed, as far as
      *> our files know) and the encounter just before this one
       01  prior-ring-number       pic X(10).
       01  ring-encounter-count    pic 9(3).
       01  first-encounter.
           05  fst-encounter-date  pic 9(8).
           05  fst-species-code    pic 9(3).
           05  fst-common-name     pic X(16).
           05  fst-site-code       pic X(4).
           05  fst-grid-reference  pic X(10).
       01  previous-encounter.
           05  prv-encounter-date  pic 9(8).
           05  prv-site-code       pic X(4).
           05  prv-grid-reference  pic X(10).
           05  prv-wing-length     pic 9(3)V9.
           05  prv-weight          pic 9(3)V9.

       01  check-grid-reference    pic X(10).
       01  grid-valid-flag         pic X.
           88  grid-is-valid           value "Y".
       01  grid-easting            pic 9(7).
       01  grid-northing           pic 9(7).
       01  grid-hectad             pic X(4).
       01  grid-tetrad             pic X(5).
       01  grid-monad              pic X(6).
       01  from-easting            pic 9(7).
       01  from-northing           pic 9(7).
       01  from-grid-valid-flag    pic X.
           88  from-grid-is-valid      value "Y".
       01  easting-difference      pic S9(7).
       01  northing-difference     pic S9(7).
       01  distance-metres         pic 9(7)V9.
       01  distance-km             pic 9(4)V9.
       01  distance-known-flag     pic X.
           88  distance-is-known       value "Y".
       01  days-since-ringing      pic 9(5).
       01  date-is-valid-flag      pic X.
           88  recovery-date-is-valid  value "Y".

       01  biometrics-read         pic 9(6) value 0.
       01  biometrics-unmatched    pic 9(6) value 0.
       01  recoveries-read         pic 9(6) value 0.
       01  recoveries-rejected     pic 9(6) value 0.
       01  encounters-written      pic 9(6) value 0.
       01  matches-written         pic 9(6) value 0.
       01  rings-matched           pic 9(6) value 0.
       01  site-fidelity           pic 9(3)V9.
       01  formatted-fidelity      pic ZZ9.9.
       01  formatted-km            pic ZZZ9.9.
       01  rm-error-source-program pic X(20)
                                       value "RingRecoveryMatch".
       01  rm-error-paragraph      pic X(30) value spaces.
       01  rm-error-status-code    pic X(4)  value spaces.
       01  rm-error-message-text   pic X(60).

       copy report-writer-fields.
       copy run-control-fields.
       01  batch-program-name pic X(20) value "RingRecoveryMatch".

       procedure division.
           copy run-banner.
           perform load-site-grid-references
           open output encounter-data
           perform gather-club-captures
           perform gather-outside-reports
           close encounter-data
           sort encounter-sort-work-file
               on ascending key ens-ring-number ens-encounter-date
               using encounter-data
               giving encounter-sorted-data
           perform match-ring-histories
           perform print-recovery-report
           display encounters-written " encounters, "
               rings-matched " rings seen more than once, "
               matches-written " retraps and recoveries"
           if recoveries-rejected > 0
               display recoveries-rejected " outside reports rejected "
                   "- see the error log"
           end-if
           perform write-run-control-end
           goback
           .

       load-site-grid-references section.
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
                           if site-line-count < MAX-SITE-LINES
                               add 1 to site-line-count
                               move site-code of site-master-record
                                   to stl-site-code (site-line-count)
                               move site-grid-reference to
                                   stl-grid-reference (site-line-count)
                           end-if
                   end-read
               end-perform
               close site-master-data
           end-if
           .

       gather-club-captures section.
           open input bird-spotting-data
           open input biometrics-data
           if biometrics-status-key-1 not = "0"
               close biometrics-data
           else
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read biometrics-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           add 1 to biometrics-read
                           if bio-ring-number not = spaces
                               perform write-club-encounter
                           end-if
                   end-read
               end-perform
               close biometrics-data
           end-if
           close bird-spotting-data
           .

       write-club-encounter section.
           move bio-record-key to record-key
           read bird-spotting-data
               invalid key
                   add 1 to biometrics-unmatched
               not invalid key
                   if not record-voided
                       move spaces to encounter-record
                       move bio-ring-number to enc-ring-number
                       move #date (1:8) to enc-encounter-date
                       move species-code of bird-spotting-record
                           to enc-species-code
                       move common-name to enc-common-name
                       move site-code of bird-spotting-record
                           to enc-site-code
                       perform find-site-grid-reference
                       move bio-wing-length to enc-wing-length
                       move bio-weight to enc-weight
                       move "C" to enc-source-flag
                       write encounter-record
                       add 1 to encounters-written
                   end-if
           end-read
           .

       find-site-grid-reference section.
           move spaces to enc-grid-reference
           set site-index to 1
           search site-line-entry
               at end
                   continue
               when site-index > site-line-count
                   continue
               when stl-site-code (site-index) = enc-site-code
                   move stl-grid-reference (site-index)
                       to enc-grid-reference
           end-search
           .

       gather-outside-reports section.
           open input ring-recovery-data
           if recovery-status-key-1 not = "0"
               display "No ring-recoveries.txt - matching club "
                   "captures only"
               close ring-recovery-data
           else
               open input species-master-data
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read ring-recovery-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           add 1 to recoveries-read
                           perform write-outside-encounter
                   end-read
               end-perform
               close species-master-data
               close ring-recovery-data
           end-if
           .

       write-outside-encounter section.
           call "Subprogram" using by reference rcv-encounter-day
                                   by reference rcv-encounter-month
                                   by reference rcv-encounter-year
                                   by reference date-is-valid-flag
           evaluate true
               when rcv-ring-number = spaces
                   move "Outside report with no ring number"
                       to rm-error-message-text
                   perform reject-outside-report
               when not recovery-date-is-valid
                   move "Outside report with an invalid date"
                       to rm-error-message-text
                   perform reject-outside-report
               when other
                   move spaces to encounter-record
                   move rcv-ring-number to enc-ring-number
                   move rcv-encounter-date to enc-encounter-date
                   move rcv-species-code to enc-species-code
                   move rcv-species-code
                       to species-code of species-master-record
                   read species-master-data
                       invalid key
                           move "(not on master)" to enc-common-name
                       not invalid key
                           move ref-common-name to enc-common-name
                   end-read
                   move rcv-place-name to enc-place-name
                   move rcv-grid-reference to enc-grid-reference
                   move rcv-wing-length to enc-wing-length
                   move rcv-weight to enc-weight
                   move "O" to enc-source-flag
                   move rcv-circumstance-code to enc-circumstance-code
                   write encounter-record
                   add 1 to encounters-written
           end-evaluate
           .

       reject-outside-report section.
           add 1 to recoveries-rejected
           move "WRITE-OUTSIDE-ENCOUNTER" to rm-error-paragraph
           move spaces to rm-error-status-code
           call "ErrorLogger"
               using by reference rm-error-source-program
                     by reference rm-error-paragraph
                     by reference rm-error-status-code
                     by reference rm-error-message-text
           .

       match-ring-histories section.
           open input encounter-sorted-data
           open output ring-match-data
           move spaces to prior-ring-number
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read encounter-sorted-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if srt-ring-number not = prior-ring-number
                           perform start-ring-history
                       else
                           perform match-one-encounter
                       end-if
               end-read
           end-perform
           close ring-match-data
           close encounter-sorted-data
           .

       start-ring-history section.
           move srt-ring-number to prior-ring-number
           move 1 to ring-encounter-count
           move srt-encounter-date to fst-encounter-date
           move srt-species-code to fst-species-code
           move srt-common-name to fst-common-name
           move srt-site-code to fst-site-code
           move srt-grid-reference to fst-grid-reference
           perform hold-previous-encounter
           .

       hold-previous-encounter section.
           move srt-encounter-date to prv-encounter-date
           move srt-site-code to prv-site-code
           move srt-grid-reference to prv-grid-reference
           move srt-wing-length to prv-wing-length
           move srt-weight to prv-weight
           .

       match-one-encounter section.
           add 1 to ring-encounter-count
           move spaces to ring-match-record
           move srt-ring-number to mat-ring-number
           move fst-species-code to mat-species-code
           move prv-encounter-date to mat-previous-date
           move srt-encounter-date to mat-encounter-date
           compute mat-elapsed-days =
               function integer-of-date (srt-encounter-date)
               - function integer-of-date (prv-encounter-date)
           compute days-since-ringing =
               function integer-of-date (srt-encounter-date)
               - function integer-of-date (fst-encounter-date)
           move days-since-ringing to mat-days-since-ringing
           move prv-site-code to mat-previous-site-code
           move srt-site-code to mat-site-code
           if srt-site-code not = spaces
                   and srt-site-code = prv-site-code
               move "N" to mat-site-changed-flag
           else
               move "Y" to mat-site-changed-flag
           end-if
           move prv-grid-reference to check-grid-reference
           perform work-out-distance
           move distance-km to mat-distance-km
           move distance-known-flag to mat-distance-known-flag
           *> a change only means something when both captures were
           *> measured - a finder's report often has neither
           move 0 to mat-wing-change
           move 0 to mat-weight-change
           move "N" to mat-measured-flag
           if srt-wing-length > 0 and prv-wing-length > 0
                   and srt-weight > 0 and prv-weight > 0
               compute mat-wing-change =
                   srt-wing-length - prv-wing-length
               compute mat-weight-change = srt-weight - prv-weight
               move "Y" to mat-measured-flag
           end-if
           move srt-source-flag to mat-source-flag
           move srt-circumstance-code to mat-circumstance-code
           write ring-match-record
           add 1 to matches-written
           perform roll-into-recovery-line
           perform hold-previous-encounter
           .

       work-out-distance section.
           *> straight-line distance in km between the grid reference
           *> in check-grid-reference and this encounter's
           move 0 to distance-km
           move "N" to distance-known-flag
           call "GridReferenceCheck"
               using by reference check-grid-reference
                     by reference grid-valid-flag
                     by reference grid-easting
                     by reference grid-northing
                     by reference grid-hectad
                     by reference grid-tetrad
                     by reference grid-monad
           move grid-valid-flag to from-grid-valid-flag
           move grid-easting to from-easting
           move grid-northing to from-northing
           move srt-grid-reference to check-grid-reference
           call "GridReferenceCheck"
               using by reference check-grid-reference
                     by reference grid-valid-flag
                     by reference grid-easting
                     by reference grid-northing
                     by reference grid-hectad
                     by reference grid-tetrad
                     by reference grid-monad
           if from-grid-is-valid and grid-is-valid
               compute easting-difference = grid-easting - from-easting
               compute northing-difference =
                   grid-northing - from-northing
               compute distance-metres = function sqrt (
                   easting-difference * easting-difference
                   + northing-difference * northing-difference)
               compute distance-km rounded = distance-metres / 1000
               move "Y" to distance-known-flag
           end-if
           .

       roll-into-recovery-line section.
           move 0 to found-recovery-index
           set recovery-index to 1
           perform until recovery-index > recovery-line-count
                   or found-recovery-index not = 0
               if rrl-species-code (recovery-index) = fst-species-code
                   move recovery-index to found-recovery-index
               else
                   set recovery-index up by 1
               end-if
           end-perform
           if found-recovery-index = 0
               if recovery-line-count >= MAX-RECOVERY-LINES
                   display "Recovery table is full at "
                       MAX-RECOVERY-LINES
                       " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to recovery-line-count
               move recovery-line-count to found-recovery-index
               initialize recovery-line-entry (found-recovery-index)
               move fst-species-code
                   to rrl-species-code (found-recovery-index)
               move fst-common-name
                   to rrl-common-name (found-recovery-index)
           end-if
           if ring-encounter-count = 2
               add 1 to rrl-rings-matched (found-recovery-index)
               add 1 to rings-matched
           end-if
           add 1 to rrl-later-encounters (found-recovery-index)
           if srt-outside-report
               add 1 to rrl-outside-reports (found-recovery-index)
           end-if
           *> fidelity is judged against where the bird was ringed,
           *> not where it was last caught
           if srt-site-code not = spaces
                   and srt-site-code = fst-site-code
               add 1 to rrl-at-ringing-site (found-recovery-index)
           end-if
           if days-since-ringing
                   > rrl-longest-days (found-recovery-index)
               move days-since-ringing
                   to rrl-longest-days (found-recovery-index)
               move srt-ring-number
                   to rrl-longest-ring (found-recovery-index)
           end-if
           move fst-grid-reference to check-grid-reference
           perform work-out-distance
           if distance-is-known
                   and distance-km
                       > rrl-furthest-km (found-recovery-index)
               move distance-km
                   to rrl-furthest-km (found-recovery-index)
               move srt-ring-number
                   to rrl-furthest-ring (found-recovery-index)
               if srt-site-code not = spaces
                   move srt-site-code
                       to rrl-furthest-place (found-recovery-index)
               else
                   move srt-place-name
                       to rrl-furthest-place (found-recovery-index)
               end-if
           end-if
           .

       print-recovery-report section.
           move "O" to rw-action
           move "ring-recoveries.prt" to rw-print-file-name
           move "RETRAPS AND RECOVERIES" to rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move "species          rings later outside at-site fidelity%"
               to rw-line-text
           perform call-report-writer
           move "D" to rw-action
           perform varying recovery-index from 1 by 1
                   until recovery-index > recovery-line-count
               perform print-one-recovery-line
           end-perform
           move "T" to rw-action
           move spaces to rw-line-text
           string rings-matched " rings seen more than once, "
               matches-written " retraps and recoveries"
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           display "Retrap and recovery report written to "
               "ring-recoveries.prt"
           .

       print-one-recovery-line section.
           move 0 to site-fidelity
           if rrl-later-encounters (recovery-index) > 0
               compute site-fidelity rounded =
                   rrl-at-ringing-site (recovery-index) * 100
                   / rrl-later-encounters (recovery-index)
           end-if
           move site-fidelity to formatted-fidelity
           move spaces to rw-line-text
           string rrl-common-name (recovery-index) " "
               rrl-rings-matched (recovery-index) " "
               rrl-later-encounters (recovery-index) " "
               rrl-outside-reports (recovery-index) "   "
               rrl-at-ringing-site (recovery-index) "   "
               formatted-fidelity
               delimited by size into rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           string "    longest-lived  ring "
               rrl-longest-ring (recovery-index) " "
               rrl-longest-days (recovery-index) " days since ringing"
               delimited by size into rw-line-text
           perform call-report-writer
           if rrl-furthest-ring (recovery-index) not = spaces
               move rrl-furthest-km (recovery-index) to formatted-km
               move spaces to rw-line-text
               string "    furthest-moved ring "
                   rrl-furthest-ring (recovery-index) " "
                   formatted-km " km to "
                   rrl-furthest-place (recovery-index)
                   delimited by size into rw-line-text
               perform call-report-writer
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
           compute rcl-records-read = biometrics-read + recoveries-read
           move matches-written to rcl-records-written
           move recoveries-rejected to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

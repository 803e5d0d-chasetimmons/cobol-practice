       input-output section.
           select bird-spotting-data assign "bird-data.dat"
               organization indexed
               access dynamic
               record key record-key
               alternate record key common-name with duplicates
               alternate record key #date with duplicates
               file status file-status-code.

           select species-master-data assign "species-data.dat"
               organization indexed
               access dynamic
               record key species-code of species-master-record
               alternate record key ref-common-name
                   of species-master-record with duplicates
               file status species-file-status-code.

       file section.
       FD  bird-spotting-data.    *> the year's counts
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

       FD  species-master-data.    *> order, family and sequence
       01  species-master-record.
           copy species-master-record.

       working-storage section.
      *> species and birds per family for the year, families in
      *> systematic order under their orders - the shape of the
      *> annual report's family pages.  Species recorded is set
      *> against the species the master holds for the family, so a
      *> thin year for a family shows up.  A family sorts where its
      *> earliest-placed species sorts; species not yet placed on the
      *> master fall together at the end
       78  MAX-SPECIES-CODE        value 999.
       78  UNPLACED-SEQUENCE       value 99999.
       01  species-tally-table.
           05  species-tally-entry     occurs MAX-SPECIES-CODE
                                        indexed by species-index.
               10  sct-sighting-count  pic 9(6).
               10  sct-bird-total      pic 9(8).

       78  MAX-FAMILY-LINES        value 200.
       01  family-line-table.
           05  family-line-entry       occurs MAX-FAMILY-LINES
                                        indexed by family-index.
               10  fml-family-name     pic X(24).
               10  fml-taxonomic-order pic X(20).
               10  fml-first-sequence  pic 9(5).
               10  fml-species-listed  pic 9(4).
               10  fml-species-recorded pic 9(4).
               10  fml-sighting-count  pic 9(7).
               10  fml-bird-total      pic 9(9).
               10  fml-printed-flag    pic X.
                   88  fml-printed         value "Y".
       01  family-line-count       pic 9(3) value 0.
       01  found-family-index      pic 9(3).
       01  next-family-index       pic 9(3).
       01  next-first-sequence     pic 9(5).

       01  end-of-file             pic 9.
       01  file-status-code.
           05  status-key-1        pic X.
           05  status-key-2        pic X.
       01  species-file-status-code.
           05  species-status-key-1 pic X.
           05  species-status-key-2 pic X.

       01  report-year             pic 9(4).
       01  wanted-family-name      pic X(24).
       01  species-sequence        pic 9(5).
       01  printed-order           pic X(20).
       01  sightings-read          pic 9(7) value 0.
       01  sightings-counted       pic 9(7) value 0.
       01  total-species-recorded  pic 9(5) value 0.
       01  total-bird-count        pic 9(9) value 0.

       copy report-writer-fields.
       copy run-control-fields.
       01  batch-program-name pic X(20) value "FamilySummary".

       procedure division.
           copy run-banner.
           display "Report year (CCYY, 0 for all years)?"
           accept report-year
           initialize species-tally-table
           perform tally-species-counts
           perform build-family-lines
           if family-line-count = 0
               display "No species on species-data.dat - "
                   "nothing to summarise"
           else
               perform print-family-summary
           end-if
           perform write-run-control-end
           goback
           .

       tally-species-counts section.
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
                               and species-code
                                   of bird-spotting-record > 0
                               and (report-year = 0
                                   or year = report-year)
                           add 1 to sightings-counted
                           set species-index to species-code
                               of bird-spotting-record
                           add 1 to sct-sighting-count (species-index)
                           add bird-count
                               to sct-bird-total (species-index)
                       end-if
               end-read
           end-perform
           close bird-spotting-data
           .

       build-family-lines section.
           open input species-master-data
           if species-status-key-1 not = "0"
               close species-master-data
           else
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read species-master-data next record
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if species-code
                                   of species-master-record > 0
                               perform roll-into-family-line
                           end-if
                   end-read
               end-perform
               close species-master-data
           end-if
           .

       roll-into-family-line section.
           move ref-family-name to wanted-family-name
           if wanted-family-name = spaces
               move "(family not set)" to wanted-family-name
           end-if
           move ref-taxonomic-sequence to species-sequence
           if species-sequence = 0
               move UNPLACED-SEQUENCE to species-sequence
           end-if
           move 0 to found-family-index
           set family-index to 1
           perform until family-index > family-line-count
                   or found-family-index not = 0
               if fml-family-name (family-index) = wanted-family-name
                   move family-index to found-family-index
               else
                   set family-index up by 1
               end-if
           end-perform
           if found-family-index = 0
               if family-line-count >= MAX-FAMILY-LINES
                   display "Family table is full at "
                       MAX-FAMILY-LINES " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to family-line-count
               move family-line-count to found-family-index
               initialize family-line-entry (found-family-index)
               move wanted-family-name
                   to fml-family-name (found-family-index)
               move ref-taxonomic-order
                   to fml-taxonomic-order (found-family-index)
               move species-sequence
                   to fml-first-sequence (found-family-index)
               move "N" to fml-printed-flag (found-family-index)
           end-if
           if species-sequence < fml-first-sequence (found-family-index)
               move species-sequence
                   to fml-first-sequence (found-family-index)
           end-if
           set species-index to species-code of species-master-record
           add 1 to fml-species-listed (found-family-index)
           if sct-sighting-count (species-index) > 0
               add 1 to fml-species-recorded (found-family-index)
               add 1 to total-species-recorded
               add sct-sighting-count (species-index)
                   to fml-sighting-count (found-family-index)
               add sct-bird-total (species-index)
                   to fml-bird-total (found-family-index)
               add sct-bird-total (species-index) to total-bird-count
           end-if
           .

       print-family-summary section.
           move "O" to rw-action
           move "family-summary.prt" to rw-print-file-name
           move spaces to rw-report-title
           if report-year = 0
               move "FAMILY SUMMARY - ALL YEARS" to rw-report-title
           else
               string "FAMILY SUMMARY " report-year
                   delimited by size into rw-report-title
           end-if
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move spaces to rw-line-text
           string "family                   species listed recorded  "
               "sightings      birds"
               delimited by size into rw-line-text
           perform call-report-writer
           move "D" to rw-action
           move high-values to printed-order
           perform find-next-family-line
           perform until next-family-index = 0
               set family-index to next-family-index
               perform print-one-family-line
               perform find-next-family-line
           end-perform
           move "T" to rw-action
           move spaces to rw-line-text
           string total-species-recorded " species recorded, "
               total-bird-count " birds in " sightings-counted
               " sightings"
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           display "Family summary written to family-summary.prt"
           .

       find-next-family-line section.
           move 0 to next-family-index
           perform varying family-index from 1 by 1
                   until family-index > family-line-count
               if not fml-printed (family-index)
                       and (next-family-index = 0
                           or fml-first-sequence (family-index)
                               < next-first-sequence)
                   set next-family-index to family-index
                   move fml-first-sequence (family-index)
                       to next-first-sequence
               end-if
           end-perform
           .

       print-one-family-line section.
           move "Y" to fml-printed-flag (family-index)
           *> an order heading each time the order changes
           if fml-taxonomic-order (family-index) not = printed-order
               move fml-taxonomic-order (family-index) to printed-order
               move spaces to rw-line-text
               if printed-order = spaces
                   move "(order not set)" to rw-line-text
               else
                   move printed-order to rw-line-text
               end-if
               perform call-report-writer
           end-if
           move spaces to rw-line-text
           string "  " fml-family-name (family-index) " "
               fml-species-listed (family-index) "          "
               fml-species-recorded (family-index) "     "
               fml-sighting-count (family-index) " "
               fml-bird-total (family-index)
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
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

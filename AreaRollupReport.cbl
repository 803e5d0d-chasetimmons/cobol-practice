       working-storage section.
      *> the recorder's "by recording area" figures without an
      *> afternoon of highlighter - site lines inside area subtotals
      *> inside the county total, then the same sightings by 10km
      *> square from each sighting's grid reference, or its site's
      *> where the sighting has none
       78  MAX-AREA-LINES          value 20.
       78  MAX-SITE-LINES          value 50.
       78  MAX-HECTAD-LINES        value 200.
       01  area-line-table.
           05  area-line-entry         occurs MAX-AREA-LINES
                                        indexed by area-index.
               10  stl-area-code       pic X(4).
               10  stl-sighting-count  pic 9(5).
               10  stl-bird-total      pic 9(7).
               10  stl-grid-reference  pic X(10).
       01  site-line-count         pic 9(2) value 0.
       01  found-site-index        pic 9(2).

       01  hectad-line-table.
           05  hectad-line-entry       occurs MAX-HECTAD-LINES
                                        indexed by hectad-index.
               10  hcl-hectad          pic X(4).
               10  hcl-sighting-count  pic 9(6).
               10  hcl-bird-total      pic 9(8).
               10  hcl-printed-flag    pic X.
                   88  hcl-printed         value "Y".
       01  hectad-line-count       pic 9(3) value 0.
       01  found-hectad-index      pic 9(3).
       01  next-hectad-index       pic 9(3).
       01  next-hectad             pic X(4).
       01  unsquared-sightings     pic 9(6) value 0.
       01  grid-to-place           pic X(10).
       01  grid-valid-flag         pic X.
           88  grid-is-valid           value "Y".
       01  grid-easting            pic 9(7).
       01  grid-northing           pic 9(7).
       01  grid-hectad             pic X(4).
       01  grid-tetrad             pic X(5).
       01  grid-monad              pic X(6).

       01  end-of-file             pic 9.
       01  file-status-code.
           05  status-key-1        pic X.
                                   (site-line-count)
                               move 0 to stl-bird-total
                                   (site-line-count)
                               move site-grid-reference to
                                   stl-grid-reference
                                       (site-line-count)
                           end-if
                   end-read
               end-perform
           end-if
           add 1 to county-sighting-count
           add bird-count to county-bird-total
           perform tally-one-hectad
           .

       tally-one-hectad section.
           move sighting-grid-reference to grid-to-place
           if grid-to-place = spaces and found-site-index not = 0
               move stl-grid-reference (found-site-index)
                   to grid-to-place
           end-if
           call "GridReferenceCheck"
               using by reference grid-to-place
                     by reference grid-valid-flag
                     by reference grid-easting
                     by reference grid-northing
                     by reference grid-hectad
                     by reference grid-tetrad
                     by reference grid-monad
           if not grid-is-valid
               add 1 to unsquared-sightings
               exit section
           end-if
           move 0 to found-hectad-index
           set hectad-index to 1
           perform until hectad-index > hectad-line-count
                   or found-hectad-index not = 0
               if hcl-hectad (hectad-index) = grid-hectad
                   move hectad-index to found-hectad-index
               else
                   set hectad-index up by 1
               end-if
           end-perform
           if found-hectad-index = 0
               if hectad-line-count >= MAX-HECTAD-LINES
                   display "Hectad table is full at "
                       MAX-HECTAD-LINES " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to hectad-line-count
               move hectad-line-count to found-hectad-index
               move grid-hectad to hcl-hectad (found-hectad-index)
               move 0 to hcl-sighting-count (found-hectad-index)
               move 0 to hcl-bird-total (found-hectad-index)
               move "N" to hcl-printed-flag (found-hectad-index)
           end-if
           add 1 to hcl-sighting-count (found-hectad-index)
           add bird-count to hcl-bird-total (found-hectad-index)
           .

       print-rollup-report section.
               perform print-one-area-block
           end-perform
           perform print-unassigned-block
           perform print-hectad-block
           move "T" to rw-action
           move spaces to rw-line-text
           string "COUNTY TOTAL  " county-sighting-count
           end-perform
           .

       print-hectad-block section.
           move "D" to rw-action
           move spaces to rw-line-text
           perform call-report-writer
           move "BY 10KM SQUARE" to rw-line-text
           perform call-report-writer
           perform find-next-hectad-line
           perform until next-hectad-index = 0
               set hectad-index to next-hectad-index
               move "Y" to hcl-printed-flag (hectad-index)
               move spaces to rw-line-text
               string "  " hcl-hectad (hectad-index)
                   "                          "
                   hcl-sighting-count (hectad-index) "     "
                   hcl-bird-total (hectad-index)
                   delimited by size into rw-line-text
               perform call-report-writer
               perform find-next-hectad-line
           end-perform
           if unsquared-sightings > 0
               move spaces to rw-line-text
               string "  (no grid reference)         "
                   unsquared-sightings
                   delimited by size into rw-line-text
               perform call-report-writer
           end-if
           .

       find-next-hectad-line section.
           move 0 to next-hectad-index
           perform varying hectad-index from 1 by 1
                   until hectad-index > hectad-line-count
               if not hcl-printed (hectad-index)
                       and (next-hectad-index = 0
                           or hcl-hectad (hectad-index) < next-hectad)
                   set next-hectad-index to hectad-index
                   move hcl-hectad (hectad-index) to next-hectad
               end-if
           end-perform
           .

       call-report-writer section.
           call "ReportWriter"
               using by reference rw-action

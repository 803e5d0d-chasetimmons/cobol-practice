
       working-storage section.
       78  MAX-CROSSTAB-SPECIES    value 400.
      *> a historic record known only to the season or the year has
      *> no month to go in - it is counted in a thirteenth "n/k"
      *> column so the row totals still tie back to the YTD summary.
      *> A month-only record has its month and goes in it
       78  MONTH-NOT-KNOWN         value 13.
       01  crosstab-table.
           05  crosstab-entry          occurs MAX-CROSSTAB-SPECIES
                                        indexed by crosstab-index.
               10  ct-species-code     pic 9(3).
               10  ct-common-name      pic X(16).
               10  ct-month-total      pic 9(5) occurs 13.
               10  ct-row-total        pic 9(7).
               10  ct-systematic-key   pic 9(8).
               10  ct-printed-flag     pic X.
                   88  ct-printed          value "Y".
       01  crosstab-species-count  pic 9(3) value 0.
       01  found-crosstab-index    pic 9(3).
       01  next-crosstab-index     pic 9(3).
       01  next-systematic-key     pic 9(8).
       01  placed-taxonomic-order  pic X(20).
       01  placed-family-name      pic X(24).

       01  end-of-file             pic 9.
       01  file-status-code.
       01  grid-line               pic X(130).
       01  grid-cell-display       pic Z(6)9.
       01  grid-column-start       pic 9(3).
       01  column-month-total      pic 9(7) occurs 13.
       01  report-grand-total      pic 9(8) value 0.
       01  records-tallied         pic 9(6) value 0.


       tally-one-sighting section.
           move month of bird-spotting-record to month-subscript
           if date-is-season-only of bird-spotting-record
                   or date-is-year-only of bird-spotting-record
               move MONTH-NOT-KNOWN to month-subscript
           end-if
           if month-subscript < 1 or month-subscript > MONTH-NOT-KNOWN
               display "Skipped record with month " month-subscript
                   " - " common-name of bird-spotting-record
           else
                   to ct-species-code (crosstab-species-count)
               move common-name of bird-spotting-record
                   to ct-common-name (crosstab-species-count)
               call "SpeciesSequenceLookup"
                   using by reference
                             ct-species-code (crosstab-species-count)
                         by reference
                             ct-systematic-key (crosstab-species-count)
                         by reference placed-taxonomic-order
                         by reference placed-family-name
               move "N" to ct-printed-flag (crosstab-species-count)
               move crosstab-species-count to found-crosstab-index
           end-if
           .
               "back to the YTD summary"
           display "species              jan     feb     mar     "
               "apr     may     jun     jul     aug     sep     "
               "oct     nov     dec     n/k      total"
           *> rows in systematic order, as the published report has
           *> them
           perform find-next-crosstab-row
           perform until next-crosstab-index = 0
               set crosstab-index to next-crosstab-index
               move "Y" to ct-printed-flag (crosstab-index)
               perform print-one-crosstab-row
               perform find-next-crosstab-row
           end-perform
           perform print-column-totals
           display "Grand total " report-grand-total
           .

       find-next-crosstab-row section.
           move 0 to next-crosstab-index
           perform varying crosstab-index from 1 by 1
                   until crosstab-index > crosstab-species-count
               if not ct-printed (crosstab-index)
                       and (next-crosstab-index = 0
                           or ct-systematic-key (crosstab-index)
                               < next-systematic-key)
                   set next-crosstab-index to crosstab-index
                   move ct-systematic-key (crosstab-index)
                       to next-systematic-key
               end-if
           end-perform
           .

       print-one-crosstab-row section.
           move spaces to grid-line
           move ct-common-name (crosstab-index) to grid-line (1:16)
           move 18 to grid-column-start
           perform varying month-subscript from 1 by 1
                   until month-subscript > MONTH-NOT-KNOWN
               move ct-month-total (crosstab-index month-subscript)
                   to grid-cell-display
               move grid-cell-display
                   to grid-line (grid-column-start : 7)
               add 8 to grid-column-start
           end-perform
           display grid-line (1:121) "  "
               ct-row-total (crosstab-index)
           .

           move "month totals" to grid-line (1:16)
           move 18 to grid-column-start
           perform varying month-subscript from 1 by 1
                   until month-subscript > MONTH-NOT-KNOWN
               move column-month-total (month-subscript)
                   to grid-cell-display
               move grid-cell-display
                   to grid-line (grid-column-start : 7)
               add 8 to grid-column-start
           end-perform
           display grid-line (1:121)
           .

       write-run-control-end section.

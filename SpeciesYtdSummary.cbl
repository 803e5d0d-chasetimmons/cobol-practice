       01  control-found-flag      pic X.
           88  control-record-found    value "Y".
       01  ytd-total-bird-count    pic 9(8) value 0.
      *> a sighting the recorder has ruled a second count of a flock
      *> logged at the neighbouring site stays out of the totals
       01  duplicate-flag          pic X.
           88  sighting-is-duplicate   value "Y".
       01  duplicates-left-out     pic 9(5) value 0.
      *> a count the recorder has queried as out of line with the
      *> species' history waits for a ruling before it reaches the
      *> state office
       01  query-held-flag         pic X.
           88  sighting-is-queried     value "Y".
       01  queried-held-back       pic 9(5) value 0.
      *> escapes and introductions are not the state's business -
      *> they are totalled apart for the log and left out of the file
       01  species-status-category pic X.
           88  species-is-native       value "N".
           88  species-is-introduction value "I".
       01  introductions-left-out  pic 9(5) value 0.
       01  introduced-birds-left-out pic 9(7) value 0.
       01  escapes-left-out        pic 9(5) value 0.
       01  escaped-birds-left-out  pic 9(7) value 0.

      *> the summary is built species by species in code order, then
      *> held here and written in systematic order - the state office
      *> prints it as it arrives
       78  MAX-YTD-LINES           value 999.
       01  ytd-line-table.
           05  ytd-line-entry          occurs MAX-YTD-LINES
                                        indexed by ytd-line-index.
               10  yln-systematic-key  pic 9(8).
               10  yln-printed-flag    pic X.
                   88  yln-printed         value "Y".
               10  yln-ytd-image       pic X(81).
       01  ytd-line-count          pic 9(3) value 0.
       01  next-ytd-line-index     pic 9(3).
       01  next-systematic-key     pic 9(8).
       01  placed-taxonomic-order  pic X(20).
       01  placed-family-name      pic X(24).

       procedure division.
           copy run-banner.
           perform write-ytd-control-totals
           display species-count " species summarised to "
               "species-ytd-summary.txt"
           if duplicates-left-out > 0
               display duplicates-left-out " sightings left out as "
                   "ruled double counts"
           end-if
           if queried-held-back > 0
               display queried-held-back " sightings held back - "
                   "counts still queried by the recorder"
           end-if
           if introductions-left-out > 0
               display introductions-left-out " sightings of "
                   introduced-birds-left-out " birds left out as "
                   "established introductions"
           end-if
           if escapes-left-out > 0
               display escapes-left-out " sightings of "
                   escaped-birds-left-out " birds left out as escapes"
           end-if
           perform write-run-control-end
           goback
           .
                       set end-of-file to 0 *> TRUE
                   not at end
                       if record-active of spc-bird-record
                           perform check-ruled-duplicate
                           perform check-queried-count
                           perform check-species-status
                           if sighting-is-duplicate
                               add 1 to duplicates-left-out
                           else
                           if sighting-is-queried
                               add 1 to queried-held-back
                           else
                           if not species-is-native
                               perform total-non-native-sighting
                           else
                               perform accumulate-species-ytd-line
                           end-if
                           end-if
                           end-if
                       end-if
               end-read
           end-perform
           if not first-species-in-run
               perform write-species-ytd-record
           end-if
           perform write-systematic-ytd-lines
           close species-sorted-data
           close species-ytd-data
           .
                   to prior-scientific-name
               move 0 to first-species-line
               move 0 to species-sighting-count
               move 0 to species-first-date-num
               move 0 to species-last-date-num
           end-if
           if species-code of spc-bird-record
                   not equal prior-species-code
                   to prior-common-name
               move scientific-name of spc-bird-record
                   to prior-scientific-name
               move 0 to species-first-date-num
               move 0 to species-last-date-num
           end-if
           *> a record known only to the month, season or year counts
           *> in the totals but never sets the first or last date -
           *> MAY 1974 says nothing about when the first bird came.
           *> A species seen only on such records goes out with both
           *> dates zero
           if date-is-exact of spc-bird-record
               if species-first-date-num = 0
                       or current-sighting-date-num
                           < species-first-date-num
                   move current-sighting-date-num
                       to species-first-date-num
               end-if
               if current-sighting-date-num > species-last-date-num
                   move current-sighting-date-num
                       to species-last-date-num
               end-if
           end-if
           add bird-count of spc-bird-record to species-subtotal
           add 1 to species-sighting-count
           .

       check-ruled-duplicate section.
           call "DuplicateMarkCheck"
               using by reference #date of spc-bird-record
                     by reference site-code of spc-bird-record
                     by reference species-code of spc-bird-record
                     by reference observer-id of spc-bird-record
                     by reference bird-count of spc-bird-record
                     by reference duplicate-flag
           .

       check-queried-count section.
           call "OutlierHoldCheck"
               using by reference #date of spc-bird-record
                     by reference site-code of spc-bird-record
                     by reference species-code of spc-bird-record
                     by reference observer-id of spc-bird-record
                     by reference bird-count of spc-bird-record
                     by reference query-held-flag
           .

       check-species-status section.
           call "SpeciesStatusLookup"
               using by reference species-code of spc-bird-record
                     by reference species-status-category
           .

       total-non-native-sighting section.
           if species-is-introduction
               add 1 to introductions-left-out
               add bird-count of spc-bird-record
                   to introduced-birds-left-out
           else
               add 1 to escapes-left-out
               add bird-count of spc-bird-record
                   to escaped-birds-left-out
           end-if
           .

       write-species-ytd-record section.
           move prior-species-code to ytd-species-code
           move prior-common-name to ytd-common-name
           move sld-day to ytd-last-day
           move sld-month to ytd-last-month
           move sld-year to ytd-last-year
           if ytd-line-count >= MAX-YTD-LINES
               display "YTD line table is full at "
                   MAX-YTD-LINES " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to ytd-line-count
           call "SpeciesSequenceLookup"
               using by reference ytd-species-code
                     by reference yln-systematic-key (ytd-line-count)
                     by reference placed-taxonomic-order
                     by reference placed-family-name
           move "N" to yln-printed-flag (ytd-line-count)
           move species-ytd-record to yln-ytd-image (ytd-line-count)
           .

       write-systematic-ytd-lines section.
           perform find-next-ytd-line
           perform until next-ytd-line-index = 0
               move "Y" to yln-printed-flag (next-ytd-line-index)
               move yln-ytd-image (next-ytd-line-index)
                   to species-ytd-record
               write species-ytd-record
               add 1 to species-count
               call "AbbreviateScientificName"
                   using by reference ytd-scientific-name
                         by reference abbreviated-scientific-name
               display "  " ytd-common-name " ("
                   abbreviated-scientific-name ") "
                   ytd-sighting-count " sightings"
               perform find-next-ytd-line
           end-perform
           .

       find-next-ytd-line section.
           move 0 to next-ytd-line-index
           perform varying ytd-line-index from 1 by 1
                   until ytd-line-index > ytd-line-count
               if not yln-printed (ytd-line-index)
                       and (next-ytd-line-index = 0
                           or yln-systematic-key (ytd-line-index)
                               < next-systematic-key)
                   set next-ytd-line-index to ytd-line-index
                   move yln-systematic-key (ytd-line-index)
                       to next-systematic-key
               end-if
           end-perform
           .

       write-ytd-control-totals section.

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

           select area-master-data assign "recording-areas.txt"
               organization sequential
               file status area-file-status-code.

       file section.
       FD  bird-spotting-data.    *> the sightings and their evidence
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

       FD  site-master-data.    *> each site's area assignment
       01  site-master-record.
           copy site-record.

       FD  area-master-data.    *> the recording-area hierarchy
       01  area-master-record.
           05  rar-area-code           pic X(4).
           05  filler                  pic X.
           05  rar-area-name           pic X(24).

       working-storage section.
      *> the county atlas return - the highest breeding evidence per
      *> species at each site, rolled up to the recording area through
      *> site-area-code exactly as AreaRollupReport rolls the counts,
      *> then the confirmed breeders in each recording area as their
      *> own page, and last the same evidence by 2km tetrad - the
      *> atlas recording unit - from each sighting's grid reference,
      *> or its site's where the sighting has none.  Species print in
      *> systematic order from SpeciesSequenceLookup.  It is a
      *> published report, so every sighting goes past
      *> SensitivityCheck before it is tallied: a withheld or delayed
      *> record is left out altogether, and a blurred one is listed
      *> under its blurred 10km square in place of the site and kept
      *> off the tetrad page, which is finer than the blur allows
       78  MAX-AREA-LINES          value 20.
       78  MAX-SITE-LINES          value 50.
       78  MAX-EVIDENCE-LINES      value 1000.
       78  MAX-AREA-SPECIES-LINES  value 600.
       78  MAX-COUNTY-SPECIES      value 300.
       78  MAX-TETRAD-LINES        value 1000.
       01  area-line-table.
           05  area-line-entry         occurs MAX-AREA-LINES
                                        indexed by area-index.
               10  arl-area-code       pic X(4).
               10  arl-area-name       pic X(24).
       01  area-line-count         pic 9(2) value 0.

       01  site-line-table.
           05  site-line-entry         occurs MAX-SITE-LINES
                                        indexed by site-index.
               10  stl-site-code       pic X(4).
               10  stl-site-name       pic X(24).
               10  stl-area-code       pic X(4).
               10  stl-grid-reference  pic X(10).
       01  site-line-count         pic 9(2) value 0.
       01  found-site-index        pic 9(2).

      *> one line per species per site - the best evidence seen there
       01  evidence-line-table.
           05  evidence-line-entry     occurs MAX-EVIDENCE-LINES
                                        indexed by evidence-index.
               10  evl-species-code    pic 9(3).
               10  evl-common-name     pic X(16).
               10  evl-site-code       pic X(4).
               10  evl-place-name      pic X(24).
               10  evl-area-code       pic X(4).
               10  evl-best-rank       pic 9(2).
               10  evl-best-code       pic X(2).
               10  evl-best-category   pic X.
               10  evl-best-date       pic 9(8).
       01  evidence-line-count     pic 9(4) value 0.
       01  found-evidence-index    pic 9(4).

      *> one line per species per area - the best evidence in the
      *> area and how many of its sites showed any
       01  area-species-table.
           05  area-species-entry      occurs MAX-AREA-SPECIES-LINES
                                        indexed by area-species-index.
               10  ars-area-code       pic X(4).
               10  ars-species-code    pic 9(3).
               10  ars-systematic-key  pic 9(8).
               10  ars-common-name     pic X(16).
               10  ars-best-rank       pic 9(2).
               10  ars-best-code       pic X(2).
               10  ars-best-category   pic X.
               10  ars-site-count      pic 9(3).
               10  ars-printed-flag    pic X.
                   88  ars-printed         value "Y".
       01  area-species-count      pic 9(3) value 0.
       01  found-area-species-index pic 9(3).

       01  county-species-table.
           05  county-species-entry    occurs MAX-COUNTY-SPECIES
                                        indexed by county-index.
               10  cty-species-code    pic 9(3).
               10  cty-best-rank       pic 9(2).
               10  cty-best-category   pic X.
       01  county-species-count    pic 9(3) value 0.
       01  found-county-index      pic 9(3).

      *> one line per species per tetrad - the best evidence in the
      *> square
       01  tetrad-line-table.
           05  tetrad-line-entry       occurs MAX-TETRAD-LINES
                                        indexed by tetrad-index.
               10  ttl-sort-key.
                   15  ttl-tetrad      pic X(5).
                   15  ttl-systematic-key pic 9(8).
               10  ttl-species-code    pic 9(3).
               10  ttl-common-name     pic X(16).
               10  ttl-best-rank       pic 9(2).
               10  ttl-best-code       pic X(2).
               10  ttl-best-category   pic X.
               10  ttl-printed-flag    pic X.
                   88  ttl-printed         value "Y".
       01  tetrad-line-count       pic 9(4) value 0.
       01  found-tetrad-index      pic 9(4).
       01  next-tetrad-index       pic 9(4).
       01  next-tetrad-sort-key    pic X(13).
       01  printed-tetrad          pic X(5).
       01  sightings-without-tetrad pic 9(5) value 0.
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
           05  status-key-2        pic X.
       01  site-file-status-code.
           05  site-status-key-1   pic X.
           05  site-status-key-2   pic X.
       01  area-file-status-code.
           05  area-status-key-1   pic X.
           05  area-status-key-2   pic X.

       01  report-year             pic 9(4).
       01  sightings-read          pic 9(7) value 0.
       01  sightings-with-evidence pic 9(7) value 0.
       01  invalid-codes-found     pic 9(5) value 0.
       01  work-evidence-code      pic X(2).
       01  evidence-valid-flag     pic X.
           88  evidence-code-is-valid  value "Y".
       01  evidence-category       pic X.
       01  evidence-rank           pic 9(2).
       01  evidence-description    pic X(24).
       01  sighting-area-code      pic X(4).
       01  sighting-place-name     pic X(24).
       01  site-code-to-file       pic X(4).
       01  sightings-withheld      pic 9(5) value 0.
       01  sightings-blurred       pic 9(5) value 0.
       01  site-shown-flag         pic X value "Y".
       01  embargo-action          pic X.
           88  embargo-publish         value "P".
           88  embargo-blur            value "B".
       01  blurred-site-name       pic X(24).
       01  blurred-grid-reference  pic X(10).
       01  systematic-sort-key     pic 9(8).
       01  placed-taxonomic-order  pic X(20).
       01  placed-family-name      pic X(24).

       01  printing-area-code      pic X(4).
       01  printing-area-name      pic X(24).
       01  next-systematic-key     pic 9(8).
       01  next-species-index      pic 9(3).
       01  category-text           pic X(9).
       01  area-possible-count     pic 9(3).
       01  area-probable-count     pic 9(3).
       01  area-confirmed-count    pic 9(3).
       01  county-possible-count   pic 9(3) value 0.
       01  county-probable-count   pic 9(3) value 0.
       01  county-confirmed-count  pic 9(3) value 0.
       01  printable-date          pic 9(8).

       copy report-writer-fields.
       copy run-control-fields.
       01  batch-program-name pic X(20) value "AtlasBreedingReport".

       procedure division.
           copy run-banner.
           display "Atlas season (CCYY, 0 for every season on file)?"
           accept report-year
           perform load-area-master
           perform load-site-master
           perform tally-evidence
           perform build-area-species-lines
           perform print-atlas-report
           display sightings-with-evidence " sightings with breeding "
               "evidence rolled up from " sightings-read " read"
           if invalid-codes-found > 0
               display invalid-codes-found " sightings carry a code "
                   "outside the atlas set - left out"
           end-if
           if sightings-withheld > 0
               display sightings-withheld " sensitive sightings "
                   "withheld or delayed - left out"
           end-if
           if sightings-blurred > 0
               display sightings-blurred " sensitive sightings "
                   "blurred to the 10km square - shown by square, not "
                   "by site or tetrad"
           end-if
           if sightings-without-tetrad > 0
               display sightings-without-tetrad " sightings have no "
                   "reference fine enough for a tetrad - left off "
                   "the tetrad page"
           end-if
           perform write-run-control-end
           goback
           .

       load-area-master section.
           open input area-master-data
           if area-status-key-1 not = "0"
               display "No recording-areas.txt - every site will "
                   "print under (no area)"
               close area-master-data
           else
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read area-master-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if area-line-count < MAX-AREA-LINES
                               add 1 to area-line-count
                               move rar-area-code to
                                   arl-area-code (area-line-count)
                               move rar-area-name to
                                   arl-area-name (area-line-count)
                           end-if
                   end-read
               end-perform
               close area-master-data
           end-if
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
                           if site-line-count < MAX-SITE-LINES
                               add 1 to site-line-count
                               move site-code
                                   of site-master-record to
                                   stl-site-code (site-line-count)
                               move site-name to
                                   stl-site-name (site-line-count)
                               move site-area-code to
                                   stl-area-code (site-line-count)
                               move site-grid-reference to
                                   stl-grid-reference
                                       (site-line-count)
                           end-if
                   end-read
               end-perform
               close site-master-data
           end-if
           .

       tally-evidence section.
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
                               and breeding-evidence-code
                                   not = spaces
                               and (report-year = 0
                                   or year = report-year)
                           perform judge-one-sighting
                       end-if
               end-read
           end-perform
           close bird-spotting-data
           .

       judge-one-sighting section.
           move breeding-evidence-code to work-evidence-code
           call "BreedingEvidenceCheck"
               using by reference work-evidence-code
                     by reference evidence-valid-flag
                     by reference evidence-category
                     by reference evidence-rank
                     by reference evidence-description
           if not evidence-code-is-valid
               add 1 to invalid-codes-found
           else
               *> flying over, migrant and summering non-breeder are
               *> valid on the card but say nothing about breeding
               if evidence-rank > 0
                   perform apply-sensitive-embargo
                   if embargo-publish or embargo-blur
                       add 1 to sightings-with-evidence
                       perform roll-into-evidence-line
                       if embargo-blur
                           add 1 to sightings-blurred
                       else
                           perform roll-into-tetrad-line
                       end-if
                   end-if
               end-if
           end-if
           .

       apply-sensitive-embargo section.
           *> the sighting's own reference, or its site's where it has
           *> none - the tetrad is placed from the same reference
           perform find-sighting-area
           move sighting-grid-reference to grid-to-place
           if grid-to-place = spaces and found-site-index not = 0
               move stl-grid-reference (found-site-index)
                   to grid-to-place
           end-if
           call "SensitivityCheck"
               using by reference batch-program-name
                     by reference species-code
                     by reference common-name
                     by reference site-code of bird-spotting-record
                     by reference #date
                     by reference grid-to-place
                     by reference site-shown-flag
                     by reference embargo-action
                     by reference blurred-site-name
                     by reference blurred-grid-reference
           if not embargo-publish and not embargo-blur
               add 1 to sightings-withheld
           end-if
           .

       roll-into-evidence-line section.
           *> a blurred record stands under its square, not its site
           perform find-sighting-area
           if embargo-blur
               move spaces to site-code-to-file
               move blurred-site-name to sighting-place-name
           else
               move site-code of bird-spotting-record
                   to site-code-to-file
               move spaces to sighting-place-name
               if found-site-index not = 0
                   move stl-site-name (found-site-index)
                       to sighting-place-name
               end-if
           end-if
           move 0 to found-evidence-index
           set evidence-index to 1
           perform until evidence-index > evidence-line-count
                   or found-evidence-index not = 0
               if evl-species-code (evidence-index) = species-code
                       and evl-site-code (evidence-index)
                           = site-code-to-file
                       and evl-place-name (evidence-index)
                           = sighting-place-name
                   move evidence-index to found-evidence-index
               else
                   set evidence-index up by 1
               end-if
           end-perform
           if found-evidence-index = 0
               if evidence-line-count >= MAX-EVIDENCE-LINES
                   display "Evidence table is full at "
                       MAX-EVIDENCE-LINES
                       " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to evidence-line-count
               move evidence-line-count to found-evidence-index
               move species-code
                   to evl-species-code (found-evidence-index)
               move common-name
                   to evl-common-name (found-evidence-index)
               move site-code-to-file
                   to evl-site-code (found-evidence-index)
               move sighting-place-name
                   to evl-place-name (found-evidence-index)
               move sighting-area-code
                   to evl-area-code (found-evidence-index)
               move 0 to evl-best-rank (found-evidence-index)
           end-if
           if evidence-rank > evl-best-rank (found-evidence-index)
               move evidence-rank
                   to evl-best-rank (found-evidence-index)
               move work-evidence-code
                   to evl-best-code (found-evidence-index)
               move evidence-category
                   to evl-best-category (found-evidence-index)
               move #date (1:8)
                   to evl-best-date (found-evidence-index)
           end-if
           .

       find-sighting-area section.
           move spaces to sighting-area-code
           move 0 to found-site-index
           set site-index to 1
           perform until site-index > site-line-count
                   or found-site-index not = 0
               if stl-site-code (site-index) = site-code
                       of bird-spotting-record
                   move site-index to found-site-index
                   move stl-area-code (site-index)
                       to sighting-area-code
               else
                   set site-index up by 1
               end-if
           end-perform
           .

       roll-into-tetrad-line section.
           call "GridReferenceCheck"
               using by reference grid-to-place
                     by reference grid-valid-flag
                     by reference grid-easting
                     by reference grid-northing
                     by reference grid-hectad
                     by reference grid-tetrad
                     by reference grid-monad
           *> a 10km reference cannot say which tetrad
           if not grid-is-valid or grid-tetrad = spaces
               add 1 to sightings-without-tetrad
               exit section
           end-if
           move 0 to found-tetrad-index
           set tetrad-index to 1
           perform until tetrad-index > tetrad-line-count
                   or found-tetrad-index not = 0
               if ttl-tetrad (tetrad-index) = grid-tetrad
                       and ttl-species-code (tetrad-index)
                           = species-code
                   move tetrad-index to found-tetrad-index
               else
                   set tetrad-index up by 1
               end-if
           end-perform
           if found-tetrad-index = 0
               if tetrad-line-count >= MAX-TETRAD-LINES
                   display "Tetrad table is full at "
                       MAX-TETRAD-LINES
                       " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to tetrad-line-count
               move tetrad-line-count to found-tetrad-index
               move grid-tetrad to ttl-tetrad (found-tetrad-index)
               move species-code
                   to ttl-species-code (found-tetrad-index)
               call "SpeciesSequenceLookup"
                   using by reference species-code
                         by reference systematic-sort-key
                         by reference placed-taxonomic-order
                         by reference placed-family-name
               move systematic-sort-key
                   to ttl-systematic-key (found-tetrad-index)
               move common-name
                   to ttl-common-name (found-tetrad-index)
               move 0 to ttl-best-rank (found-tetrad-index)
               move "N" to ttl-printed-flag (found-tetrad-index)
           end-if
           if evidence-rank > ttl-best-rank (found-tetrad-index)
               move evidence-rank
                   to ttl-best-rank (found-tetrad-index)
               move work-evidence-code
                   to ttl-best-code (found-tetrad-index)
               move evidence-category
                   to ttl-best-category (found-tetrad-index)
           end-if
           .

       build-area-species-lines section.
           perform varying evidence-index from 1 by 1
                   until evidence-index > evidence-line-count
               perform roll-into-area-species-line
               perform roll-into-county-species-line
           end-perform
           perform varying county-index from 1 by 1
                   until county-index > county-species-count
               evaluate cty-best-category (county-index)
                   when "P"
                       add 1 to county-possible-count
                   when "R"
                       add 1 to county-probable-count
                   when "C"
                       add 1 to county-confirmed-count
               end-evaluate
           end-perform
           .

       roll-into-area-species-line section.
           move 0 to found-area-species-index
           set area-species-index to 1
           perform until area-species-index > area-species-count
                   or found-area-species-index not = 0
               if ars-area-code (area-species-index)
                       = evl-area-code (evidence-index)
                       and ars-species-code (area-species-index)
                           = evl-species-code (evidence-index)
                   move area-species-index
                       to found-area-species-index
               else
                   set area-species-index up by 1
               end-if
           end-perform
           if found-area-species-index = 0
               if area-species-count >= MAX-AREA-SPECIES-LINES
                   display "Area species table is full at "
                       MAX-AREA-SPECIES-LINES
                       " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to area-species-count
               move area-species-count to found-area-species-index
               move evl-area-code (evidence-index)
                   to ars-area-code (found-area-species-index)
               move evl-species-code (evidence-index)
                   to ars-species-code (found-area-species-index)
               call "SpeciesSequenceLookup"
                   using by reference evl-species-code (evidence-index)
                         by reference systematic-sort-key
                         by reference placed-taxonomic-order
                         by reference placed-family-name
               move systematic-sort-key
                   to ars-systematic-key (found-area-species-index)
               move evl-common-name (evidence-index)
                   to ars-common-name (found-area-species-index)
               move 0 to ars-best-rank (found-area-species-index)
               move 0 to ars-site-count (found-area-species-index)
               move "N" to ars-printed-flag (found-area-species-index)
           end-if
           add 1 to ars-site-count (found-area-species-index)
           if evl-best-rank (evidence-index)
                   > ars-best-rank (found-area-species-index)
               move evl-best-rank (evidence-index)
                   to ars-best-rank (found-area-species-index)
               move evl-best-code (evidence-index)
                   to ars-best-code (found-area-species-index)
               move evl-best-category (evidence-index)
                   to ars-best-category (found-area-species-index)
           end-if
           .

       roll-into-county-species-line section.
           move 0 to found-county-index
           set county-index to 1
           perform until county-index > county-species-count
                   or found-county-index not = 0
               if cty-species-code (county-index)
                       = evl-species-code (evidence-index)
                   move county-index to found-county-index
               else
                   set county-index up by 1
               end-if
           end-perform
           if found-county-index = 0
               if county-species-count < MAX-COUNTY-SPECIES
                   add 1 to county-species-count
                   move county-species-count to found-county-index
                   move evl-species-code (evidence-index)
                       to cty-species-code (found-county-index)
                   move 0 to cty-best-rank (found-county-index)
               end-if
           end-if
           if found-county-index not = 0
               if evl-best-rank (evidence-index)
                       > cty-best-rank (found-county-index)
                   move evl-best-rank (evidence-index)
                       to cty-best-rank (found-county-index)
                   move evl-best-category (evidence-index)
                       to cty-best-category (found-county-index)
               end-if
           end-if
           .

       print-atlas-report section.
           move "O" to rw-action
           move "atlas-breeding.prt" to rw-print-file-name
           move "ATLAS BREEDING STATUS" to rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move spaces to rw-line-text
           if report-year = 0
               string "species          code category  sites"
                   "   (all seasons on file)"
                   delimited by size into rw-line-text
           else
               string "species          code category  sites"
                   "   season " report-year
                   delimited by size into rw-line-text
           end-if
           perform call-report-writer
           perform varying area-index from 1 by 1
                   until area-index > area-line-count
               move arl-area-code (area-index) to printing-area-code
               move arl-area-name (area-index) to printing-area-name
               perform print-one-area-block
           end-perform
           move spaces to printing-area-code
           move "(no area)" to printing-area-name
           perform print-one-area-block
           perform print-confirmed-by-area
           perform print-evidence-by-tetrad
           move "T" to rw-action
           move spaces to rw-line-text
           string "COUNTY - CONFIRMED " county-confirmed-count
               "  PROBABLE " county-probable-count
               "  POSSIBLE " county-possible-count " SPECIES"
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           display "Atlas breeding status written to "
               "atlas-breeding.prt"
           .

       print-one-area-block section.
           move 0 to area-possible-count
           move 0 to area-probable-count
           move 0 to area-confirmed-count
           perform varying area-species-index from 1 by 1
                   until area-species-index > area-species-count
               if ars-area-code (area-species-index)
                       = printing-area-code
                   move "N" to ars-printed-flag (area-species-index)
               end-if
           end-perform
           perform find-next-area-species
           if next-species-index = 0
               exit section
           end-if
           move "D" to rw-action
           move spaces to rw-line-text
           string "AREA " printing-area-code " - " printing-area-name
               delimited by size into rw-line-text
           perform call-report-writer
           perform until next-species-index = 0
               set area-species-index to next-species-index
               perform print-one-area-species
               perform find-next-area-species
           end-perform
           move spaces to rw-line-text
           string "  AREA SUBTOTAL - CONFIRMED " area-confirmed-count
               "  PROBABLE " area-probable-count
               "  POSSIBLE " area-possible-count
               delimited by size into rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           perform call-report-writer
           .

       find-next-area-species section.
           *> systematic lists run in SpeciesSequenceLookup order -
           *> pick the earliest species in this area not yet printed
           move 0 to next-species-index
           move 0 to next-systematic-key
           perform varying area-species-index from 1 by 1
                   until area-species-index > area-species-count
               if ars-area-code (area-species-index)
                       = printing-area-code
                       and not ars-printed (area-species-index)
                       and (next-species-index = 0
                           or ars-systematic-key (area-species-index)
                               < next-systematic-key)
                   move area-species-index to next-species-index
                   move ars-systematic-key (area-species-index)
                       to next-systematic-key
               end-if
           end-perform
           .

       print-one-area-species section.
           move "Y" to ars-printed-flag (area-species-index)
           move ars-best-category (area-species-index)
               to evidence-category
           perform set-category-text
           evaluate ars-best-category (area-species-index)
               when "P"
                   add 1 to area-possible-count
               when "R"
                   add 1 to area-probable-count
               when "C"
                   add 1 to area-confirmed-count
           end-evaluate
           move spaces to rw-line-text
           string "  " ars-common-name (area-species-index) " "
               ars-best-code (area-species-index) "   "
               category-text " "
               ars-site-count (area-species-index)
               delimited by size into rw-line-text
           perform call-report-writer
           perform varying evidence-index from 1 by 1
                   until evidence-index > evidence-line-count
               if evl-area-code (evidence-index) = printing-area-code
                       and evl-species-code (evidence-index)
                           = ars-species-code (area-species-index)
                   perform print-one-site-evidence
               end-if
           end-perform
           .

       print-one-site-evidence section.
           move evl-best-category (evidence-index)
               to evidence-category
           perform set-category-text
           move evl-best-date (evidence-index) to printable-date
           move spaces to rw-line-text
           string "      " evl-site-code (evidence-index) " "
               evl-place-name (evidence-index) " "
               evl-best-code (evidence-index) " "
               category-text " " printable-date
               delimited by size into rw-line-text
           perform call-report-writer
           .

       set-category-text section.
           evaluate evidence-category
               when "P"
                   move "POSSIBLE" to category-text
               when "R"
                   move "PROBABLE" to category-text
               when "C"
                   move "CONFIRMED" to category-text
               when other
                   move spaces to category-text
           end-evaluate
           .

       print-confirmed-by-area section.
           *> the county atlas question, answered straight off the
           *> file instead of from the paper cards
           move "D" to rw-action
           move "CONFIRMED BREEDERS BY RECORDING AREA" to rw-line-text
           perform call-report-writer
           perform varying area-index from 1 by 1
                   until area-index > area-line-count
               move arl-area-code (area-index) to printing-area-code
               move arl-area-name (area-index) to printing-area-name
               perform print-confirmed-for-area
           end-perform
           move spaces to printing-area-code
           move "(no area)" to printing-area-name
           perform print-confirmed-for-area
           move spaces to rw-line-text
           perform call-report-writer
           .

       print-confirmed-for-area section.
           move 0 to area-confirmed-count
           perform varying area-species-index from 1 by 1
                   until area-species-index > area-species-count
               if ars-area-code (area-species-index)
                       = printing-area-code
                       and ars-best-category (area-species-index)
                           = "C"
                   add 1 to area-confirmed-count
               end-if
           end-perform
           if area-confirmed-count > 0
               move spaces to rw-line-text
               string "  " printing-area-code " " printing-area-name
                   " " area-confirmed-count " confirmed"
                   delimited by size into rw-line-text
               perform call-report-writer
               perform varying area-species-index from 1 by 1
                       until area-species-index > area-species-count
                   if ars-area-code (area-species-index)
                           = printing-area-code
                           and ars-best-category (area-species-index)
                               = "C"
                       move spaces to rw-line-text
                       string "      "
                           ars-common-name (area-species-index) " "
                           ars-best-code (area-species-index)
                           delimited by size into rw-line-text
                       perform call-report-writer
                   end-if
               end-perform
           end-if
           .

       print-evidence-by-tetrad section.
           *> tetrads in grid order, species in systematic order
           *> within each
           move "D" to rw-action
           move "BREEDING EVIDENCE BY TETRAD" to rw-line-text
           perform call-report-writer
           move spaces to printed-tetrad
           perform find-next-tetrad-line
           perform until next-tetrad-index = 0
               set tetrad-index to next-tetrad-index
               move "Y" to ttl-printed-flag (tetrad-index)
               if ttl-tetrad (tetrad-index) not = printed-tetrad
                   move ttl-tetrad (tetrad-index) to printed-tetrad
                   move spaces to rw-line-text
                   string "  TETRAD " printed-tetrad
                       delimited by size into rw-line-text
                   perform call-report-writer
               end-if
               move ttl-best-category (tetrad-index)
                   to evidence-category
               perform set-category-text
               move spaces to rw-line-text
               string "      " ttl-common-name (tetrad-index) " "
                   ttl-best-code (tetrad-index) "   " category-text
                   delimited by size into rw-line-text
               perform call-report-writer
               perform find-next-tetrad-line
           end-perform
           move spaces to rw-line-text
           perform call-report-writer
           .

       find-next-tetrad-line section.
           move 0 to next-tetrad-index
           perform varying tetrad-index from 1 by 1
                   until tetrad-index > tetrad-line-count
               if not ttl-printed (tetrad-index)
                       and (next-tetrad-index = 0
                           or ttl-sort-key (tetrad-index)
                               < next-tetrad-sort-key)
                   set next-tetrad-index to tetrad-index
                   move ttl-sort-key (tetrad-index)
                       to next-tetrad-sort-key
               end-if
           end-perform
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
           move invalid-codes-found to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

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

       file section.
       FD  bird-spotting-data.    *> the sightings to place
       01  bird-spotting-record.
           05  record-key              pic 9(6).
           05  filler                  pic X.
           copy bird-spotting-record.
           05  status-flag             pic X.
               88  record-voided       value "V".
           05  void-reason-code        pic X(2).
           05  certification-flag      pic X.
           05  review-status-flag      pic X.
               88  review-rejected         value "R".

       FD  site-master-data.    *> the sites draw the county outline
       01  site-master-record.
           copy site-record.

       FD  species-master-data.    *> names for the map titles
       01  species-master-record.
           copy species-master-record.

       working-storage section.
      *> species distribution by 10km square, drawn as a character
      *> grid.  The county is whatever 10km squares hold a site on
      *> site-data.dat - those print as "." so the outline shows even
      *> where a species was not seen; the frame is the smallest
      *> rectangle round them.  Each square shows the best breeding
      *> evidence recorded there, or failing any, the band of the
      *> highest single count as AbundanceBand sets it.  A sighting
      *> is placed by its own grid reference, or its site's where it
      *> has none.  One species gives a full-page map; several give
      *> a page of small maps side by side for the species accounts.
      *> It is a published report, so SensitivityCheck has the last
      *> word - a blurred record is placed by its blurred reference,
      *> which is the 10km square anyway
       78  MAX-MAP-SPECIES         value 24.
       78  MAX-MAP-ROWS            value 24.
       78  MAX-MAP-COLUMNS         value 24.
       78  MAX-MAP-SITES           value 200.
       78  PAGE-WIDTH              value 100.
       01  map-species-table.
           05  map-species-entry       occurs MAX-MAP-SPECIES
                                        indexed by map-index.
               10  msp-species-code    pic 9(3).
               10  msp-common-name     pic X(16).
               10  msp-squares-recorded pic 9(3).
               10  msp-row             occurs MAX-MAP-ROWS.
                   15  msp-cell        occurs MAX-MAP-COLUMNS.
                       20  mcl-best-rank   pic 9(2).
                       20  mcl-best-category pic X.
                       20  mcl-top-count   pic 9(4).
                       20  mcl-recorded-flag pic X.
                           88  mcl-recorded    value "Y".
       01  map-species-count       pic 9(2) value 0.
       01  found-map-index         pic 9(2).

      *> the county's squares, in the same frame as the maps
       01  county-square-table.
           05  county-row              occurs MAX-MAP-ROWS.
               10  county-square-flag  pic X
                                        occurs MAX-MAP-COLUMNS.
                   88  square-in-county    value "Y".

       01  site-square-table.
           05  site-square-entry       occurs MAX-MAP-SITES
                                        indexed by site-index.
               10  ssq-site-code       pic X(4).
               10  ssq-grid-reference  pic X(10).
               10  ssq-ten-km-east     pic 9(3).
               10  ssq-ten-km-north    pic 9(3).
       01  site-square-count       pic 9(3) value 0.

      *> the frame, in 10km squares east and north of the false
      *> origin
       01  frame-west              pic 9(3) value 999.
       01  frame-east              pic 9(3) value 0.
       01  frame-south             pic 9(3) value 999.
       01  frame-north             pic 9(3) value 0.
       01  frame-columns           pic 9(3).
       01  frame-rows              pic 9(3).
       01  map-column              pic 9(3).
       01  map-row                 pic 9(3).
       01  ten-km-east             pic 9(3).
       01  ten-km-north            pic 9(3).

       01  grid-to-place           pic X(10).
       01  grid-valid-flag         pic X.
           88  grid-is-valid           value "Y".
       01  grid-easting            pic 9(7).
       01  grid-northing           pic 9(7).
       01  grid-hectad             pic X(4).
       01  grid-tetrad             pic X(5).
       01  grid-monad              pic X(6).

       01  work-evidence-code      pic X(2).
       01  evidence-valid-flag     pic X.
           88  evidence-code-is-valid  value "Y".
       01  evidence-category       pic X.
       01  evidence-rank           pic 9(2).
       01  evidence-description    pic X(24).
       01  band-count              pic 9(4).
       01  abundance-band          pic X(10).
       01  square-symbol           pic X.

       01  site-shown-flag         pic X value "Y".
       01  embargo-action          pic X.
           88  embargo-publish         value "P".
           88  embargo-blur            value "B".
       01  blurred-site-name       pic X(24).
       01  blurred-grid-reference  pic X(10).

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

       01  requested-species-code  pic 9(3).
       01  map-date-from           pic 9(8).
       01  map-date-to             pic 9(8).
       01  start-date-key          pic X(12).
       01  sightings-read          pic 9(7) value 0.
       01  sightings-mapped        pic 9(7) value 0.
       01  sightings-unplaced      pic 9(5) value 0.
       01  sightings-off-map       pic 9(5) value 0.
       01  sightings-withheld      pic 9(5) value 0.

       01  slot-width              pic 9(3).
       01  maps-across             pic 9(2).
       01  first-map-in-strip      pic 9(2).
       01  last-map-in-strip       pic 9(2).
       01  line-position           pic 9(3).
       01  map-label               pic 9(3).

       copy report-writer-fields.
       copy run-control-fields.
       01  batch-program-name pic X(20) value "SpeciesDistribMap".

       procedure division.
           copy run-banner.
           perform ask-for-species
           if map-species-count = 0
               display "No species to map"
               perform write-run-control-end
               goback
           end-if
           display "Map from date (CCYYMMDD, 0 for the start of "
               "the file)?"
           accept map-date-from
           display "Map to date (CCYYMMDD, 0 for the end of the "
               "file)?"
           accept map-date-to
           if map-date-to = 0
               move 99999999 to map-date-to
           end-if
           perform load-county-squares
           perform place-sightings
           perform print-distribution-maps
           display sightings-mapped " sightings mapped from "
               sightings-read " read"
           if sightings-unplaced > 0
               display sightings-unplaced " sightings have no usable "
                   "grid reference on the sighting or its site"
           end-if
           if sightings-off-map > 0
               display sightings-off-map " sightings fall outside the "
                   "county frame - left off the map"
           end-if
           if sightings-withheld > 0
               display sightings-withheld " sightings of sensitive "
                   "species withheld from the map"
           end-if
           perform write-run-control-end
           goback
           .

       ask-for-species section.
           open input species-master-data
           move 1 to requested-species-code
           perform until requested-species-code = 0
               display "Species code to map (0 when the list is "
                   "complete)?"
               accept requested-species-code
               if requested-species-code not = 0
                   perform add-map-species
               end-if
           end-perform
           close species-master-data
           .

       add-map-species section.
           move requested-species-code
               to species-code of species-master-record
           read species-master-data
               invalid key
                   display "Species " requested-species-code
                       " is not on the species master"
                   exit section
           end-read
           if map-species-count >= MAX-MAP-SPECIES
               display "Only " MAX-MAP-SPECIES " species fit one "
                   "run - " requested-species-code " left out"
               exit section
           end-if
           add 1 to map-species-count
           set map-index to map-species-count
           initialize map-species-entry (map-index)
           move requested-species-code to msp-species-code (map-index)
           move ref-common-name to msp-common-name (map-index)
           .

       load-county-squares section.
           open input site-master-data
           if site-status-key-1 not = "0"
               display "No site-data.dat - the county cannot be drawn"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read site-master-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform take-one-site-square
               end-read
           end-perform
           close site-master-data
           if site-square-count = 0
               display "No site carries a usable grid reference - "
                   "the county cannot be drawn"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           compute frame-columns = frame-east - frame-west + 1
           compute frame-rows = frame-north - frame-south + 1
           if frame-columns > MAX-MAP-COLUMNS
                   or frame-rows > MAX-MAP-ROWS
               display "County frame is " frame-columns " by "
                   frame-rows " squares - more than the "
                   MAX-MAP-COLUMNS " by " MAX-MAP-ROWS " the map "
                   "holds; check the site grid references"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           move all "N" to county-square-table
           perform varying site-index from 1 by 1
                   until site-index > site-square-count
               compute map-column =
                   ssq-ten-km-east (site-index) - frame-west + 1
               compute map-row =
                   ssq-ten-km-north (site-index) - frame-south + 1
               set square-in-county (map-row map-column) to true
           end-perform
           .

       take-one-site-square section.
           move site-grid-reference to grid-to-place
           perform find-ten-km-square
           if not grid-is-valid
               exit section
           end-if
           if site-square-count >= MAX-MAP-SITES
               display "Site table is full at " MAX-MAP-SITES
                   " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to site-square-count
           set site-index to site-square-count
           move site-code of site-master-record
               to ssq-site-code (site-index)
           move site-grid-reference to ssq-grid-reference (site-index)
           move ten-km-east to ssq-ten-km-east (site-index)
           move ten-km-north to ssq-ten-km-north (site-index)
           if ten-km-east < frame-west
               move ten-km-east to frame-west
           end-if
           if ten-km-east > frame-east
               move ten-km-east to frame-east
           end-if
           if ten-km-north < frame-south
               move ten-km-north to frame-south
           end-if
           if ten-km-north > frame-north
               move ten-km-north to frame-north
           end-if
           .

       find-ten-km-square section.
           call "GridReferenceCheck"
               using by reference grid-to-place
                     by reference grid-valid-flag
                     by reference grid-easting
                     by reference grid-northing
                     by reference grid-hectad
                     by reference grid-tetrad
                     by reference grid-monad
           if grid-is-valid
               divide grid-easting by 10000 giving ten-km-east
               divide grid-northing by 10000 giving ten-km-north
           end-if
           .

       place-sightings section.
           open input bird-spotting-data
           move spaces to start-date-key
           move map-date-from to start-date-key (1:8)
           move start-date-key to #date
           start bird-spotting-data
               key is greater than or equal to #date
               invalid key
                   close bird-spotting-data
                   exit section
           end-start
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read bird-spotting-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if #date (1:8) > map-date-to
                           set end-of-file to 0 *> TRUE
                       else
                           add 1 to sightings-read
                           perform consider-one-sighting
                       end-if
               end-read
           end-perform
           close bird-spotting-data
           .

       consider-one-sighting section.
           if record-voided or review-rejected
               exit section
           end-if
           move 0 to found-map-index
           perform varying map-index from 1 by 1
                   until map-index > map-species-count
                       or found-map-index not = 0
               if msp-species-code (map-index) = species-code
                       of bird-spotting-record
                   set found-map-index to map-index
               end-if
           end-perform
           if found-map-index = 0
               exit section
           end-if
           set map-index to found-map-index
           move sighting-grid-reference to grid-to-place
           if grid-to-place = spaces
               perform varying site-index from 1 by 1
                       until site-index > site-square-count
                   if ssq-site-code (site-index) = site-code
                           of bird-spotting-record
                       move ssq-grid-reference (site-index)
                           to grid-to-place
                   end-if
               end-perform
           end-if
           call "SensitivityCheck"
               using by reference batch-program-name
                     by reference species-code
                         of bird-spotting-record
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
               exit section
           end-if
           if embargo-blur
               move blurred-grid-reference to grid-to-place
           end-if
           perform find-ten-km-square
           if not grid-is-valid
               add 1 to sightings-unplaced
               exit section
           end-if
           if ten-km-east < frame-west or ten-km-east > frame-east
                   or ten-km-north < frame-south
                   or ten-km-north > frame-north
               add 1 to sightings-off-map
               exit section
           end-if
           compute map-column = ten-km-east - frame-west + 1
           compute map-row = ten-km-north - frame-south + 1
           perform mark-map-square
           .

       mark-map-square section.
           add 1 to sightings-mapped
           if not mcl-recorded (map-index map-row map-column)
               set mcl-recorded (map-index map-row map-column) to true
               add 1 to msp-squares-recorded (map-index)
           end-if
           if bird-count > mcl-top-count (map-index map-row map-column)
               move bird-count
                   to mcl-top-count (map-index map-row map-column)
           end-if
           if breeding-evidence-code = spaces
               exit section
           end-if
           move breeding-evidence-code to work-evidence-code
           call "BreedingEvidenceCheck"
               using by reference work-evidence-code
                     by reference evidence-valid-flag
                     by reference evidence-category
                     by reference evidence-rank
                     by reference evidence-description
           if evidence-code-is-valid
                   and evidence-rank
                       > mcl-best-rank (map-index map-row map-column)
               move evidence-rank
                   to mcl-best-rank (map-index map-row map-column)
               move evidence-category
                   to mcl-best-category (map-index map-row map-column)
           end-if
           .

       print-distribution-maps section.
           move "O" to rw-action
           move "species-distribution.prt" to rw-print-file-name
           move "SPECIES DISTRIBUTION BY 10KM SQUARE"
               to rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move spaces to rw-line-text
           string "Sightings dated " map-date-from " to " map-date-to
               delimited by size into rw-line-text
           perform call-report-writer
           move "D" to rw-action
           if map-species-count = 1
               set map-index to 1
               perform print-large-map
           else
               perform print-small-maps
           end-if
           perform print-map-key
           move "C" to rw-action
           perform call-report-writer
           display "Distribution maps written to "
               "species-distribution.prt"
           .

       print-large-map section.
           *> three print positions a square, rows and columns
           *> labelled with the 10km grid line they start on, north
           *> at the top
           move spaces to rw-line-text
           string msp-common-name (map-index) " ("
               msp-species-code (map-index) ") - "
               msp-squares-recorded (map-index) " squares"
               delimited by size into rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           perform varying map-column from 1 by 1
                   until map-column > frame-columns
               compute map-label = frame-west + map-column - 1
               compute line-position = map-column * 3 + 3
               move map-label (2:2) to rw-line-text (line-position:2)
           end-perform
           perform call-report-writer
           perform varying map-row from frame-rows by -1
                   until map-row < 1
               move spaces to rw-line-text
               compute map-label = frame-south + map-row - 1
               move map-label to rw-line-text (1:3)
               perform varying map-column from 1 by 1
                       until map-column > frame-columns
                   perform set-square-symbol
                   compute line-position = map-column * 3 + 4
                   move square-symbol
                       to rw-line-text (line-position:1)
               end-perform
               perform call-report-writer
           end-perform
           move spaces to rw-line-text
           perform call-report-writer
           .

       print-small-maps section.
           *> one print position a square, as many maps across the
           *> page as fit, each headed by its species
           if frame-columns > 16
               compute slot-width = frame-columns + 2
           else
               move 18 to slot-width
           end-if
           divide PAGE-WIDTH by slot-width giving maps-across
           move 1 to first-map-in-strip
           perform until first-map-in-strip > map-species-count
               compute last-map-in-strip =
                   first-map-in-strip + maps-across - 1
               if last-map-in-strip > map-species-count
                   move map-species-count to last-map-in-strip
               end-if
               perform print-one-map-strip
               add maps-across to first-map-in-strip
           end-perform
           .

       print-one-map-strip section.
           move spaces to rw-line-text
           perform varying map-index from first-map-in-strip by 1
                   until map-index > last-map-in-strip
               compute line-position =
                   (map-index - first-map-in-strip) * slot-width + 1
               move msp-common-name (map-index)
                   to rw-line-text (line-position:16)
           end-perform
           perform call-report-writer
           move spaces to rw-line-text
           perform varying map-index from first-map-in-strip by 1
                   until map-index > last-map-in-strip
               compute line-position =
                   (map-index - first-map-in-strip) * slot-width + 1
               move msp-squares-recorded (map-index)
                   to rw-line-text (line-position:3)
               move " squares" to rw-line-text (line-position + 3:8)
           end-perform
           perform call-report-writer
           perform varying map-row from frame-rows by -1
                   until map-row < 1
               move spaces to rw-line-text
               perform varying map-index from first-map-in-strip by 1
                       until map-index > last-map-in-strip
                   perform varying map-column from 1 by 1
                           until map-column > frame-columns
                       perform set-square-symbol
                       compute line-position =
                           (map-index - first-map-in-strip)
                               * slot-width + map-column
                       move square-symbol
                           to rw-line-text (line-position:1)
                   end-perform
               end-perform
               perform call-report-writer
           end-perform
           move spaces to rw-line-text
           perform call-report-writer
           .

       set-square-symbol section.
           move space to square-symbol
           if square-in-county (map-row map-column)
               move "." to square-symbol
           end-if
           if not mcl-recorded (map-index map-row map-column)
               exit section
           end-if
           evaluate mcl-best-category (map-index map-row map-column)
               when "C"
                   move "@" to square-symbol
               when "R"
                   move "O" to square-symbol
               when "P"
                   move "o" to square-symbol
               when other
                   move mcl-top-count (map-index map-row map-column)
                       to band-count
                   call "AbundanceBand"
                       using by reference band-count
                             by reference abundance-band
                   evaluate abundance-band
                       when "RARE"
                           move "1" to square-symbol
                       when "UNCOMMON"
                           move "2" to square-symbol
                       when "COMMON"
                           move "3" to square-symbol
                       when other
                           move "4" to square-symbol
                   end-evaluate
           end-evaluate
           .

       print-map-key section.
           move "KEY" to rw-line-text
           perform call-report-writer
           move "  @  confirmed breeding" to rw-line-text
           perform call-report-writer
           move "  O  probable breeding" to rw-line-text
           perform call-report-writer
           move "  o  possible breeding" to rw-line-text
           perform call-report-writer
           move "  no breeding evidence - highest single count:"
               to rw-line-text
           perform call-report-writer
           move "  1  up to 5 birds      2  6 to 20 birds"
               to rw-line-text
           perform call-report-writer
           move "  3  21 to 100 birds    4  over 100 birds"
               to rw-line-text
           perform call-report-writer
           move "  .  square with a recording site, species not "
               & "recorded" to rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           string "  Frame " frame-columns " squares across from "
               "easting line " frame-west "0km, " frame-rows
               " up from northing line " frame-south "0km"
               delimited by size into rw-line-text
           perform call-report-writer
           move "  Sensitive species are placed no finer than the "
               & "embargo allows" to rw-line-text
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
           move sightings-mapped to rcl-records-written
           move sightings-unplaced to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

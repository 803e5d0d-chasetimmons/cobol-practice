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

           select species-master-data assign "species-data.dat"
               organization indexed
               access dynamic
               record key species-code of species-master-record
               alternate record key ref-common-name
                   of species-master-record with duplicates
               file status species-file-status-code.

           select site-master-data assign "site-data.dat"
               organization indexed
               access dynamic
               record key site-code of site-master-record
               file status site-file-status-code.

           select observer-master-data assign "observer-data.dat"
               organization indexed
               access dynamic
               record key observer-id of observer-master-record
               file status observer-file-status-code.

           select extract-parameter-data
               assign "extract-parameters.txt"
               organization sequential
               file status parameter-file-status-code.

           select extract-output-data assign extract-output-name
               organization sequential
               file status output-file-status-code.

           select data-request-register
               assign "data-request-register.txt"
               organization sequential
               file status register-file-status-code.

       file section.
       FD  bird-spotting-data.    *> indexed sighting master
       01  bird-spotting-record.
           05  record-key              pic 9(6).
           05  filler                  pic X.
           copy bird-spotting-record.
           05  status-flag             pic X.
               88  record-voided       value "V".
           05  void-reason-code        pic X(2).
           05  certification-flag      pic X.
               88  sighting-certified      value "Y".
           05  review-status-flag      pic X.
               88  review-rejected         value "R".

       FD  species-master-data.    *> the name each species is keyed
                                    *> under on the master
       01  species-master-record.
           copy species-master-record.

       FD  site-master-data.    *> names, references and areas
       01  site-master-record.
           copy site-record.

       FD  observer-master-data.    *> observer names
       01  observer-master-record.
           copy observer-record.

       FD  extract-parameter-data.    *> one criterion per line - a
                                       *> keyword and its value
       01  extract-parameter-record.
           05  xpm-keyword             pic X(2).
               88  xpm-requester           value "RQ".
               88  xpm-purpose             value "PU".
               88  xpm-species             value "SP".
               88  xpm-site                value "ST".
               88  xpm-area                value "AR".
               88  xpm-observer            value "OB".
               88  xpm-date-from           value "DF".
               88  xpm-date-to             value "DT".
               88  xpm-minimum-count       value "MC".
               88  xpm-certification       value "CS".
               88  xpm-format              value "FM".
               88  xpm-comment             value "**".
           05  filler                  pic X.
           05  xpm-value               pic X(40).

       FD  extract-output-data.    *> what goes to the requester
       01  extract-output-record       pic X(200).

       FD  data-request-register.    *> every extract run, for the
                                      *> committee
       01  data-request-record.
           copy data-request-record.

       working-storage section.
      *> the ad-hoc extract for members and researchers.  The
      *> criteria come from extract-parameters.txt, any mix of:
      *>   RQ requester name (required)     PU purpose
      *>   SP species code, one per line    ST site code, one per line
      *>   AR recording area, one per line  OB observer, one per line
      *>   DF date from CCYYMMDD            DT date to CCYYMMDD
      *>   MC minimum count                 CS Y certified only,
      *>                                       N uncertified only
      *>   FM F fixed columns (default) or C CSV
      *> Named species are read through the common-name key one
      *> species at a time; otherwise a date range is read through
      *> the #date key; only with neither is the whole master read.
      *> Sites and areas together take a sighting at any named site
      *> or in any named area.  The extract is an outbound file, so
      *> SensitivityCheck decides every record.  Each run is numbered
      *> on data-request-register.txt and gets a cover sheet
       78  MAX-EXTRACT-SPECIES     value 50.
       78  MAX-EXTRACT-SITES       value 50.
       78  MAX-EXTRACT-AREAS       value 20.
       78  MAX-EXTRACT-OBSERVERS   value 20.
       01  extract-species-table.
           05  xsp-species-code        pic 9(3)
                                        occurs MAX-EXTRACT-SPECIES
                                        indexed by xsp-index.
       01  extract-species-count   pic 9(3) value 0.
       01  extract-site-table.
           05  xst-site-code           pic X(4)
                                        occurs MAX-EXTRACT-SITES
                                        indexed by xst-index.
       01  extract-site-count      pic 9(3) value 0.
       01  extract-area-table.
           05  xar-area-code           pic X(4)
                                        occurs MAX-EXTRACT-AREAS
                                        indexed by xar-index.
       01  extract-area-count      pic 9(3) value 0.
       01  extract-observer-table.
           05  xob-observer-id         pic 9(4)
                                        occurs MAX-EXTRACT-OBSERVERS
                                        indexed by xob-index.
       01  extract-observer-count  pic 9(3) value 0.

       01  requester-name          pic X(30) value spaces.
       01  request-purpose         pic X(40) value spaces.
       01  extract-date-from       pic 9(8) value 0.
       01  extract-date-to         pic 9(8) value 99999999.
       01  minimum-count           pic 9(4) value 0.
       01  certification-wanted    pic X value "A".
           88  certified-only          value "Y".
           88  uncertified-only        value "N".
           88  any-certification       value "A".
       01  output-format           pic X value "F".
           88  format-fixed            value "F".
           88  format-csv              value "C".
       01  parameters-ok-flag      pic X value "Y".
           88  parameters-are-ok       value "Y".
       01  parameter-line-number   pic 9(3) value 0.
       01  read-path               pic X.
           88  read-by-species         value "S".
           88  read-by-date            value "D".
           88  read-whole-master       value "W".

       01  end-of-file             pic 9.
       01  file-status-code.
           05  status-key-1        pic X.
           05  status-key-2        pic X.
       01  species-file-status-code.
           05  species-status-key-1 pic X.
           05  species-status-key-2 pic X.
       01  site-file-status-code.
           05  site-status-key-1   pic X.
           05  site-status-key-2   pic X.
       01  observer-file-status-code.
           05  observer-status-key-1 pic X.
           05  observer-status-key-2 pic X.
       01  parameter-file-status-code.
           05  parameter-status-key-1 pic X.
           05  parameter-status-key-2 pic X.
       01  output-file-status-code.
           05  output-status-key-1 pic X.
           05  output-status-key-2 pic X.
       01  register-file-status-code.
           05  register-status-key-1 pic X.
           05  register-status-key-2 pic X.

       01  extract-output-name     pic X(30).
       01  request-number          pic 9(5) value 0.
       01  run-date-today          pic 9(8).
       01  wanted-common-name      pic X(16).
       01  start-date-key          pic X(12).
       01  sighting-wanted-flag    pic X.
           88  sighting-is-wanted      value "Y".
       01  entry-found-flag        pic X.
           88  entry-was-found         value "Y".
       01  extract-site-name       pic X(24).
       01  extract-site-area       pic X(4).
       01  extract-grid-reference  pic X(10).
       01  extract-site-code       pic X(4).
       01  extract-observer-name   pic X(31).
       01  iso-sighting-date       pic X(10).
       01  extract-count-text      pic X(4).
       01  criteria-text           pic X(60).
       01  records-read            pic 9(7) value 0.
       01  records-extracted       pic 9(6) value 0.
       01  records-embargoed       pic 9(6) value 0.
       01  records-blurred         pic 9(6) value 0.
       01  site-shown-flag         pic X value "Y".
       01  embargo-action          pic X.
           88  embargo-publish         value "P".
           88  embargo-blur            value "B".
       01  blurred-site-name       pic X(24).
       01  blurred-grid-reference  pic X(10).

       copy report-writer-fields.
       copy run-control-fields.
       01  batch-program-name pic X(20) value "AdHocExtract".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to run-date-today
           perform read-extract-parameters
           if not parameters-are-ok
               display "Extract not run - put extract-parameters.txt "
                   "right and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           perform number-this-request
           move spaces to extract-output-name
           if format-csv
               string "data-request-" request-number ".csv"
                   delimited by size into extract-output-name
           else
               string "data-request-" request-number ".txt"
                   delimited by size into extract-output-name
           end-if
           open input bird-spotting-data
           open input species-master-data
           open input site-master-data
           open input observer-master-data
           open output extract-output-data
           if format-csv
               perform write-csv-heading
           end-if
           evaluate true
               when read-by-species
                   perform extract-by-species
               when read-by-date
                   perform extract-by-date
               when other
                   perform extract-whole-master
           end-evaluate
           close bird-spotting-data
           close species-master-data
           close site-master-data
           close observer-master-data
           close extract-output-data
           perform print-cover-sheet
           perform log-data-request
           display "Data request " request-number " for "
               requester-name
           display records-extracted " records to "
               extract-output-name ", " records-embargoed
               " sensitive records held back, " records-blurred
               " blurred"
           perform write-run-control-end
           goback
           .

       read-extract-parameters section.
           open input extract-parameter-data
           if parameter-status-key-1 not = "0"
               display "No extract-parameters.txt"
               move "N" to parameters-ok-flag
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read extract-parameter-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to parameter-line-number
                       perform take-one-parameter
               end-read
           end-perform
           close extract-parameter-data
           if requester-name = spaces
               display "No RQ line - every extract must name who "
                   "asked for it"
               move "N" to parameters-ok-flag
           end-if
           if extract-date-from > extract-date-to
               display "DF date is after the DT date"
               move "N" to parameters-ok-flag
           end-if
           evaluate true
               when extract-species-count > 0
                   set read-by-species to true
               when extract-date-from > 0
                       or extract-date-to < 99999999
                   set read-by-date to true
               when other
                   set read-whole-master to true
           end-evaluate
           .

       take-one-parameter section.
           evaluate true
               when xpm-comment or xpm-keyword = spaces
                   continue
               when xpm-requester
                   move xpm-value to requester-name
               when xpm-purpose
                   move xpm-value to request-purpose
               when xpm-species
                   if xpm-value (1:3) not numeric
                       perform reject-parameter-line
                   else
                       if extract-species-count >= MAX-EXTRACT-SPECIES
                           perform report-too-many-values
                       else
                           add 1 to extract-species-count
                           move xpm-value (1:3) to xsp-species-code
                               (extract-species-count)
                       end-if
                   end-if
               when xpm-site
                   if extract-site-count >= MAX-EXTRACT-SITES
                       perform report-too-many-values
                   else
                       add 1 to extract-site-count
                       move xpm-value (1:4)
                           to xst-site-code (extract-site-count)
                   end-if
               when xpm-area
                   if extract-area-count >= MAX-EXTRACT-AREAS
                       perform report-too-many-values
                   else
                       add 1 to extract-area-count
                       move xpm-value (1:4)
                           to xar-area-code (extract-area-count)
                   end-if
               when xpm-observer
                   if xpm-value (1:4) not numeric
                       perform reject-parameter-line
                   else
                       if extract-observer-count
                               >= MAX-EXTRACT-OBSERVERS
                           perform report-too-many-values
                       else
                           add 1 to extract-observer-count
                           move xpm-value (1:4) to xob-observer-id
                               (extract-observer-count)
                       end-if
                   end-if
               when xpm-date-from
                   if xpm-value (1:8) not numeric
                       perform reject-parameter-line
                   else
                       move xpm-value (1:8) to extract-date-from
                   end-if
               when xpm-date-to
                   if xpm-value (1:8) not numeric
                       perform reject-parameter-line
                   else
                       move xpm-value (1:8) to extract-date-to
                   end-if
               when xpm-minimum-count
                   if xpm-value (1:4) not numeric
                       perform reject-parameter-line
                   else
                       move xpm-value (1:4) to minimum-count
                   end-if
               when xpm-certification
                   move xpm-value (1:1) to certification-wanted
                   if not certified-only and not uncertified-only
                           and not any-certification
                       perform reject-parameter-line
                   end-if
               when xpm-format
                   move xpm-value (1:1) to output-format
                   if not format-fixed and not format-csv
                       perform reject-parameter-line
                   end-if
               when other
                   perform reject-parameter-line
           end-evaluate
           .

       reject-parameter-line section.
           display "Parameter line " parameter-line-number
               " not understood: " extract-parameter-record
           move "N" to parameters-ok-flag
           .

       report-too-many-values section.
           display "Parameter line " parameter-line-number
               " - too many " xpm-keyword " lines for one extract"
           move "N" to parameters-ok-flag
           .

       number-this-request section.
           *> requests are numbered on from the last one registered
           open input data-request-register
           if register-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read data-request-register
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if drq-request-number > request-number
                               move drq-request-number
                                   to request-number
                           end-if
                   end-read
               end-perform
           end-if
           close data-request-register
           add 1 to request-number
           .

       extract-by-species section.
           perform varying xsp-index from 1 by 1
                   until xsp-index > extract-species-count
               move xsp-species-code (xsp-index)
                   to species-code of species-master-record
               read species-master-data
                   invalid key
                       display "Species " xsp-species-code (xsp-index)
                           " is not on the species master - none "
                           "extracted"
                   not invalid key
                       move ref-common-name to wanted-common-name
                       perform extract-one-species
               end-read
           end-perform
           .

       extract-one-species section.
           move wanted-common-name to common-name
               of bird-spotting-record
           start bird-spotting-data
               key is equal to common-name of bird-spotting-record
               invalid key
                   exit section
           end-start
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read bird-spotting-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if common-name of bird-spotting-record
                               not = wanted-common-name
                           set end-of-file to 0 *> TRUE
                       else
                           perform consider-one-sighting
                       end-if
               end-read
           end-perform
           .

       extract-by-date section.
           move spaces to start-date-key
           move extract-date-from to start-date-key (1:8)
           move start-date-key to #date of bird-spotting-record
           start bird-spotting-data
               key is greater than or equal to
                   #date of bird-spotting-record
               invalid key
                   exit section
           end-start
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read bird-spotting-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if #date of bird-spotting-record (1:8)
                               > extract-date-to
                           set end-of-file to 0 *> TRUE
                       else
                           perform consider-one-sighting
                       end-if
               end-read
           end-perform
           .

       extract-whole-master section.
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read bird-spotting-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform consider-one-sighting
               end-read
           end-perform
           .

       consider-one-sighting section.
           add 1 to records-read
           perform test-sighting-criteria
           if sighting-is-wanted
               perform write-one-sighting
           end-if
           .

       test-sighting-criteria section.
           move "N" to sighting-wanted-flag
           if record-voided or review-rejected
               exit section
           end-if
           if #date of bird-spotting-record (1:8) < extract-date-from
                   or #date of bird-spotting-record (1:8)
                       > extract-date-to
               exit section
           end-if
           if bird-count of bird-spotting-record < minimum-count
               exit section
           end-if
           if (certified-only and not sighting-certified)
                   or (uncertified-only and sighting-certified)
               exit section
           end-if
           if extract-observer-count > 0
               move "N" to entry-found-flag
               perform varying xob-index from 1 by 1
                       until xob-index > extract-observer-count
                   if xob-observer-id (xob-index)
                           = observer-id of bird-spotting-record
                       set entry-was-found to true
                   end-if
               end-perform
               if not entry-was-found
                   exit section
               end-if
           end-if
           *> species were matched by the key when read that way
           if extract-species-count > 0 and not read-by-species
               move "N" to entry-found-flag
               perform varying xsp-index from 1 by 1
                       until xsp-index > extract-species-count
                   if xsp-species-code (xsp-index)
                           = species-code of bird-spotting-record
                       set entry-was-found to true
                   end-if
               end-perform
               if not entry-was-found
                   exit section
               end-if
           end-if
           perform look-up-site
           if extract-site-count > 0 or extract-area-count > 0
               move "N" to entry-found-flag
               perform varying xst-index from 1 by 1
                       until xst-index > extract-site-count
                   if xst-site-code (xst-index)
                           = site-code of bird-spotting-record
                       set entry-was-found to true
                   end-if
               end-perform
               perform varying xar-index from 1 by 1
                       until xar-index > extract-area-count
                   if xar-area-code (xar-index) = extract-site-area
                           and extract-site-area not = spaces
                       set entry-was-found to true
                   end-if
               end-perform
               if not entry-was-found
                   exit section
               end-if
           end-if
           set sighting-is-wanted to true
           .

       look-up-site section.
           move site-code of bird-spotting-record to extract-site-code
           move site-code of bird-spotting-record
               to site-code of site-master-record
           read site-master-data
               invalid key
                   move site-code of bird-spotting-record
                       to extract-site-name
                   move spaces to extract-grid-reference
                   move spaces to extract-site-area
               not invalid key
                   move site-name to extract-site-name
                   move site-grid-reference to extract-grid-reference
                   move site-area-code to extract-site-area
           end-read
           *> the sighting's own reference where the observer gave one
           if sighting-grid-reference not = spaces
               move sighting-grid-reference to extract-grid-reference
           end-if
           .

       write-one-sighting section.
           call "SensitivityCheck"
               using by reference batch-program-name
                     by reference species-code of bird-spotting-record
                     by reference common-name of bird-spotting-record
                     by reference site-code of bird-spotting-record
                     by reference #date of bird-spotting-record
                     by reference extract-grid-reference
                     by reference site-shown-flag
                     by reference embargo-action
                     by reference blurred-site-name
                     by reference blurred-grid-reference
           if not embargo-publish and not embargo-blur
               add 1 to records-embargoed
               exit section
           end-if
           if embargo-blur
               add 1 to records-blurred
               move spaces to extract-site-code
               move blurred-site-name to extract-site-name
               move blurred-grid-reference to extract-grid-reference
           end-if
           move observer-id of bird-spotting-record
               to observer-id of observer-master-record
           move spaces to extract-observer-name
           read observer-master-data
               invalid key
                   move "UNKNOWN OBSERVER" to extract-observer-name
               not invalid key
                   string function trim (first-name) " "
                       function trim (last-name)
                       delimited by size into extract-observer-name
                   end-string
           end-read
           move spaces to extract-output-record
           if format-csv
               move spaces to iso-sighting-date
               string #date of bird-spotting-record (1:4) "-"
                   #date of bird-spotting-record (5:2) "-"
                   #date of bird-spotting-record (7:2)
                   delimited by size into iso-sighting-date
               end-string
               move bird-count of bird-spotting-record
                   to extract-count-text
               string quote iso-sighting-date quote ","
                   quote function trim
                       (common-name of bird-spotting-record) quote ","
                   quote function trim
                       (scientific-name of bird-spotting-record)
                       quote ","
                   extract-count-text ","
                   quote function trim (extract-site-code) quote ","
                   quote function trim (extract-site-name) quote ","
                   quote function trim (extract-grid-reference)
                       quote ","
                   quote function trim (extract-observer-name) quote
                   delimited by size into extract-output-record
               end-string
           else
               string #date of bird-spotting-record (1:8) " "
                   species-code of bird-spotting-record " "
                   common-name of bird-spotting-record " "
                   scientific-name of bird-spotting-record " "
                   bird-count of bird-spotting-record " "
                   extract-site-code " " extract-site-name " "
                   extract-grid-reference " "
                   breeding-evidence-code of bird-spotting-record " "
                   extract-observer-name
                   delimited by size into extract-output-record
               end-string
           end-if
           write extract-output-record
           add 1 to records-extracted
           .

       write-csv-heading section.
           move spaces to extract-output-record
           string quote "date" quote ","
               quote "common name" quote ","
               quote "scientific name" quote ","
               quote "count" quote ","
               quote "site code" quote ","
               quote "site" quote ","
               quote "grid reference" quote ","
               quote "observer" quote
               delimited by size into extract-output-record
           end-string
           write extract-output-record
           .

       print-cover-sheet section.
           move "O" to rw-action
           move "data-request-cover.prt" to rw-print-file-name
           move spaces to rw-report-title
           string "DATA REQUEST " request-number " COVER SHEET"
               delimited by size into rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "D" to rw-action
           move spaces to rw-line-text
           string "Requested by   " requester-name
               delimited by size into rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           string "Purpose        " request-purpose
               delimited by size into rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           string "Run on         " run-date-today
               delimited by size into rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           perform call-report-writer
           move "Criteria:" to rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           string "  Dates        " extract-date-from " to "
               extract-date-to
               delimited by size into rw-line-text
           perform call-report-writer
           perform varying xsp-index from 1 by 1
                   until xsp-index > extract-species-count
               move spaces to rw-line-text
               string "  Species      " xsp-species-code (xsp-index)
                   delimited by size into rw-line-text
               perform call-report-writer
           end-perform
           perform varying xst-index from 1 by 1
                   until xst-index > extract-site-count
               move spaces to rw-line-text
               string "  Site         " xst-site-code (xst-index)
                   delimited by size into rw-line-text
               perform call-report-writer
           end-perform
           perform varying xar-index from 1 by 1
                   until xar-index > extract-area-count
               move spaces to rw-line-text
               string "  Area         " xar-area-code (xar-index)
                   delimited by size into rw-line-text
               perform call-report-writer
           end-perform
           perform varying xob-index from 1 by 1
                   until xob-index > extract-observer-count
               move spaces to rw-line-text
               string "  Observer     " xob-observer-id (xob-index)
                   delimited by size into rw-line-text
               perform call-report-writer
           end-perform
           move spaces to rw-line-text
           string "  Minimum count " minimum-count
               delimited by size into rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           evaluate true
               when certified-only
                   move "  Certified sightings only" to rw-line-text
               when uncertified-only
                   move "  Uncertified sightings only"
                       to rw-line-text
               when other
                   move "  Certified and uncertified sightings"
                       to rw-line-text
           end-evaluate
           perform call-report-writer
           move spaces to rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           string "Records supplied " records-extracted " in "
               extract-output-name
               delimited by size into rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           string "Sensitive records withheld " records-embargoed
               ", blurred to the 10km square " records-blurred
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           .

       log-data-request section.
           move spaces to criteria-text
           string extract-species-count " species, "
               extract-site-count " sites, " extract-area-count
               " areas, " extract-observer-count " observers"
               delimited by size into criteria-text
           open extend data-request-register
           if register-status-key-1 = "3"
               *> first request ever - start the register
               open output data-request-register
           end-if
           move spaces to data-request-record
           move request-number to drq-request-number
           move run-date-today to drq-run-date
           move requester-name to drq-requester-name
           move request-purpose to drq-purpose
           move extract-date-from to drq-date-from
           move extract-date-to to drq-date-to
           move criteria-text to drq-criteria
           move records-extracted to drq-records-supplied
           move records-embargoed to drq-records-withheld
           move extract-output-name to drq-output-file
           write data-request-record
           close data-request-register
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
           move records-read to rcl-records-read
           move records-extracted to rcl-records-written
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

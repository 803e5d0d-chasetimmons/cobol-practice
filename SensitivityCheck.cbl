       input-output section.
           select sensitive-species-data assign "sensitive-species.dat"
               organization indexed
               access dynamic
               record key sen-key
               file status sensitive-file-status-code.

           select embargo-log-data assign "embargo-log.txt"
               organization sequential
               file status embargo-log-file-status-code.

       file section.
       FD  sensitive-species-data.    *> embargo levels from
                                       *> SensitiveSpeciesMaintenance
       01  sensitive-species-record.
           copy sensitive-species-record.

       FD  embargo-log-data.    *> what each output held back - the
                                 *> monthly suppression report's feed
       01  embargo-log-record.
           copy embargo-log-record.

       working-storage section.
      *> the one place an outbound file or published report asks
      *> whether a sighting may go out as it stands.  A site's own
      *> level for the species wins over the species-wide level.
      *> Every record held back or blurred is logged against the
      *> output that asked, so the recorder can see what each
      *> output suppressed.  The levels are cached and reloaded every
      *> REFRESH-CALL-INTERVAL calls the way SeasonCheck keeps its
      *> calendar
       78  MAX-CACHED-LEVELS       value 300.
       78  REFRESH-CALL-INTERVAL   value 500.
      *> the county as the national scheme identifies it - the same
      *> id NationalExtractFormatter sends - for blurred locations
       78  RECORDING-COUNTY        value "GBCNTY42".
       01  level-cache-table.
           05  level-cache-entry       occurs MAX-CACHED-LEVELS
                                        indexed by cache-index.
               10  lvc-species-code    pic 9(3).
               10  lvc-site-code       pic X(4).
               10  lvc-level           pic X.
               10  lvc-release-date    pic 9(8).
       01  level-cache-count       pic 9(3) value 0.
       01  cache-loaded-flag       pic X value "N".
           88  cache-is-loaded         value "Y".
       01  cache-overflow-flag     pic X value "N".
           88  cache-overflowed        value "Y".
       01  calls-since-cache-load  pic 9(5) value 0.
       01  end-of-file             pic 9.
       01  sensitive-file-status-code.
           05  sensitive-status-key-1 pic X.
           05  sensitive-status-key-2 pic X.
       01  embargo-log-file-status-code.
           05  embargo-log-status-key-1 pic X.
           05  embargo-log-status-key-2 pic X.

       01  sought-site-code        pic X(4).
       01  level-found-flag        pic X.
           88  level-was-found         value "Y".
       01  found-level             pic X.
           88  found-withhold          value "W".
           88  found-blur              value "B".
           88  found-delay             value "D".
       01  found-release-date      pic 9(8).
       01  today-date              pic 9(8).
       01  grid-valid-flag         pic X.
           88  grid-is-valid           value "Y".
       01  grid-easting            pic 9(7).
       01  grid-northing           pic 9(7).
       01  grid-hectad             pic X(4).
       01  grid-tetrad             pic X(5).
       01  grid-monad              pic X(6).

       linkage section.
       01  sns-output-name         pic X(20).
       01  sns-species-code        pic 9(3).
       01  sns-common-name         pic X(16).
       01  sns-site-code           pic X(4).
       01  sns-sighting-date       pic X(12).
      *> the sighting's grid reference, or its site's where it has
      *> none - what a blurred location is worked out from
       01  sns-grid-reference      pic X(10).
      *> "Y" when the output prints or sends the site - an output
      *> that never names the site has nothing to blur
       01  sns-output-shows-site   pic X.
           88  sns-site-is-shown       value "Y".
       01  sns-action              pic X.
           88  sns-publish             value "P".
           88  sns-withhold            value "W".
           88  sns-blur                value "B".
           88  sns-delay               value "D".
       01  sns-blurred-site        pic X(24).
       01  sns-blurred-grid        pic X(10).

       procedure division using by reference sns-output-name
                                by reference sns-species-code
                                by reference sns-common-name
                                by reference sns-site-code
                                by reference sns-sighting-date
                                by reference sns-grid-reference
                                by reference sns-output-shows-site
                                by reference sns-action
                                by reference sns-blurred-site
                                by reference sns-blurred-grid.
               set sns-publish to true
               move spaces to sns-blurred-site
               move spaces to sns-blurred-grid
               add 1 to calls-since-cache-load
               if not cache-is-loaded
                       or calls-since-cache-load
                           > REFRESH-CALL-INTERVAL
                   perform load-level-cache
               end-if
               *> the site's own level first, then the species-wide
               move sns-site-code to sought-site-code
               perform find-embargo-level
               if not level-was-found
                   move spaces to sought-site-code
                   perform find-embargo-level
               end-if
               if not level-was-found
                   goback
               end-if
               evaluate true
                   when found-withhold
                       set sns-withhold to true
                   when found-delay
                       move function current-date (1:8)
                           to today-date
                       if today-date < found-release-date
                           set sns-delay to true
                       end-if
                   when found-blur
                       if sns-site-is-shown
                           set sns-blur to true
                           perform blur-to-ten-km-square
                       end-if
               end-evaluate
               if not sns-publish
                   perform write-embargo-log-record
               end-if
               goback
               .

       blur-to-ten-km-square section.
           call "GridReferenceCheck"
               using by reference sns-grid-reference
                     by reference grid-valid-flag
                     by reference grid-easting
                     by reference grid-northing
                     by reference grid-hectad
                     by reference grid-tetrad
                     by reference grid-monad
           if grid-is-valid
               move grid-hectad to sns-blurred-grid
               string RECORDING-COUNTY " " grid-hectad
                   delimited by size into sns-blurred-site
           else
               *> no reference to blur from - the county alone
               move RECORDING-COUNTY to sns-blurred-site
           end-if
           .

       load-level-cache section.
           move 0 to level-cache-count
           move "N" to cache-overflow-flag
           open input sensitive-species-data
           if sensitive-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read sensitive-species-data next record
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           perform cache-one-level
                   end-read
               end-perform
           end-if
           close sensitive-species-data
           move "Y" to cache-loaded-flag
           move 0 to calls-since-cache-load
           .

       cache-one-level section.
           if level-cache-count >= MAX-CACHED-LEVELS
               set cache-overflowed to true
               set end-of-file to 0 *> TRUE
           else
               add 1 to level-cache-count
               move sen-species-code
                   to lvc-species-code (level-cache-count)
               move sen-site-code
                   to lvc-site-code (level-cache-count)
               move sen-level to lvc-level (level-cache-count)
               move sen-release-date
                   to lvc-release-date (level-cache-count)
           end-if
           .

       find-embargo-level section.
           move "N" to level-found-flag
           set cache-index to 1
           perform until cache-index > level-cache-count
                   or level-was-found
               if lvc-species-code (cache-index) = sns-species-code
                       and lvc-site-code (cache-index)
                           = sought-site-code
                   set level-was-found to true
                   move lvc-level (cache-index) to found-level
                   move lvc-release-date (cache-index)
                       to found-release-date
               else
                   set cache-index up by 1
               end-if
           end-perform
           if not level-was-found and cache-overflowed
               *> the cache could not hold the whole file - read it
               *> rather than let an overflowed species out unguarded
               perform read-level-directly
           end-if
           .

       read-level-directly section.
           open input sensitive-species-data
           move spaces to sen-key
           move sns-species-code to sen-species-code
           move sought-site-code to sen-site-code
           read sensitive-species-data
               invalid key
                   continue
               not invalid key
                   set level-was-found to true
                   move sen-level to found-level
                   move sen-release-date to found-release-date
           end-read
           close sensitive-species-data
           .

       write-embargo-log-record section.
           open extend embargo-log-data
           move spaces to embargo-log-record
           move function current-date (1:8) to eml-run-date
           move sns-output-name to eml-output-name
           move sns-species-code to eml-species-code
           move sns-common-name to eml-common-name
           move sns-site-code to eml-site-code
           move sns-sighting-date (1:8) to eml-sighting-date
           move sns-action to eml-action
           if sns-delay
               move found-release-date to eml-release-date
           else
               move 0 to eml-release-date
           end-if
           write embargo-log-record
           close embargo-log-data
           .

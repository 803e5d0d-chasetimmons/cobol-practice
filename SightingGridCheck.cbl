       input-output section.
           select site-master-data assign "site-data.dat"
               organization indexed
               access dynamic
               record key site-code of site-master-record
               file status site-file-status-code.

       file section.
       FD  site-master-data.    *> each site's own grid reference
       01  site-master-record.
           copy site-record.

       working-storage section.
      *> a sighting's own grid reference, checked against its site.
      *> Blank takes the site's reference - the old site-only record -
      *> and otherwise it must read as a grid reference and lie within
      *> MAX-METRES-FROM-SITE of the site's reference, which catches
      *> a keying slip that would put the bird in the next county.
      *> Each reference is measured from the centre of the square it
      *> names, so a 1km reference is not held to its corner.  The
      *> site references are cached and reloaded every
      *> REFRESH-CALL-INTERVAL calls the way SiteCodeCheck keeps its
      *> cache
       78  MAX-METRES-FROM-SITE    value 5000.
       78  MAX-CACHED-SITES        value 200.
       78  REFRESH-CALL-INTERVAL   value 500.
       01  site-grid-cache-table.
           05  site-grid-cache-entry   occurs MAX-CACHED-SITES
                                        indexed by cache-index.
               10  sgc-site-code       pic X(4).
               10  sgc-grid-reference  pic X(10).
       01  site-grid-cache-count   pic 9(3) value 0.
       01  cache-loaded-flag       pic X value "N".
           88  cache-is-loaded         value "Y".
       01  cache-overflow-flag     pic X value "N".
           88  cache-overflowed        value "Y".
       01  calls-since-cache-load  pic 9(5) value 0.
       01  end-of-file             pic 9.
       01  site-file-status-code.
           05  site-status-key-1   pic X.
           05  site-status-key-2   pic X.

       01  site-grid-reference-found pic X(10).
       01  grid-to-measure         pic X(10).
       01  grid-valid-flag         pic X.
           88  grid-is-valid           value "Y".
       01  grid-easting            pic 9(7).
       01  grid-northing           pic 9(7).
       01  grid-hectad             pic X(4).
       01  grid-tetrad             pic X(5).
       01  grid-monad              pic X(6).
       01  reference-digit-count   pic 9(2).
       01  scan-position           pic 9(2).
       01  half-square-metres      pic 9(5).
       01  sighting-easting        pic 9(7).
       01  sighting-northing       pic 9(7).
       01  site-easting            pic 9(7).
       01  site-northing           pic 9(7).
       01  easting-difference      pic S9(7).
       01  northing-difference     pic S9(7).
       01  distance-squared        pic 9(15).

       linkage section.
       01  site-code-of-sighting   pic X(4).
       01  sighting-grid-reference pic X(10).
       01  grid-check-result       pic X.
           88  grid-reference-accepted value "Y".
           88  grid-reference-unreadable value "F".
           88  grid-reference-too-far  value "D".
       01  sighting-hectad         pic X(4).
       01  sighting-tetrad         pic X(5).
       01  sighting-monad          pic X(6).

       procedure division using by reference site-code-of-sighting
                                by reference sighting-grid-reference
                                by reference grid-check-result
                                by reference sighting-hectad
                                by reference sighting-tetrad
                                by reference sighting-monad.
               set grid-reference-accepted to true
               move spaces to sighting-hectad
               move spaces to sighting-tetrad
               move spaces to sighting-monad
               add 1 to calls-since-cache-load
               if not cache-is-loaded
                       or calls-since-cache-load
                           > REFRESH-CALL-INTERVAL
                   perform load-site-grid-cache
               end-if
               perform find-site-grid-reference
               if sighting-grid-reference = spaces
                   *> a site with no reference of its own leaves the
                   *> record site-only, as every record used to be
                   move site-grid-reference-found
                       to sighting-grid-reference
                   if sighting-grid-reference = spaces
                       goback
                   end-if
               end-if
               move sighting-grid-reference to grid-to-measure
               perform measure-grid-reference
               if not grid-is-valid
                   set grid-reference-unreadable to true
                   goback
               end-if
               move grid-hectad to sighting-hectad
               move grid-tetrad to sighting-tetrad
               move grid-monad to sighting-monad
               move grid-easting to sighting-easting
               move grid-northing to sighting-northing
               if site-grid-reference-found = spaces
                       or site-grid-reference-found
                           = sighting-grid-reference
                   goback
               end-if
               move site-grid-reference-found to grid-to-measure
               perform measure-grid-reference
               if not grid-is-valid
                   *> nothing sound to measure from - the site master
                   *> is at fault, not the sighting
                   goback
               end-if
               move grid-easting to site-easting
               move grid-northing to site-northing
               compute easting-difference =
                   sighting-easting - site-easting
               compute northing-difference =
                   sighting-northing - site-northing
               compute distance-squared =
                   easting-difference * easting-difference
                   + northing-difference * northing-difference
               if distance-squared >
                       MAX-METRES-FROM-SITE * MAX-METRES-FROM-SITE
                   set grid-reference-too-far to true
               end-if
               goback
               .

       measure-grid-reference section.
           call "GridReferenceCheck"
               using by reference grid-to-measure
                     by reference grid-valid-flag
                     by reference grid-easting
                     by reference grid-northing
                     by reference grid-hectad
                     by reference grid-tetrad
                     by reference grid-monad
           if grid-is-valid
               *> move from the south-west corner to the centre of the
               *> square the reference names
               move 0 to reference-digit-count
               perform varying scan-position from 1 by 1
                       until scan-position > 10
                   if grid-to-measure (scan-position:1) is numeric
                       add 1 to reference-digit-count
                   end-if
               end-perform
               compute half-square-metres =
                   10 ** (5 - reference-digit-count / 2) / 2
               add half-square-metres to grid-easting
               add half-square-metres to grid-northing
           end-if
           .

       load-site-grid-cache section.
           move 0 to site-grid-cache-count
           move "N" to cache-overflow-flag
           open input site-master-data
           if site-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read site-master-data next record
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if site-grid-cache-count
                                   >= MAX-CACHED-SITES
                               set cache-overflowed to true
                           else
                               add 1 to site-grid-cache-count
                               move site-code of site-master-record
                                   to sgc-site-code
                                       (site-grid-cache-count)
                               move site-grid-reference
                                   to sgc-grid-reference
                                       (site-grid-cache-count)
                           end-if
                   end-read
               end-perform
           end-if
           close site-master-data
           move "Y" to cache-loaded-flag
           move 0 to calls-since-cache-load
           .

       find-site-grid-reference section.
           move spaces to site-grid-reference-found
           set cache-index to 1
           search site-grid-cache-entry
               at end
                   if cache-overflowed
                       perform read-site-directly
                   end-if
               when cache-index > site-grid-cache-count
                   if cache-overflowed
                       perform read-site-directly
                   end-if
               when sgc-site-code (cache-index)
                       = site-code-of-sighting
                   move sgc-grid-reference (cache-index)
                       to site-grid-reference-found
           end-search
           .

       read-site-directly section.
           move site-code-of-sighting
               to site-code of site-master-record
           open input site-master-data
           read site-master-data
               invalid key
                   continue
               not invalid key
                   move site-grid-reference
                       to site-grid-reference-found
           end-read
           close site-master-data
           .

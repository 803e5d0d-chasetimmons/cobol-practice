       input-output section.
           select possible-duplicate-data
               assign "possible-duplicates.dat"
               organization indexed
               access dynamic
               record key pdp-key
               file status duplicate-file-status-code.

       file section.
       FD  possible-duplicate-data.    *> the recorder's rulings from
                                        *> DuplicateDecisions
       01  possible-duplicate-record.
           copy possible-duplicate-record.

       working-storage section.
      *> whether a sighting is one the recorder has ruled a second
      *> count of a flock already logged at the neighbouring site.
      *> The question comes by the sighting's own details - date,
      *> site, species, observer and count - because the sequential
      *> extract carries no record key.  Only the duplicate side of a
      *> ruled pair is answered yes; the other side still counts.
      *> The rulings are cached and reloaded every
      *> REFRESH-CALL-INTERVAL calls the way SeasonCheck keeps its
      *> calendar
       78  MAX-CACHED-MARKS        value 500.
       78  REFRESH-CALL-INTERVAL   value 500.
       01  mark-cache-table.
           05  mark-cache-entry        occurs MAX-CACHED-MARKS
                                        indexed by cache-index.
               10  mkc-sighting-date   pic 9(8).
               10  mkc-site-code       pic X(4).
               10  mkc-species-code    pic 9(3).
               10  mkc-observer-id     pic 9(4).
               10  mkc-bird-count      pic 9(4).
       01  mark-cache-count        pic 9(3) value 0.
       01  cache-loaded-flag       pic X value "N".
           88  cache-is-loaded         value "Y".
       01  cache-overflow-flag     pic X value "N".
           88  cache-overflowed        value "Y".
       01  calls-since-cache-load  pic 9(5) value 0.
       01  end-of-file             pic 9.
       01  duplicate-file-status-code.
           05  duplicate-status-key-1 pic X.
           05  duplicate-status-key-2 pic X.

       01  marked-sighting.
           05  mks-sighting-date   pic 9(8).
           05  mks-site-code       pic X(4).
           05  mks-species-code    pic 9(3).
           05  mks-observer-id     pic 9(4).
           05  mks-bird-count      pic 9(4).

       linkage section.
       01  dmc-sighting-date       pic X(12).
       01  dmc-site-code           pic X(4).
       01  dmc-species-code        pic 9(3).
       01  dmc-observer-id         pic 9(4).
       01  dmc-bird-count          pic 9(4).
       01  dmc-duplicate-flag      pic X.
           88  dmc-is-duplicate        value "Y".

       procedure division using by reference dmc-sighting-date
                                by reference dmc-site-code
                                by reference dmc-species-code
                                by reference dmc-observer-id
                                by reference dmc-bird-count
                                by reference dmc-duplicate-flag.
               move "N" to dmc-duplicate-flag
               add 1 to calls-since-cache-load
               if not cache-is-loaded
                       or calls-since-cache-load
                           > REFRESH-CALL-INTERVAL
                   perform load-mark-cache
               end-if
               set cache-index to 1
               perform until cache-index > mark-cache-count
                       or dmc-is-duplicate
                   if mkc-sighting-date (cache-index)
                           = dmc-sighting-date (1:8)
                           and mkc-site-code (cache-index)
                               = dmc-site-code
                           and mkc-species-code (cache-index)
                               = dmc-species-code
                           and mkc-observer-id (cache-index)
                               = dmc-observer-id
                           and mkc-bird-count (cache-index)
                               = dmc-bird-count
                       set dmc-is-duplicate to true
                   else
                       set cache-index up by 1
                   end-if
               end-perform
               if not dmc-is-duplicate and cache-overflowed
                   *> the cache could not hold every ruling - walk the
                   *> file rather than count a ruled duplicate twice
                   perform search-marks-directly
               end-if
               goback
               .

       load-mark-cache section.
           move 0 to mark-cache-count
           move "N" to cache-overflow-flag
           open input possible-duplicate-data
           if duplicate-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read possible-duplicate-data next record
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if pdp-ruled-duplicate
                               perform cache-one-mark
                           end-if
                   end-read
               end-perform
           end-if
           close possible-duplicate-data
           move "Y" to cache-loaded-flag
           move 0 to calls-since-cache-load
           .

       cache-one-mark section.
           if mark-cache-count >= MAX-CACHED-MARKS
               set cache-overflowed to true
               set end-of-file to 0 *> TRUE
           else
               perform take-duplicate-side
               add 1 to mark-cache-count
               move marked-sighting to mark-cache-entry
                   (mark-cache-count)
           end-if
           .

       take-duplicate-side section.
           move pdp-sighting-date to mks-sighting-date
           move pdp-species-code to mks-species-code
           if pdp-a-is-duplicate
               move pdp-site-code-a to mks-site-code
               move pdp-observer-id-a to mks-observer-id
               move pdp-bird-count-a to mks-bird-count
           else
               move pdp-site-code-b to mks-site-code
               move pdp-observer-id-b to mks-observer-id
               move pdp-bird-count-b to mks-bird-count
           end-if
           .

       search-marks-directly section.
           open input possible-duplicate-data
           if duplicate-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read possible-duplicate-data next record
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if pdp-ruled-duplicate
                               perform take-duplicate-side
                               if mks-sighting-date
                                       = dmc-sighting-date (1:8)
                                       and mks-site-code
                                           = dmc-site-code
                                       and mks-species-code
                                           = dmc-species-code
                                       and mks-observer-id
                                           = dmc-observer-id
                                       and mks-bird-count
                                           = dmc-bird-count
                                   set dmc-is-duplicate to true
                                   set end-of-file to 0 *> TRUE
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close possible-duplicate-data
           .

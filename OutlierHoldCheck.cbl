       input-output section.
           select outlier-query-data assign "outlier-queries.dat"
               organization indexed
               access dynamic
               record key oqr-record-key
               file status query-file-status-code.

       file section.
       FD  outlier-query-data.    *> the recorder's count queries
       01  outlier-query-record.
           copy outlier-query-record.

       working-storage section.
      *> whether a sighting's count is still queried by the recorder
      *> as out of line with its species history.  The question comes
      *> by the sighting's own details - date, site, species, observer
      *> and count - because the sequential extract carries no record
      *> key; a count amended since the query no longer matches, and
      *> so is no longer held.  The open queries are cached and
      *> reloaded every REFRESH-CALL-INTERVAL calls the way
      *> DuplicateMarkCheck keeps its rulings
       78  MAX-CACHED-QUERIES      value 500.
       78  REFRESH-CALL-INTERVAL   value 500.
       01  query-cache-table.
           05  query-cache-entry       occurs MAX-CACHED-QUERIES
                                        indexed by cache-index.
               10  oqc-sighting-date   pic 9(8).
               10  oqc-site-code       pic X(4).
               10  oqc-species-code    pic 9(3).
               10  oqc-observer-id     pic 9(4).
               10  oqc-bird-count      pic 9(4).
       01  query-cache-count       pic 9(3) value 0.
       01  cache-loaded-flag       pic X value "N".
           88  cache-is-loaded         value "Y".
       01  cache-overflow-flag     pic X value "N".
           88  cache-overflowed        value "Y".
       01  calls-since-cache-load  pic 9(5) value 0.
       01  end-of-file             pic 9.
       01  query-file-status-code.
           05  query-status-key-1  pic X.
           05  query-status-key-2  pic X.

       01  queried-sighting.
           05  qsg-sighting-date   pic 9(8).
           05  qsg-site-code       pic X(4).
           05  qsg-species-code    pic 9(3).
           05  qsg-observer-id     pic 9(4).
           05  qsg-bird-count      pic 9(4).

       linkage section.
       01  ohc-sighting-date       pic X(12).
       01  ohc-site-code           pic X(4).
       01  ohc-species-code        pic 9(3).
       01  ohc-observer-id         pic 9(4).
       01  ohc-bird-count          pic 9(4).
       01  ohc-held-flag           pic X.
           88  ohc-is-held             value "Y".

       procedure division using by reference ohc-sighting-date
                                by reference ohc-site-code
                                by reference ohc-species-code
                                by reference ohc-observer-id
                                by reference ohc-bird-count
                                by reference ohc-held-flag.
               move "N" to ohc-held-flag
               add 1 to calls-since-cache-load
               if not cache-is-loaded
                       or calls-since-cache-load
                           > REFRESH-CALL-INTERVAL
                   perform load-query-cache
               end-if
               set cache-index to 1
               perform until cache-index > query-cache-count
                       or ohc-is-held
                   if oqc-sighting-date (cache-index)
                           = ohc-sighting-date (1:8)
                           and oqc-site-code (cache-index)
                               = ohc-site-code
                           and oqc-species-code (cache-index)
                               = ohc-species-code
                           and oqc-observer-id (cache-index)
                               = ohc-observer-id
                           and oqc-bird-count (cache-index)
                               = ohc-bird-count
                       set ohc-is-held to true
                   else
                       set cache-index up by 1
                   end-if
               end-perform
               if not ohc-is-held and cache-overflowed
                   *> the cache could not hold every open query - walk
                   *> the file rather than let a queried count through
                   perform search-queries-directly
               end-if
               goback
               .

       load-query-cache section.
           move 0 to query-cache-count
           move "N" to cache-overflow-flag
           open input outlier-query-data
           if query-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read outlier-query-data next record
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if oqr-open
                               perform cache-one-query
                           end-if
                   end-read
               end-perform
           end-if
           close outlier-query-data
           move "Y" to cache-loaded-flag
           move 0 to calls-since-cache-load
           .

       cache-one-query section.
           if query-cache-count >= MAX-CACHED-QUERIES
               set cache-overflowed to true
               set end-of-file to 0 *> TRUE
           else
               perform take-queried-sighting
               add 1 to query-cache-count
               move queried-sighting to query-cache-entry
                   (query-cache-count)
           end-if
           .

       take-queried-sighting section.
           move oqr-sighting-date to qsg-sighting-date
           move oqr-site-code to qsg-site-code
           move oqr-species-code to qsg-species-code
           move oqr-observer-id to qsg-observer-id
           move oqr-bird-count to qsg-bird-count
           .

       search-queries-directly section.
           open input outlier-query-data
           if query-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read outlier-query-data next record
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if oqr-open
                               perform take-queried-sighting
                               if qsg-sighting-date
                                       = ohc-sighting-date (1:8)
                                       and qsg-site-code
                                           = ohc-site-code
                                       and qsg-species-code
                                           = ohc-species-code
                                       and qsg-observer-id
                                           = ohc-observer-id
                                       and qsg-bird-count
                                           = ohc-bird-count
                                   set ohc-is-held to true
                                   set end-of-file to 0 *> TRUE
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close outlier-query-data
           .

       input-output section.
           select ring-series-data assign "ring-series.dat"
               organization indexed
               access dynamic
               record key rsr-series-id
               file status series-file-status-code.

       file section.
       FD  ring-series-data.    *> the strings held and issued
       01  ring-series-record.
           copy ring-series-record.

       working-storage section.
      *> the series master is loaded once and answered from memory,
      *> reloading every REFRESH-CALL-INTERVAL calls the way
      *> SiteCodeCheck keeps its cache - a ringing session keys
      *> dozens of birds and the strings rarely change mid-session
       78  MAX-CACHED-SERIES       value 500.
       78  REFRESH-CALL-INTERVAL   value 200.
       01  series-cache-table.
           05  series-cache-entry      occurs MAX-CACHED-SERIES
                                        indexed by cache-index.
               10  sca-series-id       pic 9(5).
               10  sca-ring-prefix     pic X(4).
               10  sca-first-serial    pic 9(7).
               10  sca-last-serial     pic 9(7).
               10  sca-ringer-id       pic 9(4).
       01  series-cache-count      pic 9(3) value 0.
       01  cache-loaded-flag       pic X value "N".
           88  cache-is-loaded         value "Y".
       01  calls-since-cache-load  pic 9(5) value 0.
       01  end-of-file             pic 9.
       01  series-file-status-code.
           05  series-status-key-1 pic X.
           05  series-status-key-2 pic X.

       01  scan-position           pic 9(2).
       01  prefix-length           pic 9(2).
       01  serial-start            pic 9(2).
       01  serial-length           pic 9(2).
       01  ring-character          pic X.
       01  trailing-space-flag     pic X.
           88  trailing-spaces-reached value "Y".

       linkage section.
       01  ring-number-to-check    pic X(10).
       01  ring-format-valid-flag  pic X.
       01  ring-prefix-found       pic X(4).
       01  ring-serial-found       pic 9(7).
       01  ring-series-id-found    pic 9(5).
       01  ring-series-ringer-id   pic 9(4).

       procedure division using by reference ring-number-to-check
                                by reference ring-format-valid-flag
                                by reference ring-prefix-found
                                by reference ring-serial-found
                                by reference ring-series-id-found
                                by reference ring-series-ringer-id.
      *> splits a ring number into prefix and serial and finds the
      *> string it belongs to - series zero means no string on file
      *> holds it
               move "N" to ring-format-valid-flag
               move spaces to ring-prefix-found
               move 0 to ring-serial-found
               move 0 to ring-series-id-found
               move 0 to ring-series-ringer-id
               perform split-ring-number
               if ring-format-valid-flag = "Y"
                   add 1 to calls-since-cache-load
                   if not cache-is-loaded
                           or calls-since-cache-load
                               > REFRESH-CALL-INTERVAL
                       perform load-series-cache
                   end-if
                   perform find-ring-series
               end-if
               goback
               .

       split-ring-number section.
           *> up to four letters, then up to seven digits, then
           *> nothing but spaces
           move 0 to prefix-length
           move 0 to serial-length
           move 0 to serial-start
           move "N" to trailing-space-flag
           perform varying scan-position from 1 by 1
                   until scan-position > 10
               move ring-number-to-check (scan-position:1)
                   to ring-character
               evaluate true
                   when ring-character = space
                       set trailing-spaces-reached to true
                   when trailing-spaces-reached
                       move 99 to prefix-length
                   when ring-character is alphabetic
                           and serial-length = 0
                       add 1 to prefix-length
                   when ring-character is numeric
                       if serial-length = 0
                           move scan-position to serial-start
                       end-if
                       add 1 to serial-length
                   when other
                       move 99 to prefix-length
               end-evaluate
           end-perform
           if prefix-length > 4 or serial-length = 0
                   or serial-length > 7
               continue
           else
               move "Y" to ring-format-valid-flag
               if prefix-length > 0
                   move function upper-case
                       (ring-number-to-check (1:prefix-length))
                       to ring-prefix-found
               end-if
               move ring-number-to-check (serial-start:serial-length)
                   to ring-serial-found
           end-if
           .

       load-series-cache section.
           move 0 to series-cache-count
           open input ring-series-data
           if series-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read ring-series-data next record
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if series-cache-count < MAX-CACHED-SERIES
                               add 1 to series-cache-count
                               move rsr-series-id to
                                   sca-series-id (series-cache-count)
                               move rsr-ring-prefix to
                                   sca-ring-prefix (series-cache-count)
                               move rsr-first-serial to
                                   sca-first-serial
                                       (series-cache-count)
                               move rsr-last-serial to
                                   sca-last-serial (series-cache-count)
                               move rsr-ringer-id to
                                   sca-ringer-id (series-cache-count)
                           else
                               display "Ring series cache is full at "
                                   MAX-CACHED-SERIES
                                   " - later strings not checked"
                               set end-of-file to 0 *> TRUE
                           end-if
                   end-read
               end-perform
           end-if
           close ring-series-data
           move "Y" to cache-loaded-flag
           move 0 to calls-since-cache-load
           .

       find-ring-series section.
           set cache-index to 1
           perform until cache-index > series-cache-count
                   or ring-series-id-found not = 0
               if sca-ring-prefix (cache-index) = ring-prefix-found
                       and ring-serial-found
                           >= sca-first-serial (cache-index)
                       and ring-serial-found
                           <= sca-last-serial (cache-index)
                   move sca-series-id (cache-index)
                       to ring-series-id-found
                   move sca-ringer-id (cache-index)
                       to ring-series-ringer-id
               else
                   set cache-index up by 1
               end-if
           end-perform
           .

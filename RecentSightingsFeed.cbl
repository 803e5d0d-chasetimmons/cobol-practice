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

           select observer-master-data assign "observer-data.dat"
               organization indexed
               access dynamic
               record key observer-id of observer-master-record
               file status observer-file-status-code.

           select area-master-data assign "recording-areas.txt"
               organization sequential
               file status area-file-status-code.

           select feed-json-data assign "recent-sightings.json"
               organization sequential
               file status feed-file-status-code.

       file section.
       FD  bird-spotting-data.    *> indexed sighting master
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
               88  review-not-required     value " " "N".
               88  review-pending          value "P".
               88  review-accepted         value "A".
               88  review-rejected         value "R".
               88  review-referred         value "F".

       FD  site-master-data.    *> site names and recording areas
       01  site-master-record.
           copy site-record.

       FD  observer-master-data.    *> observer names, for initials
       01  observer-master-record.
           copy observer-record.

       FD  area-master-data.    *> recording-area names
       01  area-master-record.
           05  rar-area-code           pic X(4).
           05  filler                  pic X.
           05  rar-area-name           pic X(24).

       FD  feed-json-data.    *> what the club website picks up
       01  feed-json-record            pic X(300).

       working-storage section.
      *> the last FEED-DAYS days' sightings for the club website,
      *> written fresh every night.  Only active sightings the
      *> committee has not rejected go out, and only those the
      *> sensitive-species check would publish as they stand - a
      *> blurred sighting is sensitive too, and is left off rather
      *> than shown vaguely.  Observers appear by initials only, the
      *> same rule as the printed reports' phone masking: show no
      *> more of a member's details than the reader needs.  The
      *> header carries when the feed was made and how many entries
      *> follow, so the website can refuse a stale feed, or one cut
      *> short, and keep the last good one up instead
       78  FEED-DAYS               value 7.
       78  MAX-FEED-ENTRIES        value 3000.
       78  MAX-AREA-LINES          value 200.
       01  feed-key-table.
           05  feed-record-key         pic 9(6)
                                        occurs MAX-FEED-ENTRIES
                                        indexed by feed-index.
       01  feed-entry-count        pic 9(4) value 0.
       01  area-name-table.
           05  area-name-entry         occurs MAX-AREA-LINES
                                        indexed by area-index.
               10  anl-area-code       pic X(4).
               10  anl-area-name       pic X(24).
       01  area-line-count         pic 9(3) value 0.

       01  end-of-file             pic 9.
       01  file-status-code.
           05  status-key-1        pic X.
           05  status-key-2        pic X.
       01  site-file-status-code.
           05  site-status-key-1   pic X.
           05  site-status-key-2   pic X.
       01  observer-file-status-code.
           05  observer-status-key-1 pic X.
           05  observer-status-key-2 pic X.
       01  area-file-status-code.
           05  area-status-key-1   pic X.
           05  area-status-key-2   pic X.
       01  feed-file-status-code.
           05  feed-status-key-1   pic X.
           05  feed-status-key-2   pic X.

       01  run-timestamp           pic X(21).
       01  run-date-today          pic 9(8).
       01  feed-from-date          pic 9(8).
       01  start-date-key          pic X(12).
       01  generated-text          pic X(19).
       01  iso-sighting-date       pic X(10).
       01  feed-site-name          pic X(24).
       01  feed-grid-reference     pic X(10).
       01  feed-area-code          pic X(4).
       01  feed-area-name          pic X(24).
       01  feed-observer-initials  pic X(4).
       01  feed-review-text        pic X(12).
       01  feed-common-name        pic X(16).
       01  feed-scientific-name    pic X(24).
       01  feed-count-text         pic Z(3)9.
       01  feed-record-count-text  pic Z(3)9.
       01  feed-count-shown        pic 9(4).
       01  entry-separator         pic X.
       01  site-shown-flag         pic X value "Y".
       01  embargo-action          pic X.
           88  embargo-publish         value "P".
       01  blurred-site-name       pic X(24).
       01  blurred-grid-reference  pic X(10).
       01  rows-skipped            pic 9(6) value 0.
       01  rows-withheld           pic 9(6) value 0.

       copy run-control-fields.
       01  batch-program-name pic X(20) value "RecentSightingsFeed".

       procedure division.
           copy run-banner.
           move function current-date to run-timestamp
           move run-timestamp (1:8) to run-date-today
           compute feed-from-date = function date-of-integer
               (function integer-of-date (run-date-today)
                   - FEED-DAYS + 1)
           perform load-area-names
           open input bird-spotting-data
           open input site-master-data
           open input observer-master-data
           perform select-feed-sightings
           open output feed-json-data
           perform write-feed-header
           perform varying feed-index from 1 by 1
                   until feed-index > feed-entry-count
               perform write-one-feed-entry
           end-perform
           perform write-feed-trailer
           close feed-json-data
           close bird-spotting-data
           close site-master-data
           close observer-master-data
           display feed-entry-count " sightings since "
               feed-from-date " written to recent-sightings.json, "
               rows-skipped " voided/rejected and " rows-withheld
               " sensitive left off"
           perform write-run-control-end
           goback
           .

       load-area-names section.
           open input area-master-data
           if area-status-key-1 not = "0"
               display "No recording-areas.txt - the feed will "
                   "give area codes without names"
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read area-master-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if area-line-count < MAX-AREA-LINES
                           add 1 to area-line-count
                           move rar-area-code
                               to anl-area-code (area-line-count)
                           move rar-area-name
                               to anl-area-name (area-line-count)
                       end-if
               end-read
           end-perform
           close area-master-data
           .

       select-feed-sightings section.
           *> the count goes on the header, so the sightings are
           *> chosen first and written after
           move spaces to start-date-key
           move feed-from-date to start-date-key (1:8)
           move start-date-key to #date
           start bird-spotting-data
               key is greater than or equal to #date
               invalid key
                   exit section
           end-start
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read bird-spotting-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if #date (1:8) > run-date-today
                           set end-of-file to 0 *> TRUE
                       else
                           if record-voided or review-rejected
                               add 1 to rows-skipped
                           else
                               perform consider-one-sighting
                           end-if
                       end-if
               end-read
           end-perform
           .

       consider-one-sighting section.
           perform look-up-site
           call "SensitivityCheck"
               using by reference batch-program-name
                     by reference species-code of bird-spotting-record
                     by reference common-name of bird-spotting-record
                     by reference site-code of bird-spotting-record
                     by reference #date of bird-spotting-record
                     by reference feed-grid-reference
                     by reference site-shown-flag
                     by reference embargo-action
                     by reference blurred-site-name
                     by reference blurred-grid-reference
           if not embargo-publish
               add 1 to rows-withheld
               exit section
           end-if
           if feed-entry-count >= MAX-FEED-ENTRIES
               display "Feed table is full at " MAX-FEED-ENTRIES
                   " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to feed-entry-count
           move record-key to feed-record-key (feed-entry-count)
           .

       look-up-site section.
           move site-code of bird-spotting-record
               to site-code of site-master-record
           read site-master-data
               invalid key
                   move site-code of bird-spotting-record
                       to feed-site-name
                   move spaces to feed-grid-reference
                   move spaces to feed-area-code
               not invalid key
                   move site-name to feed-site-name
                   move site-grid-reference to feed-grid-reference
                   move site-area-code to feed-area-code
           end-read
           if sighting-grid-reference not = spaces
               move sighting-grid-reference to feed-grid-reference
           end-if
           .

       write-feed-header section.
           move spaces to generated-text
           string run-timestamp (1:4) "-" run-timestamp (5:2) "-"
               run-timestamp (7:2) "T" run-timestamp (9:2) ":"
               run-timestamp (11:2) ":" run-timestamp (13:2)
               delimited by size into generated-text
           move "{" to feed-json-record
           write feed-json-record
           move spaces to feed-json-record
           string '  "generated": "' generated-text '",'
               delimited by size into feed-json-record
           write feed-json-record
           move spaces to feed-json-record
           string '  "fromDate": "' feed-from-date (1:4) "-"
               feed-from-date (5:2) "-" feed-from-date (7:2) '",'
               delimited by size into feed-json-record
           write feed-json-record
           move spaces to feed-json-record
           *> a JSON number may not carry leading zeros
           move feed-entry-count to feed-record-count-text
           string '  "recordCount": '
               function trim (feed-record-count-text) ","
               delimited by size into feed-json-record
           write feed-json-record
           move '  "sightings": [' to feed-json-record
           write feed-json-record
           .

       write-one-feed-entry section.
           move feed-record-key (feed-index) to record-key
           read bird-spotting-data
               invalid key
                   *> gone since it was chosen - keep the count
                   *> honest with an empty entry rather than none
                   move spaces to common-name scientific-name
                   move 0 to bird-count
           end-read
           perform look-up-site
           perform look-up-area-name
           perform make-observer-initials
           evaluate true
               when review-accepted
                   move "accepted" to feed-review-text
               when review-pending
                   move "pending" to feed-review-text
               when review-referred
                   move "referred" to feed-review-text
               when other
                   move "not required" to feed-review-text
           end-evaluate
           *> quotes and backslashes would break the JSON string
           move common-name to feed-common-name
           inspect feed-common-name converting '"\' to "'/"
           move scientific-name to feed-scientific-name
           inspect feed-scientific-name converting '"\' to "'/"
           inspect feed-site-name converting '"\' to "'/"
           inspect feed-area-name converting '"\' to "'/"
           move spaces to iso-sighting-date
           string #date (1:4) "-" #date (5:2) "-" #date (7:2)
               delimited by size into iso-sighting-date
           move bird-count to feed-count-shown
           move feed-count-shown to feed-count-text
           if feed-index < feed-entry-count
               move "," to entry-separator
           else
               move space to entry-separator
           end-if
           move spaces to feed-json-record
           string '    {"commonName": "'
               function trim (feed-common-name)
               '", "scientificName": "'
               function trim (feed-scientific-name)
               '", "count": ' function trim (feed-count-text)
               ', "date": "' iso-sighting-date
               '", "site": "' function trim (feed-site-name)
               '", "areaCode": "' function trim (feed-area-code)
               '", "area": "' function trim (feed-area-name)
               '", "reviewStatus": "' function trim (feed-review-text)
               '", "observer": "' function trim (feed-observer-initials)
               '"}' entry-separator
               delimited by size into feed-json-record
           write feed-json-record
           .

       look-up-area-name section.
           move spaces to feed-area-name
           perform varying area-index from 1 by 1
                   until area-index > area-line-count
               if anl-area-code (area-index) = feed-area-code
                   move anl-area-name (area-index) to feed-area-name
               end-if
           end-perform
           .

       make-observer-initials section.
           move spaces to feed-observer-initials
           move observer-id of bird-spotting-record
               to observer-id of observer-master-record
           read observer-master-data
               invalid key
                   continue
               not invalid key
                   string first-name (1:1) "." last-name (1:1) "."
                       delimited by size into feed-observer-initials
           end-read
           .

       write-feed-trailer section.
           move "  ]" to feed-json-record
           write feed-json-record
           move "}" to feed-json-record
           write feed-json-record
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           move feed-entry-count to rcl-records-written
           move rows-skipped to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

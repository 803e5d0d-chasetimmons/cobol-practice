       input-output section.
           select rarities-alert-data assign "bird-rarities.txt"
               organization sequential
               file status rarities-file-status-code.

           select alert-subscriber-data assign "alert-subscribers.txt"
               organization sequential
               file status subscriber-file-status-code.

           select conservation-list-data
               assign "conservation-list.txt"
               organization sequential
               file status conservation-file-status-code.

           select bird-spotting-data assign "bird-data.dat"
               organization indexed
               access dynamic
               record key record-key
               alternate record key common-name
                   of bird-spotting-record with duplicates
               alternate record key #date
                   of bird-spotting-record with duplicates
               file status file-status-code.

           select site-master-data assign "site-data.dat"
               organization indexed
               access dynamic
               record key site-code of site-master-record
               file status site-file-status-code.

           select alert-sent-data assign "alert-sent.dat"
               organization indexed
               access dynamic
               record key als-key
               file status sent-file-status-code.

           select alert-notification-data
               assign "alert-notifications.txt"
               organization sequential
               file status notification-file-status-code.

       file section.
       FD  rarities-alert-data.    *> every rare or out-of-season
                                    *> claim the apply has logged
       01  rarities-alert-record.
           05  rar-species-code        pic 9(3).
           05  filler                  pic X.
           05  rar-common-name         pic X(16).
           05  filler                  pic X.
           05  rar-sighting-date       pic X(12).
           05  filler                  pic X.
           05  rar-site-code           pic X(4).
           05  filler                  pic X.
           05  rar-observer-id         pic 9(4).
           05  filler                  pic X.
           05  rar-bird-count          pic 9(4).
           05  filler                  pic X.
           05  rar-timestamp           pic X(21).

       FD  alert-subscriber-data.    *> who wants telling about what
       01  alert-subscriber-record.
           copy alert-subscriber-record.

       FD  conservation-list-data.    *> the published conservation
                                       *> lists - one line per listed
                                       *> species
       01  conservation-list-record.
           05  cvl-species-code        pic 9(3).
           05  filler                  pic X.
           05  cvl-list-colour         pic X.

       FD  bird-spotting-data.    *> the claim as it stands now
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

       FD  alert-sent-data.    *> every alert sent, by member and
                                *> sighting - so none goes twice
       01  alert-sent-record.
           05  als-key.
               10  als-observer-id     pic 9(4).
               10  als-record-key      pic 9(6).
           05  filler                  pic X.
           05  als-sent-date           pic 9(8).
           05  filler                  pic X.
           05  als-contact-method      pic X.

       FD  alert-notification-data.    *> for the messaging gateway,
                                        *> which empties it once sent
       01  alert-notification-record.
           05  ntf-observer-id         pic 9(4).
           05  filler                  pic X.
           05  ntf-contact-method      pic X.
           05  filler                  pic X.
           05  ntf-contact-address     pic X(40).
           05  filler                  pic X.
           05  ntf-record-key          pic 9(6).
           05  filler                  pic X.
           05  ntf-message-text        pic X(120).

       working-storage section.
      *> rare-bird alerts for members.  Runs after each IndexedFiles
      *> apply and reads the whole rarities file every time, because a
      *> claim only becomes alert-worthy once the records committee
      *> has accepted it - a claim still pending (or referred) is
      *> passed over tonight and picked up the night it is accepted.
      *> A claim the committee rejected, or that has been voided, is
      *> never sent.  The sensitive-species embargo applies as on any
      *> outbound file: withheld claims are not sent, blurred ones go
      *> with the 10km square for the place - and then do not match a
      *> recording-area interest, since that would say more about
      *> where the bird is than the blur allows.  alert-sent.dat
      *> remembers each member and sighting sent, so a member whose
      *> interests match a claim several ways, or a claim logged both
      *> as rare and as out of season, still hears about it once.  An
      *> observer is not alerted to their own sighting
       78  MAX-SUBSCRIBER-LINES    value 500.
       78  MAX-SPECIES-CODE        value 999.
       01  subscriber-table.
           05  subscriber-entry        occurs MAX-SUBSCRIBER-LINES
                                        indexed by subscriber-index.
               10  sbt-observer-id     pic 9(4).
               10  sbt-contact-method  pic X.
               10  sbt-contact-address pic X(40).
               10  sbt-interest-type   pic X.
               10  sbt-interest-value  pic X(4).
               10  sbt-start-date      pic 9(8).
       01  subscriber-count        pic 9(3) value 0.
       01  conservation-colour-table.
           05  conservation-colour     pic X
                                        occurs MAX-SPECIES-CODE
                                        indexed by colour-index.
       01  sighting-found-flag     pic X.
           88  sighting-was-found      value "Y".
       01  end-of-date-run         pic 9.
       01  interest-matched-flag   pic X.
           88  interest-matched        value "Y".
       01  species-status-category pic X.
       01  sighting-colour         pic X.
       01  sighting-area-code      pic X(4).
       01  sighting-site-name      pic X(24).
       01  claim-grid-reference-shown pic X(10).
       01  claim-grid-reference    pic X(10).
       01  rarity-logged-date      pic 9(8).
       01  species-code-text       pic X(4).
       01  site-shown-flag         pic X value "Y".
       01  embargo-action          pic X.
           88  embargo-publish         value "P".
           88  embargo-blur            value "B".
       01  blurred-site-name       pic X(24).
       01  blurred-grid-reference  pic X(10).
       01  formatted-count         pic ZZZ9.
       01  formatted-sighting-date pic X(10).
       01  run-date-today          pic 9(8).

       01  end-of-file             pic 9.
       01  rarities-file-status-code.
           05  rarities-status-key-1 pic X.
           05  rarities-status-key-2 pic X.
       01  subscriber-file-status-code.
           05  subscriber-status-key-1 pic X.
           05  subscriber-status-key-2 pic X.
       01  conservation-file-status-code.
           05  conservation-status-key-1 pic X.
           05  conservation-status-key-2 pic X.
       01  file-status-code.
           05  status-key-1        pic X.
           05  status-key-2        pic X.
       01  site-file-status-code.
           05  site-status-key-1   pic X.
           05  site-status-key-2   pic X.
       01  sent-file-status-code.
           05  sent-status-key-1   pic X.
           05  sent-status-key-2   pic X.
       01  notification-file-status-code.
           05  notification-status-key-1 pic X.
           05  notification-status-key-2 pic X.

       01  rarities-read           pic 9(6) value 0.
       01  claims-not-found        pic 9(5) value 0.
       01  claims-pending-review   pic 9(5) value 0.
       01  claims-rejected         pic 9(5) value 0.
       01  claims-embargoed        pic 9(5) value 0.
       01  claims-alerted          pic 9(5) value 0.
       01  notifications-written   pic 9(6) value 0.
       01  subscribers-rejected    pic 9(5) value 0.
       01  ra-error-source-program pic X(20)
                                       value "RareBirdAlerts".
       01  ra-error-paragraph      pic X(30) value spaces.
       01  ra-error-status-code    pic X(4)  value spaces.
       01  ra-error-message-text   pic X(60).

       copy run-control-fields.
       01  batch-program-name pic X(20) value "RareBirdAlerts".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to run-date-today
           perform load-subscribers
           if subscriber-count = 0
               display "No alert subscribers - nothing to send"
               perform write-run-control-end
               goback
           end-if
           perform load-conservation-list
           open input rarities-alert-data
           if rarities-status-key-1 not = "0"
               display "No bird-rarities.txt - nothing to send"
               perform write-run-control-end
               goback
           end-if
           open input bird-spotting-data
           open input site-master-data
           open i-o alert-sent-data
           if sent-status-key-1 = "3"
               *> first ever run - create the sent log empty
               open output alert-sent-data
               close alert-sent-data
               open i-o alert-sent-data
           end-if
           open extend alert-notification-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read rarities-alert-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to rarities-read
                       perform consider-one-claim
               end-read
           end-perform
           close rarities-alert-data
           close bird-spotting-data
           close site-master-data
           close alert-sent-data
           close alert-notification-data
           display notifications-written " alerts written for "
               claims-alerted " claims - " claims-pending-review
               " still with the committee, " claims-rejected
               " rejected or voided, " claims-embargoed
               " under embargo, " claims-not-found " not on the master"
           perform write-run-control-end
           goback
           .

       load-subscribers section.
           open input alert-subscriber-data
           if subscriber-status-key-1 not = "0"
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read alert-subscriber-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform take-one-subscriber
               end-read
           end-perform
           close alert-subscriber-data
           .

       take-one-subscriber section.
           if not asb-method-valid or asb-contact-address = spaces
               display "Subscriber " asb-observer-id
                   " has no usable contact - line ignored"
               add 1 to subscribers-rejected
               exit section
           end-if
           if not (asb-species or asb-status-category
                   or asb-conservation-list or asb-recording-area
                   or asb-everything)
               display "Subscriber " asb-observer-id
                   " interest type '" asb-interest-type
                   "' is not S, C, L, A or * - line ignored"
               add 1 to subscribers-rejected
               exit section
           end-if
           if subscriber-count >= MAX-SUBSCRIBER-LINES
               display "Subscriber table is full at "
                   MAX-SUBSCRIBER-LINES
                   " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to subscriber-count
           move asb-observer-id to sbt-observer-id (subscriber-count)
           move function upper-case (asb-contact-method)
               to sbt-contact-method (subscriber-count)
           move asb-contact-address
               to sbt-contact-address (subscriber-count)
           move function upper-case (asb-interest-type)
               to sbt-interest-type (subscriber-count)
           move function upper-case (asb-interest-value)
               to sbt-interest-value (subscriber-count)
           if asb-species
               *> species held as the code's digits, to compare with
               *> the claim's own
               move asb-species-code
                   to sbt-interest-value (subscriber-count)
           end-if
           move asb-start-date to sbt-start-date (subscriber-count)
           .

       load-conservation-list section.
           move spaces to conservation-colour-table
           open input conservation-list-data
           if conservation-status-key-1 not = "0"
               display "No conservation-list.txt - list interests "
                   "will match nothing"
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read conservation-list-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if cvl-species-code > 0
                           move function upper-case (cvl-list-colour)
                               to conservation-colour
                                   (cvl-species-code)
                       end-if
               end-read
           end-perform
           close conservation-list-data
           .

       consider-one-claim section.
           perform find-claimed-sighting
           if not sighting-was-found
               add 1 to claims-not-found
               exit section
           end-if
           if record-voided or review-rejected
               add 1 to claims-rejected
               exit section
           end-if
           if review-pending or review-referred
               add 1 to claims-pending-review
               exit section
           end-if
           perform look-up-claim-site
           call "SensitivityCheck"
               using by reference batch-program-name
                     by reference species-code of bird-spotting-record
                     by reference common-name of bird-spotting-record
                     by reference site-code of bird-spotting-record
                     by reference #date of bird-spotting-record
                     by reference claim-grid-reference
                     by reference site-shown-flag
                     by reference embargo-action
                     by reference blurred-site-name
                     by reference blurred-grid-reference
           if not embargo-publish and not embargo-blur
               add 1 to claims-embargoed
               exit section
           end-if
           move claim-grid-reference to claim-grid-reference-shown
           if embargo-blur
               move blurred-site-name to sighting-site-name
               move blurred-grid-reference
                   to claim-grid-reference-shown
               move spaces to sighting-area-code
           end-if
           call "SpeciesStatusLookup"
               using by reference species-code of bird-spotting-record
                     by reference species-status-category
           move spaces to sighting-colour
           if species-code of bird-spotting-record > 0
               move conservation-colour
                   (species-code of bird-spotting-record)
                   to sighting-colour
           end-if
           move species-code of bird-spotting-record
               to species-code-text
           move rar-timestamp (1:8) to rarity-logged-date
           add 1 to claims-alerted
           perform varying subscriber-index from 1 by 1
                   until subscriber-index > subscriber-count
               perform match-one-subscriber
           end-perform
           .

       find-claimed-sighting section.
           *> the rarities file carries no record key - the claim is
           *> found again by its own details under its date
           move "N" to sighting-found-flag
           move rar-sighting-date to #date of bird-spotting-record
           start bird-spotting-data
               key = #date of bird-spotting-record
               invalid key
                   exit section
           end-start
           set end-of-date-run to 1 *> FALSE
           perform until end-of-date-run = 0 *> TRUE
                   or sighting-was-found
               read bird-spotting-data next record
                   at end
                       set end-of-date-run to 0 *> TRUE
                   not at end
                       if #date of bird-spotting-record
                               not = rar-sighting-date
                           set end-of-date-run to 0 *> TRUE
                       else
                           if site-code of bird-spotting-record
                                   = rar-site-code
                                   and species-code
                                       of bird-spotting-record
                                       = rar-species-code
                                   and observer-id = rar-observer-id
                                   and bird-count = rar-bird-count
                               set sighting-was-found to true
                           end-if
                       end-if
               end-read
           end-perform
           .

       look-up-claim-site section.
           move site-code of bird-spotting-record to sighting-site-name
           move spaces to sighting-area-code
           move sighting-grid-reference of bird-spotting-record
               to claim-grid-reference
           move site-code of bird-spotting-record
               to site-code of site-master-record
           read site-master-data
               invalid key
                   continue
               not invalid key
                   move site-name to sighting-site-name
                   move site-area-code to sighting-area-code
                   if claim-grid-reference = spaces
                       move site-grid-reference
                           to claim-grid-reference
                   end-if
           end-read
           .

       match-one-subscriber section.
           if sbt-observer-id (subscriber-index) = observer-id
                   or sbt-start-date (subscriber-index)
                       > rarity-logged-date
               exit section
           end-if
           move "N" to interest-matched-flag
           evaluate sbt-interest-type (subscriber-index)
               when "*"
                   set interest-matched to true
               when "S"
                   if sbt-interest-value (subscriber-index)
                           = species-code-text
                       set interest-matched to true
                   end-if
               when "C"
                   if sbt-interest-value (subscriber-index) (1:1)
                           = species-status-category
                       set interest-matched to true
                   end-if
               when "L"
                   if sighting-colour not = space
                           and sbt-interest-value (subscriber-index)
                               (1:1) = sighting-colour
                       set interest-matched to true
                   end-if
               when "A"
                   if sighting-area-code not = spaces
                           and sbt-interest-value (subscriber-index)
                               = sighting-area-code
                       set interest-matched to true
                   end-if
           end-evaluate
           if not interest-matched
               exit section
           end-if
           move sbt-observer-id (subscriber-index) to als-observer-id
           move record-key to als-record-key
           read alert-sent-data
               invalid key
                   perform send-one-alert
               not invalid key
                   *> already told - by an earlier run or another
                   *> of their interests
                   continue
           end-read
           .

       send-one-alert section.
           move spaces to alert-sent-record
           move sbt-observer-id (subscriber-index) to als-observer-id
           move record-key to als-record-key
           move run-date-today to als-sent-date
           move sbt-contact-method (subscriber-index)
               to als-contact-method
           write alert-sent-record
               invalid key
                   move "SEND-ONE-ALERT" to ra-error-paragraph
                   move sent-file-status-code to ra-error-status-code
                   move "I/O error on alert-sent-data"
                       to ra-error-message-text
                   call "ErrorLogger"
                       using by reference ra-error-source-program
                             by reference ra-error-paragraph
                             by reference ra-error-status-code
                             by reference ra-error-message-text
                   exit section
           end-write
           move bird-count to formatted-count
           move spaces to formatted-sighting-date
           string #day of bird-spotting-record "/"
               month of bird-spotting-record "/"
               year of bird-spotting-record
               delimited by size into formatted-sighting-date
           move spaces to alert-notification-record
           move sbt-observer-id (subscriber-index) to ntf-observer-id
           move sbt-contact-method (subscriber-index)
               to ntf-contact-method
           move sbt-contact-address (subscriber-index)
               to ntf-contact-address
           move record-key to ntf-record-key
           string "BIRD ALERT: " delimited by size
               common-name of bird-spotting-record
                   delimited by "  "
               " x" delimited by size
               formatted-count delimited by size
               " at " delimited by size
               sighting-site-name delimited by "  "
               " " delimited by size
               claim-grid-reference-shown delimited by " "
               " on " delimited by size
               formatted-sighting-date delimited by size
               into ntf-message-text
           write alert-notification-record
           add 1 to notifications-written
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           move rarities-read to rcl-records-read
           move notifications-written to rcl-records-written
           move subscribers-rejected to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

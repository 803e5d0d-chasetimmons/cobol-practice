       input-output section.
           select nest-master-data assign "nest-data.dat"
               organization indexed
               access dynamic
               record key nst-nest-id
               file status nest-file-status-code.

           select nest-visit-data assign "nest-visits.txt"
               organization sequential
               file status visit-file-status-code.

           select nest-trans-data assign "nest-trans.txt"
               organization sequential
               file status nest-trans-file-status-code.

           select species-master-data assign "species-data.dat"
               organization indexed
               access dynamic
               record key species-code of species-master-record
               alternate record key ref-common-name
                   of species-master-record with duplicates
               file status species-file-status-code.

       file section.
       FD  nest-master-data.    *> one card header per nest
       01  nest-master-record.
           copy nest-record.

       FD  nest-visit-data.    *> every visit to every nest
       01  nest-visit-record.
           copy nest-visit-record.

       FD  nest-trans-data.    *> a batch of keyed nest cards
       01  nest-transaction-record.
           05  ntr-code                pic X.
               88  ntr-add-nest            value "A" "a".
               88  ntr-change-nest         value "C" "c".
               88  ntr-delete-nest         value "D" "d".
               88  ntr-add-visit           value "V" "v".
           05  filler                  pic X.
           05  ntr-nest-id             pic 9(6).
           05  filler                  pic X.
           05  ntr-nest-details.
               10  ntr-site-code       pic X(4).
               10  filler              pic X.
               10  ntr-species-code    pic 9(3).
               10  filler              pic X.
               10  ntr-observer-id     pic 9(4).
               10  filler              pic X.
               10  ntr-season-year     pic 9(4).
               10  filler              pic X.
               10  ntr-nest-location   pic X(24).
               10  filler              pic X.
               10  ntr-outcome-code    pic X.
               10  filler              pic X.
               10  ntr-outcome-date    pic 9(8).
               10  filler              pic X.
               10  ntr-fledged-count   pic 9(2).
      *> a visit line carries the visit in place of the header
           05  ntr-visit-details redefines ntr-nest-details.
               10  ntr-visit-date      pic 9(8).
               10  ntr-visit-date-parts redefines ntr-visit-date.
                   15  ntr-visit-year  pic 9(4).
                   15  ntr-visit-month pic 9(2).
                   15  ntr-visit-day   pic 9(2).
               10  filler              pic X.
               10  ntr-egg-count       pic 9(2).
               10  filler              pic X.
               10  ntr-young-count     pic 9(2).
               10  filler              pic X.
               10  ntr-visit-remarks   pic X(20).
               10  filler              pic X(22).

       FD  species-master-data.    *> proves the species code exists
       01  species-master-record.
           copy species-master-record.

       working-storage section.
      *> the visit file is small enough to hold whole - loaded,
      *> amended and written back the way BreakdownMaintenance keeps
      *> bird-breakdown.txt
       78  MAX-HELD-VISITS         value 3000.
       01  held-visit-table.
           05  held-visit-entry        occurs MAX-HELD-VISITS
                                        indexed by visit-index.
               10  hvs-nest-id         pic 9(6).
               10  hvs-visit-date      pic 9(8).
               10  hvs-egg-count       pic 9(2).
               10  hvs-young-count     pic 9(2).
               10  hvs-visit-remarks   pic X(20).
               10  hvs-deleted-flag    pic X.
                   88  hvs-entry-deleted   value "Y".
       01  held-visit-count        pic 9(4) value 0.

      *> what the nest's visits so far say, gathered before each
      *> new visit or outcome is judged
       01  prior-visit-count       pic 9(3).
       01  prior-visit-date        pic 9(8).
       01  prior-egg-count         pic 9(2).
       01  prior-young-count       pic 9(2).
       01  most-young-seen         pic 9(2).
       01  prior-contents          pic 9(3).
       01  new-contents            pic 9(3).
       01  nest-hatched-flag       pic X.
           88  nest-has-hatched        value "Y".

       01  end-of-file             pic 9.
       01  nest-file-status-code.
           05  nest-status-key-1   pic X.
           05  nest-status-key-2   pic X.
       01  visit-file-status-code.
           05  visit-status-key-1  pic X.
           05  visit-status-key-2  pic X.
       01  nest-trans-file-status-code.
           05  nest-trans-status-key-1 pic X.
           05  nest-trans-status-key-2 pic X.
       01  species-file-status-code.
           05  species-status-key-1 pic X.
           05  species-status-key-2 pic X.

       01  check-site-code         pic X(4).
       01  site-known-flag         pic X.
           88  site-is-known           value "Y".
       01  date-is-valid-flag      pic X.
           88  visit-date-is-valid     value "Y".
       01  nest-found-flag         pic X.
           88  nest-was-found          value "Y".
       01  transaction-ok-flag     pic X.
           88  transaction-is-ok       value "Y".

       01  transactions-read       pic 9(5) value 0.
       01  nests-added             pic 9(4) value 0.
       01  nests-changed           pic 9(4) value 0.
       01  nests-deleted           pic 9(4) value 0.
       01  visits-added            pic 9(4) value 0.
       01  transactions-rejected   pic 9(4) value 0.
       01  nm-error-source-program pic X(20)
                                       value "NestRecordMaint".
       01  nm-error-paragraph      pic X(30) value spaces.
       01  nm-error-status-code    pic X(4)  value spaces.
       01  nm-error-message-text   pic X(60).
       copy run-control-fields.
       01  batch-program-name pic X(20) value "NestRecordMaint".

       procedure division.
           copy run-banner.
           perform load-visit-table
           open i-o nest-master-data
           if nest-status-key-1 = "3"
               *> first ever run - create the master empty, then
               *> load it from the batch
               open output nest-master-data
               close nest-master-data
               open i-o nest-master-data
           end-if
           open input species-master-data
           perform apply-nest-transactions
           close species-master-data
           close nest-master-data
           perform rewrite-visit-file
           display nests-added " nests added, "
               nests-changed " changed, "
               nests-deleted " deleted, "
               visits-added " visits added, "
               transactions-rejected " rejected"
           perform write-run-control-end
           goback
           .

       load-visit-table section.
           move 0 to held-visit-count
           open input nest-visit-data
           if visit-status-key-1 not = "0"
               close nest-visit-data
           else
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read nest-visit-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           perform make-room-for-visit
                           add 1 to held-visit-count
                           move nvs-nest-id
                               to hvs-nest-id (held-visit-count)
                           move nvs-visit-date
                               to hvs-visit-date (held-visit-count)
                           move nvs-egg-count
                               to hvs-egg-count (held-visit-count)
                           move nvs-young-count
                               to hvs-young-count (held-visit-count)
                           move nvs-visit-remarks
                               to hvs-visit-remarks (held-visit-count)
                           move "N"
                               to hvs-deleted-flag (held-visit-count)
                   end-read
               end-perform
               close nest-visit-data
           end-if
           .

       make-room-for-visit section.
           if held-visit-count >= MAX-HELD-VISITS
               display "Visit table is full at "
                   MAX-HELD-VISITS " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           .

       apply-nest-transactions section.
           open input nest-trans-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read nest-trans-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to transactions-read
                       perform apply-one-nest-trans
               end-read
           end-perform
           close nest-trans-data
           .

       apply-one-nest-trans section.
           perform read-nest-master
           evaluate true
               when ntr-add-nest
                   perform add-nest
               when ntr-change-nest
                   perform change-nest
               when ntr-delete-nest
                   perform delete-nest
               when ntr-add-visit
                   perform add-visit
               when other
                   move "Unknown nest transaction code"
                       to nm-error-message-text
                   perform reject-nest-transaction
           end-evaluate
           .

       read-nest-master section.
           move "N" to nest-found-flag
           move ntr-nest-id to nst-nest-id
           read nest-master-data
               invalid key
                   continue
               not invalid key
                   set nest-was-found to true
           end-read
           .

       add-nest section.
           set transaction-is-ok to true
           if nest-was-found
               move "Nest already on file - use a change"
                   to nm-error-message-text
               perform reject-nest-transaction
           else
               perform validate-nest-header
               if transaction-is-ok
                   move spaces to nest-master-record
                   move ntr-nest-id to nst-nest-id
                   perform store-nest-header
                   *> a new card is always open - the outcome comes
                   *> in on a change once the visits are in
                   move space to nst-outcome-code
                   move 0 to nst-outcome-date
                   move 0 to nst-fledged-count
                   write nest-master-record
                       invalid key
                           perform report-nest-file-status
                       not invalid key
                           add 1 to nests-added
                   end-write
               end-if
           end-if
           .

       change-nest section.
           set transaction-is-ok to true
           if not nest-was-found
               move "Nest not on file - nothing to change"
                   to nm-error-message-text
               perform reject-nest-transaction
           else
               perform validate-nest-header
               if transaction-is-ok
                   perform validate-nest-outcome
               end-if
               if transaction-is-ok
                   perform store-nest-header
                   move ntr-outcome-code to nst-outcome-code
                   if nst-outcome-open
                       move 0 to nst-outcome-date
                       move 0 to nst-fledged-count
                   else
                       if ntr-outcome-date = 0
                           move prior-visit-date to nst-outcome-date
                       else
                           move ntr-outcome-date to nst-outcome-date
                       end-if
                       move ntr-fledged-count to nst-fledged-count
                   end-if
                   rewrite nest-master-record
                       invalid key
                           perform report-nest-file-status
                       not invalid key
                           add 1 to nests-changed
                   end-rewrite
               end-if
           end-if
           .

       delete-nest section.
           if not nest-was-found
               move "Nest not on file - nothing to delete"
                   to nm-error-message-text
               perform reject-nest-transaction
           else
               delete nest-master-data record
                   invalid key
                       perform report-nest-file-status
                   not invalid key
                       add 1 to nests-deleted
                       *> the visits go with the card - orphans would
                       *> only be skipped by every report
                       perform varying visit-index from 1 by 1
                               until visit-index > held-visit-count
                           if hvs-nest-id (visit-index) = ntr-nest-id
                               set hvs-entry-deleted (visit-index)
                                   to true
                           end-if
                       end-perform
               end-delete
           end-if
           .

       validate-nest-header section.
           move ntr-site-code to check-site-code
           call "SiteCodeCheck"
               using by reference check-site-code
                     by reference site-known-flag
           move ntr-species-code
               to species-code of species-master-record
           read species-master-data
               invalid key
                   move "Species code not on the species master"
                       to nm-error-message-text
                   perform reject-nest-transaction
               not invalid key
                   continue
           end-read
           if transaction-is-ok
               evaluate true
                   when not site-is-known
                       move "Site code not on the site master"
                           to nm-error-message-text
                       perform reject-nest-transaction
                   when ntr-season-year = 0
                       move "Season year missing"
                           to nm-error-message-text
                       perform reject-nest-transaction
               end-evaluate
           end-if
           .

       validate-nest-outcome section.
           move ntr-outcome-code to nst-outcome-code
           if not nst-outcome-valid
               move "Outcome must be F, X, P, U or blank"
                   to nm-error-message-text
               perform reject-nest-transaction
           else
               perform gather-prior-visits
               evaluate true
                   when not nst-outcome-open and prior-visit-count = 0
                       move "Outcome keyed before any visit"
                           to nm-error-message-text
                       perform reject-nest-transaction
                   when ntr-fledged-count > most-young-seen
                       move "More fledged than young ever in the nest"
                           to nm-error-message-text
                       perform reject-nest-transaction
                   when ntr-fledged-count > 0
                           and not nst-outcome-fledged
                       move
                         "Fledged young on a failed or unknown outcome"
                           to nm-error-message-text
                       perform reject-nest-transaction
                   when ntr-outcome-date not = 0
                           and ntr-outcome-date < prior-visit-date
                       move "Outcome dated before the last visit"
                           to nm-error-message-text
                       perform reject-nest-transaction
               end-evaluate
           end-if
           .

       store-nest-header section.
           move ntr-site-code to nst-site-code
           move ntr-species-code to nst-species-code
           move ntr-observer-id to nst-observer-id
           move ntr-season-year to nst-season-year
           move ntr-nest-location to nst-nest-location
           .

       add-visit section.
           set transaction-is-ok to true
           call "Subprogram" using by reference ntr-visit-day
                                   by reference ntr-visit-month
                                   by reference ntr-visit-year
                                   by reference date-is-valid-flag
           evaluate true
               when not nest-was-found
                   move "Visit for a nest not on file"
                       to nm-error-message-text
                   perform reject-nest-transaction
               when not nst-outcome-open
                   move "Nest card already closed with an outcome"
                       to nm-error-message-text
                   perform reject-nest-transaction
               when not visit-date-is-valid
                   move "Visit date is not a valid date"
                       to nm-error-message-text
                   perform reject-nest-transaction
               when ntr-visit-year not = nst-season-year
                   move "Visit date outside the nest's season"
                       to nm-error-message-text
                   perform reject-nest-transaction
           end-evaluate
           if transaction-is-ok
               perform gather-prior-visits
               perform validate-visit-sequence
           end-if
           if transaction-is-ok
               perform make-room-for-visit
               add 1 to held-visit-count
               move ntr-nest-id to hvs-nest-id (held-visit-count)
               move ntr-visit-date
                   to hvs-visit-date (held-visit-count)
               move ntr-egg-count to hvs-egg-count (held-visit-count)
               move ntr-young-count
                   to hvs-young-count (held-visit-count)
               move ntr-visit-remarks
                   to hvs-visit-remarks (held-visit-count)
               move "N" to hvs-deleted-flag (held-visit-count)
               add 1 to visits-added
           end-if
           .

       gather-prior-visits section.
           *> visits only ever join the table in date order, so the
           *> latest date seen is the previous visit
           move 0 to prior-visit-count
           move 0 to prior-visit-date
           move 0 to prior-egg-count
           move 0 to prior-young-count
           move 0 to most-young-seen
           move "N" to nest-hatched-flag
           perform varying visit-index from 1 by 1
                   until visit-index > held-visit-count
               if hvs-nest-id (visit-index) = ntr-nest-id
                       and not hvs-entry-deleted (visit-index)
                   add 1 to prior-visit-count
                   if hvs-visit-date (visit-index) > prior-visit-date
                       move hvs-visit-date (visit-index)
                           to prior-visit-date
                       move hvs-egg-count (visit-index)
                           to prior-egg-count
                       move hvs-young-count (visit-index)
                           to prior-young-count
                   end-if
                   if hvs-young-count (visit-index) > 0
                       set nest-has-hatched to true
                   end-if
                   if hvs-young-count (visit-index) > most-young-seen
                       move hvs-young-count (visit-index)
                           to most-young-seen
                   end-if
               end-if
           end-perform
           .

       validate-visit-sequence section.
           *> once the first chick is seen nothing new can arrive:
           *> eggs can only hatch or be lost, so the egg count may not
           *> rise and eggs plus young together may not rise.  Young
           *> may still go up as the late eggs hatch
           compute prior-contents = prior-egg-count + prior-young-count
           compute new-contents = ntr-egg-count + ntr-young-count
           evaluate true
               when prior-visit-count > 0
                       and ntr-visit-date not > prior-visit-date
                   move "Visit not later than the nest's last visit"
                       to nm-error-message-text
                   perform reject-nest-transaction
               when nest-has-hatched
                       and ntr-egg-count > prior-egg-count
                   move "Egg count rises after hatching"
                       to nm-error-message-text
                   perform reject-nest-transaction
               when nest-has-hatched
                       and new-contents > prior-contents
                   move "Nest contents rise after hatching"
                       to nm-error-message-text
                   perform reject-nest-transaction
           end-evaluate
           .

       reject-nest-transaction section.
           move "N" to transaction-ok-flag
           add 1 to transactions-rejected
           display "Nest " ntr-nest-id " " ntr-code " rejected - "
               nm-error-message-text
           move "APPLY-ONE-NEST-TRANS" to nm-error-paragraph
           move spaces to nm-error-status-code
           call "ErrorLogger"
               using by reference nm-error-source-program
                     by reference nm-error-paragraph
                     by reference nm-error-status-code
                     by reference nm-error-message-text
           .

       report-nest-file-status section.
           display "Unexpected file status " nest-file-status-code
               " for nest " ntr-nest-id
           move "REPORT-NEST-FILE-STATUS" to nm-error-paragraph
           move nest-file-status-code to nm-error-status-code
           move "I/O error on nest-master-data"
               to nm-error-message-text
           call "ErrorLogger"
               using by reference nm-error-source-program
                     by reference nm-error-paragraph
                     by reference nm-error-status-code
                     by reference nm-error-message-text
           .

       rewrite-visit-file section.
           open output nest-visit-data
           perform varying visit-index from 1 by 1
                   until visit-index > held-visit-count
               if not hvs-entry-deleted (visit-index)
                   move spaces to nest-visit-record
                   move hvs-nest-id (visit-index) to nvs-nest-id
                   move hvs-visit-date (visit-index)
                       to nvs-visit-date
                   move hvs-egg-count (visit-index) to nvs-egg-count
                   move hvs-young-count (visit-index)
                       to nvs-young-count
                   move hvs-visit-remarks (visit-index)
                       to nvs-visit-remarks
                   write nest-visit-record
               end-if
           end-perform
           close nest-visit-data
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           move transactions-read to rcl-records-read
           compute rcl-records-written = nests-added + visits-added
           move transactions-rejected to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

           05  filler                  pic X.
           05  trans-record-key        pic 9(6).
           05  filler                  pic X.
      *> CCYYMMDD, then M, S or Y in the ninth byte for a historic
      *> record known only to the month, season or year - it lands
      *> in date-precision-code when moved to #date
           05  trans-date              pic X(10).
           05  filler                  pic X.
           05  trans-common-name       pic X(16).
           05  trans-delete-mode       pic X.
               88  trans-soft-delete       value "S" "s" space.
               88  trans-hard-delete       value "H" "h".
           05  filler                  pic X.
           05  trans-breeding-code     pic X(2).
           05  filler                  pic X.
           05  trans-grid-reference    pic X(10).
       01  batch-header-layout redefines bird-transaction-record.
      *> the provenance line the producers now prepend - who sent the
      *> batch and dated when; the E trailer carries the count, so a
           05  bth-source-id           pic X(8).
           05  filler                  pic X.
           05  bth-batch-date          pic 9(8).
           05  filler                  pic X.
      *> who keyed it, and V once both keyings have been reconciled -
      *> a batch from a machine producer leaves the keyer blank
           05  bth-keyer-id            pic X(8).
           05  filler                  pic X.
           05  bth-verified-flag       pic X.
           05  filler                  pic X(64).
       01  batch-trailer-layout redefines bird-transaction-record.
           05  filler                  pic X(2).
           05  bte-record-count        pic 9(5).
           05  filler                  pic X(88).

       FD  restart-control-data.    *> checkpoint for a resumed batch run
       01  restart-record              pic 9(6).
               88  suspense-bad-code       value "TC".
               88  suspense-io-error       value "IO".
               88  suspense-batch-fault    value "BB".
               88  suspense-bad-breeding   value "BE".
               88  suspense-bad-grid       value "GR".
           05  filler                  pic X.
           05  suspense-trans-image    pic X(95).

       FD  pending-approval-data.    *> amendments and voids wait
                                        *> here for a supervisor -
                                   *> lock - retried at end of run and
                                   *> again at the start of the next
       01  bird-deferred-record.
           05  deferred-trans-image    pic X(95).

       working-storage section.
       78  CHECKPOINT-INTERVAL     value 10.
       01  check-common-name       pic X(16).
       01  check-scientific-name   pic X(24).
       01  check-bird-count        pic 9(4).
       01  check-breeding-code     pic X(2).
       01  breeding-code-valid-flag pic X value "Y".
           88  breeding-code-is-valid  value "Y".
           88  breeding-code-is-invalid value "N".
       01  evidence-category       pic X.
       01  evidence-rank           pic 9(2).
       01  evidence-description    pic X(24).
       01  check-grid-reference    pic X(10).
       01  grid-check-result       pic X value "Y".
           88  grid-reference-accepted value "Y".
           88  grid-reference-unreadable value "F".
           88  grid-reference-too-far  value "D".
       01  sighting-hectad         pic X(4).
       01  sighting-tetrad         pic X(5).
       01  sighting-monad          pic X(6).

       01  date-is-valid-flag        pic X value "Y".
           88  sighting-date-is-valid    value "Y".
           88  sighting-date-is-invalid  value "N".
       01  sighting-period-from      pic 9(8).
       01  sighting-period-to        pic 9(8).
       01  sighting-period-label     pic X(16).
       01  il-error-source-program   pic X(20) value "IndexedFiles".
       01  il-error-paragraph        pic X(30) value spaces.
       01  il-error-status-code      pic X(4)  value spaces.
       01  observer-is-certified-flag  pic X value "N".
           88  observer-passed-check      value "Y".
           88  observer-failed-check      value "N".
       01  observer-alias-flag         pic X value "N".
           88  observer-was-merged        value "Y".

       01  site-is-known-flag          pic X value "N".
           88  site-is-known              value "Y".
       78  MAX-BATCH-RECORDS       value 200.
       78  MAX-BATCH-SOURCES       value 10.
       01  batch-buffer-table.
           05  batch-buffer-entry      pic X(95)
                                        occurs MAX-BATCH-RECORDS
                                        indexed by batch-index.
       01  batch-buffer-count      pic 9(3) value 0.
       01  batch-header-image      pic X(95).
       01  overrun-record-hold     pic X(95).
       01  batch-source-held       pic X(8).
       01  batch-expected-held     pic 9(5).
       01  batch-date-held         pic 9(8).
       01  batch-verified-held     pic X.
       01  double-key-held-flag    pic X.
           88  batch-awaits-second-keying value "Y".
       01  batches-held-for-keying pic 9(3) value 0.
       01  in-batch-flag           pic X value "N".
           88  inside-a-batch          value "Y".
       01  batch-apply-subscript   pic 9(3).
       01  found-source-index      pic 9(2).
       78  MAX-DEFERRED-TRANSACTIONS value 100.
       01  deferred-queue-table.
           05  deferred-queue-entry    pic X(95)
                                        occurs MAX-DEFERRED-TRANSACTIONS
                                        indexed by deferred-index.
       01  deferred-queue-count    pic 9(3) value 0.
       01  retry-queue-table.
           05  retry-queue-entry       pic X(95)
                                        occurs MAX-DEFERRED-TRANSACTIONS
                                        indexed by retry-index.
       01  retry-queue-count       pic 9(3) value 0.
               perform reject-buffered-batch
           end-if
           perform write-checkpoint
           if batches-held-for-keying > 0
               display batches-held-for-keying " batches held for "
                   "double-keying verification"
           end-if
           perform print-source-summary
           .

                   move bird-transaction-record
                       to batch-header-image
                   move bth-source-id to batch-source-held
                   move bth-batch-date to batch-date-held
                   move bth-verified-flag to batch-verified-held
                   move 0 to batch-buffer-count
                   set inside-a-batch to true
               when trans-batch-trailer
           *> arrived - otherwise the whole batch, header included,
           *> waits in suspense and the source shows short on the
           *> summary
           call "DoubleKeyHoldCheck"
               using by reference batch-source-held
                     by reference batch-date-held
                     by reference batch-verified-held
                     by reference double-key-held-flag
           if batch-awaits-second-keying
               *> the first keying is already saved by
               *> DoubleKeyCompare - the settled copy comes back
               *> through the requeue, so nothing is applied or
               *> suspended here
               display "Batch from " batch-source-held " dated "
                   batch-date-held " held for double-keying "
                   "verification"
               add 1 to batches-held-for-keying
               move 0 to batch-buffer-count
               exit section
           end-if
           if batch-buffer-count not = batch-expected-held
               display "Batch from " batch-source-held " OUT OF "
                   "BALANCE - trailer promised "
                   move trans-bird-count      to bird-count
                   move trans-observer-id     to observer-id
                   move trans-site-code       to site-code
                   move trans-breeding-code
                       to breeding-evidence-code
                   move trans-grid-reference
                       to sighting-grid-reference
                   set record-active to true
                   move spaces to void-reason-code
                   perform write-record
           perform load-weather-for-browse
           move "20230101    " to browse-from-date
           move "20231231    " to browse-to-date
           *> a month, season or year record keys on day 00 - start
           *> from the top of the year so none is passed over
           move browse-from-date to #date
           move "0000" to #date (5:4)
           start bird-spotting-data
               key is greater than or equal to #date
               invalid key
                           at end
                               set end-of-file to 0
                           not at end
                               if #date (1:8) > browse-to-date (1:8)
                                   set end-of-file to 0
                               else
                                   perform show-browse-sighting
                               end-if
                       end-read
                   end-perform
           end-start
           .

       show-browse-sighting section.
           *> an imprecise record is listed only when the whole of
           *> its period falls inside the range, and then by its
           *> period - a record of MAY 1974 cannot honestly be said
           *> to fall in a range that ends on the 15th
           call "SightingDatePeriod"
               using by reference #date
                     by reference sighting-period-from
                     by reference sighting-period-to
                     by reference sighting-period-label
                     by reference date-is-valid-flag
           if sighting-period-from < browse-from-date (1:8)
                   or sighting-period-to > browse-to-date (1:8)
               exit section
           end-if
           if date-is-partial
               display bird-spotting-record " " sighting-period-label
           else
               perform look-up-browse-weather
               display bird-spotting-record " " browse-weather-text
           end-if
           .

       queue-pending-approval section.
           if trial-run-mode
               perform report-would-do-request
           .

       validate-sighting-date section.
           *> SightingDatePeriod reuses Subprogram's day/month/year
           *> checker, filling in what a partial date leaves out, so
           *> every program that keys a #date agrees on what is valid
           set sighting-date-is-valid to true
           call "SightingDatePeriod"
               using by reference #date
                     by reference sighting-period-from
                     by reference sighting-period-to
                     by reference sighting-period-label
                     by reference date-is-valid-flag
           if sighting-date-is-invalid
               move "VALIDATE-SIGHTING-DATE" to il-error-paragraph
               move spaces to il-error-status-code
                     by reference site-is-known-flag
           .

       validate-breeding-code section.
           *> the atlas code set lives in one subprogram, so the desk
           *> and the batch apply refuse the same codes - a blank
           *> code is valid, most cards carry none
           call "BreedingEvidenceCheck"
               using by reference check-breeding-code
                     by reference breeding-code-valid-flag
                     by reference evidence-category
                     by reference evidence-rank
                     by reference evidence-description
           .

       validate-grid-reference section.
           *> a blank reference comes back as the site's own, so the
           *> master always says where the bird was as nearly as it
           *> is known
           call "SightingGridCheck"
               using by reference check-site-code
                     by reference check-grid-reference
                     by reference grid-check-result
                     by reference sighting-hectad
                     by reference sighting-tetrad
                     by reference sighting-monad
           .

       check-observer-certification section.
           *> a retired id from a merged registration is carried on
           *> to the observer it was folded into before anything else
           *> looks at it
           call "ObserverAliasLookup"
               using by reference observer-id
                     by reference observer-alias-flag
           if observer-was-merged
               display "Observer " trans-observer-id " was merged into "
                   observer-id " - sighting recorded under " observer-id
           end-if
           *> only certified observers' sightings count toward the
           *> official population totals Level88 reports
           call "ObserverCertificationCheck"
           move scientific-name to check-scientific-name
           move bird-count      to check-bird-count
           move site-code       to check-site-code
           move breeding-evidence-code to check-breeding-code
           move sighting-grid-reference to check-grid-reference
           move check-bird-count to range-check-count
           perform validate-bird-count
           perform validate-sighting-date
           perform check-observer-certification
           perform validate-site-code
           perform validate-species-name
           perform validate-breeding-code
           perform validate-grid-reference
           perform check-duplicate-sighting
           if bird-count-is-invalid
               display "Rejected - bird-count " check-bird-count
                           " is not on the species master"
                       move "SP" to suspense-reason-code
                       perform write-suspense-record
                   else
                   if breeding-code-is-invalid
                       display "Rejected - " check-breeding-code
                           " is not an atlas breeding-evidence code"
                       move "BE" to suspense-reason-code
                       perform write-suspense-record
                   else
                   if grid-reference-unreadable
                       display "Rejected - " check-grid-reference
                           " is not a valid grid reference"
                       move "GR" to suspense-reason-code
                       perform write-suspense-record
                   else
                   if grid-reference-too-far
                       display "Rejected - " check-grid-reference
                           " is too far from site " check-site-code
                       move "GR" to suspense-reason-code
                       perform write-suspense-record
                   else
                       move check-record-key      to record-key
                       move check-date            to #date
                       move check-bird-count      to bird-count
                       move check-site-code       to site-code
                       move check-species-code    to species-code
                       move check-breeding-code
                           to breeding-evidence-code
                       move check-grid-reference
                           to sighting-grid-reference
                       perform stamp-entry-date
                       if observer-passed-check
                           set sighting-certified to true
                   end-if
                   end-if
                   end-if
                   end-if
                   end-if
                   end-if
               end-if
           end-if
           .

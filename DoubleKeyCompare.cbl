       input-output section.
           select double-key-list-data assign "double-key-list.txt"
               organization sequential
               file status list-file-status-code.

           select bird-transaction-data assign "bird-trans.txt"
               organization sequential
               file status trans-file-status-code.

           select bird-verify-data assign "bird-verify.txt"
               organization sequential
               file status verify-file-status-code.

           select first-keying-data assign "double-key-first.txt"
               organization sequential
               file status first-file-status-code.

           select second-keying-data assign "double-key-second.txt"
               organization sequential
               file status second-file-status-code.

           select batch-verification-data
               assign "batch-verification.dat"
               organization indexed
               access dynamic
               record key bvr-batch-key
               file status register-file-status-code.

           select keying-difference-data
               assign "keying-differences.dat"
               organization indexed
               access dynamic
               record key kdf-key
               file status difference-file-status-code.

           select requeue-transaction-data
               assign "bird-trans-requeue.txt"
               organization sequential
               file status requeue-file-status-code.

       file section.
       FD  double-key-list-data.    *> who must be keyed twice - the
                                     *> supervisor's list of new
                                     *> keyers and flagged observers
       01  double-key-list-record.
           05  dkl-entry-type          pic X.
               88  dkl-keyer               value "K" "k".
               88  dkl-observer            value "O" "o".
           05  filler                  pic X.
           05  dkl-entry-id            pic X(8).

       FD  bird-transaction-data.    *> the first keying, as the
                                      *> apply will see it
       01  bird-transaction-record     pic X(95).
       01  batch-header-layout redefines bird-transaction-record.
           05  bth-code                pic X.
               88  bth-is-header           value "B" "b".
               88  bth-is-trailer          value "E" "e".
           05  filler                  pic X.
           05  bth-source-id           pic X(8).
           05  filler                  pic X.
           05  bth-batch-date          pic 9(8).
           05  filler                  pic X.
           05  bth-keyer-id            pic X(8).
           05  filler                  pic X.
           05  bth-verified-flag       pic X.
               88  bth-verified            value "V".
           05  filler                  pic X(65).
       01  batch-detail-layout redefines bird-transaction-record.
           05  filler                  pic X(70).
           05  btd-observer-id         pic X(4).
           05  filler                  pic X(21).

       FD  bird-verify-data.    *> the same batches keyed again, blind
       01  bird-verify-record          pic X(95).

       FD  first-keying-data.    *> every first keying held for
                                  *> verification, header to trailer
       01  first-keying-record         pic X(95).

       FD  second-keying-data.    *> every second keying compared
       01  second-keying-record        pic X(95).

       FD  batch-verification-data.    *> one line per batch keyed
                                        *> twice
       01  batch-verification-record.
           copy batch-verification-record.

       FD  keying-difference-data.    *> every field that differed
       01  keying-difference-record.
           copy keying-difference-record.

       FD  requeue-transaction-data.    *> verified batches, in
                                         *> bird-trans.txt format, for
                                         *> the next maintenance run
       01  requeue-transaction-record  pic X(95).

       working-storage section.
      *> double-keying for batches from new keyers and flagged
      *> observers.  Runs ahead of the IndexedFiles apply each night.
      *> A batch in bird-trans.txt whose header names a keyer on
      *> double-key-list.txt (K lines), or with a line for an
      *> observer on it (O lines), is copied to double-key-first.txt
      *> and registered as waiting - from then on IndexedFiles holds
      *> it out.  When the blind second keying arrives in
      *> bird-verify.txt, under the same source and batch date, the
      *> two are matched line by line and every field that differs is
      *> filed for the supervisor.  A batch that matches throughout
      *> is requeued at once, marked verified; one with differences
      *> waits for DoubleKeyDecisions.  A batch with no keyer on its
      *> header came from a machine, not a keyboard, and is never held
       78  MAX-BATCH-LINES         value 200.
       78  MAX-LISTED-KEYERS       value 50.
       78  MAX-LISTED-OBSERVERS    value 100.
       01  listed-keyer-table.
           05  listed-keyer-id         pic X(8)
                                        occurs MAX-LISTED-KEYERS
                                        indexed by keyer-index.
       01  listed-keyer-count      pic 9(3) value 0.
       01  listed-observer-table.
           05  listed-observer-id      pic X(4)
                                        occurs MAX-LISTED-OBSERVERS
                                        indexed by observer-index.
       01  listed-observer-count   pic 9(3) value 0.

      *> one batch at a time - the first keying and the second
       01  first-batch-table.
           05  first-batch-line        pic X(95)
                                        occurs MAX-BATCH-LINES
                                        indexed by first-index.
       01  first-line-count        pic 9(3) value 0.
       01  first-header-image      pic X(95).
       01  first-trailer-image     pic X(95).
       01  second-batch-table.
           05  second-batch-line       pic X(95)
                                        occurs MAX-BATCH-LINES
                                        indexed by second-index.
       01  second-line-count       pic 9(3) value 0.
       01  second-header-image     pic X(95).
       01  second-trailer-image    pic X(95).
       01  batch-overrun-flag      pic X.
           88  batch-overran           value "Y".
       01  in-batch-flag           pic X value "N".
           88  inside-a-batch          value "Y".

       01  header-hold.
           05  hdh-code                pic X.
           05  filler                  pic X.
           05  hdh-source-id           pic X(8).
           05  filler                  pic X.
           05  hdh-batch-date          pic 9(8).
           05  filler                  pic X.
           05  hdh-keyer-id            pic X(8).
           05  filler                  pic X.
           05  hdh-verified-flag       pic X.
           05  filler                  pic X(65).
       01  trailer-hold.
           05  trh-code                pic X.
           05  filler                  pic X.
           05  trh-record-count        pic 9(5).
           05  filler                  pic X(88).
       01  verification-needed-flag pic X.
           88  verification-needed     value "Y".
       01  first-found-flag        pic X.
           88  first-keying-found      value "Y".
       01  compare-line-count      pic 9(3).
       01  line-number             pic 9(3).
       01  first-line-image        pic X(95).
       01  second-line-image       pic X(95).
       01  field-start             pic 9(3).
       01  field-length            pic 9(2).
       01  batch-difference-count  pic 9(5).
       01  batch-fields-compared   pic 9(7).
       01  run-date-today          pic 9(8).

       01  end-of-file             pic 9.
       01  end-of-first-file       pic 9.
       01  list-file-status-code.
           05  list-status-key-1   pic X.
           05  list-status-key-2   pic X.
       01  trans-file-status-code.
           05  trans-status-key-1  pic X.
           05  trans-status-key-2  pic X.
       01  verify-file-status-code.
           05  verify-status-key-1 pic X.
           05  verify-status-key-2 pic X.
       01  first-file-status-code.
           05  first-status-key-1  pic X.
           05  first-status-key-2  pic X.
       01  second-file-status-code.
           05  second-status-key-1 pic X.
           05  second-status-key-2 pic X.
       01  register-file-status-code.
           05  register-status-key-1 pic X.
           05  register-status-key-2 pic X.
       01  difference-file-status-code.
           05  difference-status-key-1 pic X.
           05  difference-status-key-2 pic X.
       01  requeue-file-status-code.
           05  requeue-status-key-1 pic X.
           05  requeue-status-key-2 pic X.

       01  batches-read            pic 9(5) value 0.
       01  batches-registered      pic 9(5) value 0.
       01  batches-compared        pic 9(5) value 0.
       01  batches-matched         pic 9(5) value 0.
       01  batches-with-differences pic 9(5) value 0.
       01  differences-filed       pic 9(6) value 0.
       01  second-keyings-unused   pic 9(5) value 0.
       01  dk-error-source-program pic X(20)
                                       value "DoubleKeyCompare".
       01  dk-error-paragraph      pic X(30) value spaces.
       01  dk-error-status-code    pic X(4)  value spaces.
       01  dk-error-message-text   pic X(60).

       copy keyed-field-table.
       copy report-writer-fields.
       copy run-control-fields.
       01  batch-program-name pic X(20) value "DoubleKeyCompare".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to run-date-today
           perform load-double-key-list
           perform open-verification-files
           perform open-difference-report
           perform register-first-keyings
           perform compare-second-keyings
           perform close-difference-report
           close batch-verification-data
           close keying-difference-data
           display batches-registered " batches held for a second "
               "keying, " batches-compared " compared - "
               batches-matched " matched, " batches-with-differences
               " with " differences-filed " differences"
           if second-keyings-unused > 0
               display second-keyings-unused " batches in "
                   "bird-verify.txt were not waiting to be compared"
           end-if
           perform write-run-control-end
           goback
           .

       load-double-key-list section.
           open input double-key-list-data
           if list-status-key-1 not = "0"
               display "No double-key-list.txt - no new batch will "
                   "be held for a second keying"
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read double-key-list-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       evaluate true
                           when dkl-keyer
                               perform add-listed-keyer
                           when dkl-observer
                               perform add-listed-observer
                           when other
                               display "double-key-list.txt line "
                                   double-key-list-record
                                   " is neither K nor O - ignored"
                       end-evaluate
               end-read
           end-perform
           close double-key-list-data
           .

       add-listed-keyer section.
           if listed-keyer-count >= MAX-LISTED-KEYERS
               display "Keyer list is full at " MAX-LISTED-KEYERS
                   " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to listed-keyer-count
           move dkl-entry-id to listed-keyer-id (listed-keyer-count)
           .

       add-listed-observer section.
           if listed-observer-count >= MAX-LISTED-OBSERVERS
               display "Observer list is full at "
                   MAX-LISTED-OBSERVERS
                   " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to listed-observer-count
           move dkl-entry-id (1:4)
               to listed-observer-id (listed-observer-count)
           .

       open-verification-files section.
           open i-o batch-verification-data
           if register-status-key-1 = "3"
               *> first ever run - create the register empty
               open output batch-verification-data
               close batch-verification-data
               open i-o batch-verification-data
           end-if
           open i-o keying-difference-data
           if difference-status-key-1 = "3"
               open output keying-difference-data
               close keying-difference-data
               open i-o keying-difference-data
           end-if
           .

       register-first-keyings section.
           open input bird-transaction-data
           if trans-status-key-1 not = "0"
               display "No bird-trans.txt - no new batches tonight"
               exit section
           end-if
           open extend first-keying-data
           move "N" to in-batch-flag
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read bird-transaction-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform take-one-first-line
               end-read
           end-perform
           close bird-transaction-data
           close first-keying-data
           .

       take-one-first-line section.
           *> only whole batches are held - a loose line or a batch
           *> with no trailer is the apply's to reject, as ever
           evaluate true
               when bth-is-header
                   move bird-transaction-record to first-header-image
                   move 0 to first-line-count
                   move "N" to batch-overrun-flag
                   set inside-a-batch to true
               when bth-is-trailer
                   if inside-a-batch
                       move bird-transaction-record
                           to first-trailer-image
                       add 1 to batches-read
                       perform consider-first-keying
                       move "N" to in-batch-flag
                   end-if
               when other
                   if inside-a-batch
                       if first-line-count >= MAX-BATCH-LINES
                           set batch-overran to true
                       else
                           add 1 to first-line-count
                           move bird-transaction-record
                               to first-batch-line (first-line-count)
                       end-if
                   end-if
           end-evaluate
           .

       consider-first-keying section.
           move first-header-image to header-hold
           if batch-overran or hdh-keyer-id = spaces
                   or hdh-verified-flag = "V"
               exit section
           end-if
           move "N" to verification-needed-flag
           perform varying keyer-index from 1 by 1
                   until keyer-index > listed-keyer-count
               if listed-keyer-id (keyer-index) = hdh-keyer-id
                   set verification-needed to true
               end-if
           end-perform
           perform varying first-index from 1 by 1
                   until first-index > first-line-count
               move first-batch-line (first-index)
                   to bird-transaction-record
               perform varying observer-index from 1 by 1
                       until observer-index > listed-observer-count
                   if listed-observer-id (observer-index)
                           = btd-observer-id
                       set verification-needed to true
                   end-if
               end-perform
           end-perform
           if not verification-needed
               exit section
           end-if
           move hdh-source-id to bvr-source-id
           move hdh-batch-date to bvr-batch-date
           read batch-verification-data
               invalid key
                   perform register-new-batch
               not invalid key
                   *> a rerun over the same file - already held
                   continue
           end-read
           .

       register-new-batch section.
           write first-keying-record from first-header-image
           perform varying first-index from 1 by 1
                   until first-index > first-line-count
               write first-keying-record
                   from first-batch-line (first-index)
           end-perform
           write first-keying-record from first-trailer-image
           move spaces to batch-verification-record
           move hdh-source-id to bvr-source-id
           move hdh-batch-date to bvr-batch-date
           move hdh-keyer-id to bvr-keyer-id
           set bvr-waiting to true
           move first-line-count to bvr-line-count
           move 0 to bvr-fields-compared
           move 0 to bvr-differences
           move 0 to bvr-open-differences
           move 0 to bvr-keyer-errors
           move 0 to bvr-verifier-errors
           move run-date-today to bvr-registered-date
           move 0 to bvr-compared-date
           move 0 to bvr-released-date
           write batch-verification-record
               invalid key
                   move "REGISTER-NEW-BATCH" to dk-error-paragraph
                   perform log-register-error
               not invalid key
                   add 1 to batches-registered
                   display "Batch from " hdh-source-id " dated "
                       hdh-batch-date " keyed by " hdh-keyer-id
                       " held for a second keying"
           end-write
           .

       compare-second-keyings section.
           open input bird-verify-data
           if verify-status-key-1 not = "0"
               display "No bird-verify.txt - no second keyings "
                   "tonight"
               exit section
           end-if
           open extend second-keying-data
           open extend requeue-transaction-data
           move "N" to in-batch-flag
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read bird-verify-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform take-one-second-line
               end-read
           end-perform
           close bird-verify-data
           close second-keying-data
           close requeue-transaction-data
           .

       take-one-second-line section.
           move bird-verify-record to bird-transaction-record
           evaluate true
               when bth-is-header
                   move bird-verify-record to second-header-image
                   move 0 to second-line-count
                   move "N" to batch-overrun-flag
                   set inside-a-batch to true
               when bth-is-trailer
                   if inside-a-batch
                       move bird-verify-record to second-trailer-image
                       perform consider-second-keying
                       move "N" to in-batch-flag
                   end-if
               when other
                   if inside-a-batch
                       if second-line-count >= MAX-BATCH-LINES
                           set batch-overran to true
                       else
                           add 1 to second-line-count
                           move bird-verify-record
                               to second-batch-line (second-line-count)
                       end-if
                   end-if
           end-evaluate
           .

       consider-second-keying section.
           move second-header-image to header-hold
           if batch-overran
               display "Second keying from " hdh-source-id " dated "
                   hdh-batch-date " overruns " MAX-BATCH-LINES
                   " lines - not compared"
               add 1 to second-keyings-unused
               exit section
           end-if
           move hdh-source-id to bvr-source-id
           move hdh-batch-date to bvr-batch-date
           read batch-verification-data
               invalid key
                   display "Second keying from " hdh-source-id
                       " dated " hdh-batch-date
                       " - no such batch is waiting"
                   add 1 to second-keyings-unused
                   exit section
           end-read
           if not bvr-waiting
               display "Second keying from " hdh-source-id " dated "
                   hdh-batch-date " - batch already compared"
               add 1 to second-keyings-unused
               exit section
           end-if
           if hdh-keyer-id = bvr-keyer-id
               display "Second keying from " hdh-source-id " dated "
                   hdh-batch-date " is by the first keyer "
                   hdh-keyer-id " - not a blind re-key, not compared"
               add 1 to second-keyings-unused
               exit section
           end-if
           perform load-first-keying
           if not first-keying-found
               display "First keying of " hdh-source-id " dated "
                   hdh-batch-date " is missing from "
                   "double-key-first.txt - not compared"
               add 1 to second-keyings-unused
               exit section
           end-if
           perform compare-two-keyings
           .

       load-first-keying section.
           *> the held first keying, found by its header
           move "N" to first-found-flag
           move 0 to first-line-count
           open input first-keying-data
           if first-status-key-1 not = "0"
               exit section
           end-if
           move "N" to in-batch-flag
           set end-of-first-file to 1 *> FALSE
           perform until end-of-first-file = 0 *> TRUE
               read first-keying-data
                   at end
                       set end-of-first-file to 0 *> TRUE
                   not at end
                       perform take-one-held-line
               end-read
           end-perform
           close first-keying-data
           .

       take-one-held-line section.
           move first-keying-record to bird-transaction-record
           evaluate true
               when bth-is-header
                   if bth-source-id = bvr-source-id
                           and bth-batch-date = bvr-batch-date
                       move first-keying-record to first-header-image
                       move 0 to first-line-count
                       set inside-a-batch to true
                   end-if
               when bth-is-trailer
                   if inside-a-batch
                       move first-keying-record to first-trailer-image
                       set first-keying-found to true
                       move "N" to in-batch-flag
                       set end-of-first-file to 0 *> TRUE
                   end-if
               when other
                   if inside-a-batch
                           and first-line-count < MAX-BATCH-LINES
                       add 1 to first-line-count
                       move first-keying-record
                           to first-batch-line (first-line-count)
                   end-if
           end-evaluate
           .

       compare-two-keyings section.
           add 1 to batches-compared
           move 0 to batch-difference-count
           move 0 to batch-fields-compared
           move second-header-image to header-hold
           move hdh-keyer-id to bvr-verifier-id
           move first-line-count to compare-line-count
           if second-line-count > compare-line-count
               move second-line-count to compare-line-count
           end-if
           perform varying line-number from 1 by 1
                   until line-number > compare-line-count
               perform compare-one-line
           end-perform
           write second-keying-record from second-header-image
           perform varying second-index from 1 by 1
                   until second-index > second-line-count
               write second-keying-record
                   from second-batch-line (second-index)
           end-perform
           write second-keying-record from second-trailer-image
           move batch-fields-compared to bvr-fields-compared
           move batch-difference-count to bvr-differences
           move batch-difference-count to bvr-open-differences
           move run-date-today to bvr-compared-date
           if batch-difference-count = 0
               add 1 to batches-matched
               perform requeue-matched-batch
               set bvr-released to true
               move run-date-today to bvr-released-date
           else
               add 1 to batches-with-differences
               set bvr-held to true
           end-if
           rewrite batch-verification-record
               invalid key
                   move "COMPARE-TWO-KEYINGS" to dk-error-paragraph
                   perform log-register-error
           end-rewrite
           perform print-batch-result
           .

       compare-one-line section.
           move spaces to first-line-image
           move spaces to second-line-image
           if line-number <= first-line-count
               move first-batch-line (line-number) to first-line-image
           end-if
           if line-number <= second-line-count
               move second-batch-line (line-number)
                   to second-line-image
           end-if
           if line-number > first-line-count
                   or line-number > second-line-count
               *> a line keyed on one side only - the whole line is
               *> the difference, listed by its opening columns
               move spaces to keying-difference-record
               move 0 to kdf-field-number
               move "WHOLE LINE" to kdf-field-name
               move first-line-image (1:24) to kdf-first-value
               move second-line-image (1:24) to kdf-second-value
               if line-number > first-line-count
                   move "(not keyed)" to kdf-first-value
               else
                   move "(not keyed)" to kdf-second-value
               end-if
               perform file-one-difference
               exit section
           end-if
           perform varying keyed-field-index from 1 by 1
                   until keyed-field-index > KEYED-FIELD-COUNT
               add 1 to batch-fields-compared
               move kft-position (keyed-field-index) to field-start
               move kft-length (keyed-field-index) to field-length
               if first-line-image (field-start:field-length)
                       not = second-line-image
                           (field-start:field-length)
                   move spaces to keying-difference-record
                   set kdf-field-number to keyed-field-index
                   move kft-field-name (keyed-field-index)
                       to kdf-field-name
                   move first-line-image (field-start:field-length)
                       to kdf-first-value
                   move second-line-image (field-start:field-length)
                       to kdf-second-value
                   perform file-one-difference
               end-if
           end-perform
           .

       file-one-difference section.
           move bvr-source-id to kdf-source-id
           move bvr-batch-date to kdf-batch-date
           move line-number to kdf-line-number
           set kdf-open to true
           move 0 to kdf-settled-date
           write keying-difference-record
               invalid key
                   move "FILE-ONE-DIFFERENCE" to dk-error-paragraph
                   move difference-file-status-code
                       to dk-error-status-code
                   move "I/O error on keying-difference-data"
                       to dk-error-message-text
                   perform log-compare-error
               not invalid key
                   add 1 to batch-difference-count
                   add 1 to differences-filed
                   perform print-one-difference
           end-write
           .

       requeue-matched-batch section.
           *> both keyings agree - the first goes forward as it is,
           *> marked verified so the apply lets it through
           move first-header-image to header-hold
           move "V" to hdh-verified-flag
           write requeue-transaction-record from header-hold
           perform varying first-index from 1 by 1
                   until first-index > first-line-count
               write requeue-transaction-record
                   from first-batch-line (first-index)
           end-perform
           move first-trailer-image to trailer-hold
           move first-line-count to trh-record-count
           write requeue-transaction-record from trailer-hold
           .

       open-difference-report section.
           move "O" to rw-action
           move "keying-differences.prt" to rw-print-file-name
           move "DOUBLE-KEYING DIFFERENCES" to rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move "source   batch    line field            first keying"
               & "             second keying" to rw-line-text
           perform call-report-writer
           move "D" to rw-action
           .

       print-one-difference section.
           move spaces to rw-line-text
           string kdf-source-id " " kdf-batch-date " "
               kdf-line-number " " kdf-field-name " "
               kdf-first-value " " kdf-second-value
               delimited by size into rw-line-text
           perform call-report-writer
           .

       print-batch-result section.
           move spaces to rw-line-text
           if batch-difference-count = 0
               string bvr-source-id " " bvr-batch-date
                   " keyed by " bvr-keyer-id " and " bvr-verifier-id
                   " - all " batch-fields-compared
                   " fields agree, batch requeued"
                   delimited by size into rw-line-text
           else
               string bvr-source-id " " bvr-batch-date
                   " keyed by " bvr-keyer-id " and " bvr-verifier-id
                   " - " batch-difference-count
                   " differences, batch held for the supervisor"
                   delimited by size into rw-line-text
           end-if
           perform call-report-writer
           move spaces to rw-line-text
           perform call-report-writer
           .

       close-difference-report section.
           move "T" to rw-action
           move spaces to rw-line-text
           string batches-compared " batches compared, "
               batches-matched " matched, "
               batches-with-differences " held, "
               differences-filed " differences to settle"
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           .

       log-register-error section.
           display "Register write failed for " bvr-source-id " "
               bvr-batch-date " - status " register-file-status-code
           move register-file-status-code to dk-error-status-code
           move "I/O error on batch-verification-data"
               to dk-error-message-text
           perform log-compare-error
           .

       log-compare-error section.
           call "ErrorLogger"
               using by reference dk-error-source-program
                     by reference dk-error-paragraph
                     by reference dk-error-status-code
                     by reference dk-error-message-text
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
           move batches-read to rcl-records-read
           move batches-registered to rcl-records-written
           move second-keyings-unused to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

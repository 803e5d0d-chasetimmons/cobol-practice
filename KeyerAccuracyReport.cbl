       input-output section.
           select batch-verification-data
               assign "batch-verification.dat"
               organization indexed
               access dynamic
               record key bvr-batch-key
               file status register-file-status-code.

           select double-key-list-data assign "double-key-list.txt"
               organization sequential
               file status list-file-status-code.

       file section.
       FD  batch-verification-data.    *> the double-keying register
       01  batch-verification-record.
           copy batch-verification-record.

       FD  double-key-list-data.    *> who is on verification now
       01  double-key-list-record.
           05  dkl-entry-type          pic X.
               88  dkl-keyer               value "K" "k".
           05  filler                  pic X.
           05  dkl-entry-id            pic X(8).

       working-storage section.
      *> how accurately each keyer keys, month by month, from the
      *> settled batches on the double-keying register.  A keyer is
      *> measured on every batch they keyed, first or second: each
      *> field compared is a field they keyed, and each difference
      *> ruled against them an error.  Only released batches count -
      *> a held batch's differences are not all ruled yet.  The
      *> supervisor's cue is the last RECENT-MONTHS months: a listed
      *> keyer with at least MIN-RECENT-BATCHES batches there at
      *> RELEASE-ACCURACY or better could come off the list, and an
      *> unlisted one below WATCH-ACCURACY should go on it
       78  MAX-ACCURACY-LINES      value 400.
       78  MAX-KEYERS              value 100.
       78  RECENT-MONTHS           value 3.
       78  MIN-RECENT-BATCHES      value 5.
       78  RELEASE-ACCURACY        value 99.5.
       78  WATCH-ACCURACY          value 98.0.
       01  accuracy-line-table.
           05  accuracy-line-entry     occurs MAX-ACCURACY-LINES
                                        indexed by line-index.
               10  acl-sort-key.
                   15  acl-keyer-id    pic X(8).
                   15  acl-month       pic 9(6).
               10  acl-batches         pic 9(5).
               10  acl-fields-keyed    pic 9(8).
               10  acl-errors          pic 9(6).
               10  acl-printed-flag    pic X.
       01  accuracy-line-count     pic 9(3) value 0.
       01  found-line-index        pic 9(3).
       01  keyer-summary-table.
           05  keyer-summary-entry     occurs MAX-KEYERS
                                        indexed by keyer-index.
               10  kys-keyer-id        pic X(8).
               10  kys-listed-flag     pic X.
                   88  kys-is-listed       value "Y".
               10  kys-batches         pic 9(5).
               10  kys-fields-keyed    pic 9(8).
               10  kys-errors          pic 9(6).
               10  kys-recent-batches  pic 9(5).
               10  kys-recent-fields   pic 9(8).
               10  kys-recent-errors   pic 9(6).
       01  keyer-summary-count     pic 9(3) value 0.
       01  found-keyer-index       pic 9(3).

       01  tally-keyer-id          pic X(8).
       01  tally-errors            pic 9(5).
       01  tally-month             pic 9(6).
       01  tally-month-number      pic 9(6).
       01  current-month-number    pic 9(6).
       01  run-date-today          pic 9(8).
       01  run-date-parts redefines run-date-today.
           05  run-year            pic 9(4).
           05  run-month           pic 9(2).
           05  filler              pic 9(2).
       01  compared-date-hold      pic 9(8).
       01  compared-date-parts redefines compared-date-hold.
           05  compared-year       pic 9(4).
           05  compared-month      pic 9(2).
           05  filler              pic 9(2).
       01  lowest-sort-key         pic X(14).
       01  lowest-line-index       pic 9(3).
       01  print-keyer-held        pic X(8).
       01  keyer-accuracy          pic 9(3)V99.
       01  formatted-accuracy      pic ZZ9.99.
       01  formatted-batches       pic ZZZZ9.
       01  formatted-fields        pic ZZZZZZZ9.
       01  formatted-errors        pic ZZZZZ9.
       01  recent-months-shown     pic 9 value RECENT-MONTHS.
       01  listed-text             pic X(8).
       01  advice-text             pic X(40).

       01  end-of-file             pic 9.
       01  register-file-status-code.
           05  register-status-key-1 pic X.
           05  register-status-key-2 pic X.
       01  list-file-status-code.
           05  list-status-key-1   pic X.
           05  list-status-key-2   pic X.
       01  batches-read            pic 9(5) value 0.
       01  batches-counted         pic 9(5) value 0.

       copy report-writer-fields.
       copy run-control-fields.
       01  batch-program-name pic X(20) value "KeyerAccuracyReport".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to run-date-today
           compute current-month-number = run-year * 12 + run-month
           open input batch-verification-data
           if register-status-key-1 not = "0"
               display "No batch-verification.dat - nothing has been "
                   "double-keyed yet"
               perform write-run-control-end
               goback
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read batch-verification-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to batches-read
                       if bvr-released and bvr-compared-date > 0
                           perform tally-one-batch
                       end-if
               end-read
           end-perform
           close batch-verification-data
           perform mark-listed-keyers
           perform print-accuracy-report
           display batches-counted " settled batches measured for "
               keyer-summary-count " keyers"
           perform write-run-control-end
           goback
           .

       tally-one-batch section.
           add 1 to batches-counted
           move bvr-compared-date to compared-date-hold
           compute tally-month = compared-year * 100 + compared-month
           compute tally-month-number =
               compared-year * 12 + compared-month
           move bvr-keyer-id to tally-keyer-id
           move bvr-keyer-errors to tally-errors
           perform tally-one-keying
           move bvr-verifier-id to tally-keyer-id
           move bvr-verifier-errors to tally-errors
           perform tally-one-keying
           .

       tally-one-keying section.
           if tally-keyer-id = spaces
               exit section
           end-if
           perform find-or-add-accuracy-line
           add 1 to acl-batches (found-line-index)
           add bvr-fields-compared to acl-fields-keyed
               (found-line-index)
           add tally-errors to acl-errors (found-line-index)
           perform find-or-add-keyer
           add 1 to kys-batches (found-keyer-index)
           add bvr-fields-compared to kys-fields-keyed
               (found-keyer-index)
           add tally-errors to kys-errors (found-keyer-index)
           if current-month-number - tally-month-number
                   < RECENT-MONTHS
               add 1 to kys-recent-batches (found-keyer-index)
               add bvr-fields-compared to kys-recent-fields
                   (found-keyer-index)
               add tally-errors to kys-recent-errors
                   (found-keyer-index)
           end-if
           .

       find-or-add-accuracy-line section.
           move 0 to found-line-index
           set line-index to 1
           perform until line-index > accuracy-line-count
                   or found-line-index not = 0
               if acl-keyer-id (line-index) = tally-keyer-id
                       and acl-month (line-index) = tally-month
                   move line-index to found-line-index
               else
                   set line-index up by 1
               end-if
           end-perform
           if found-line-index = 0
               if accuracy-line-count >= MAX-ACCURACY-LINES
                   display "Accuracy table is full at "
                       MAX-ACCURACY-LINES
                       " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to accuracy-line-count
               move accuracy-line-count to found-line-index
               initialize accuracy-line-entry (found-line-index)
               move tally-keyer-id to acl-keyer-id (found-line-index)
               move tally-month to acl-month (found-line-index)
               move "N" to acl-printed-flag (found-line-index)
           end-if
           .

       find-or-add-keyer section.
           move 0 to found-keyer-index
           set keyer-index to 1
           perform until keyer-index > keyer-summary-count
                   or found-keyer-index not = 0
               if kys-keyer-id (keyer-index) = tally-keyer-id
                   move keyer-index to found-keyer-index
               else
                   set keyer-index up by 1
               end-if
           end-perform
           if found-keyer-index = 0
               if keyer-summary-count >= MAX-KEYERS
                   display "Keyer table is full at " MAX-KEYERS
                       " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to keyer-summary-count
               move keyer-summary-count to found-keyer-index
               initialize keyer-summary-entry (found-keyer-index)
               move tally-keyer-id to kys-keyer-id (found-keyer-index)
               move "N" to kys-listed-flag (found-keyer-index)
           end-if
           .

       mark-listed-keyers section.
           open input double-key-list-data
           if list-status-key-1 not = "0"
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read double-key-list-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if dkl-keyer
                           perform varying keyer-index from 1 by 1
                                   until keyer-index
                                       > keyer-summary-count
                               if kys-keyer-id (keyer-index)
                                       = dkl-entry-id
                                   set kys-is-listed (keyer-index)
                                       to true
                               end-if
                           end-perform
                       end-if
               end-read
           end-perform
           close double-key-list-data
           .

       print-accuracy-report section.
           move "O" to rw-action
           move "keyer-accuracy.prt" to rw-print-file-name
           move "KEYER ACCURACY ON DOUBLE-KEYED BATCHES"
               to rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move "keyer    month  batches   fields  errors accuracy"
               to rw-line-text
           perform call-report-writer
           move "D" to rw-action
           move spaces to print-keyer-held
           perform accuracy-line-count times
               perform print-next-accuracy-line
           end-perform
           move spaces to rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           string "SUMMARY - ALL MONTHS AND THE LAST "
               recent-months-shown " MONTHS"
               delimited by size into rw-line-text
           perform call-report-writer
           move "keyer    listed   batches accuracy   recent "
               & "accuracy" to rw-line-text
           perform call-report-writer
           perform varying keyer-index from 1 by 1
                   until keyer-index > keyer-summary-count
               perform print-one-keyer-summary
           end-perform
           move "T" to rw-action
           move spaces to rw-line-text
           string batches-counted " settled batches, "
               keyer-summary-count " keyers measured"
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           .

       print-next-accuracy-line section.
           *> keyer by keyer, oldest month first
           move high-values to lowest-sort-key
           move 0 to lowest-line-index
           perform varying line-index from 1 by 1
                   until line-index > accuracy-line-count
               if acl-printed-flag (line-index) = "N"
                       and acl-sort-key (line-index) < lowest-sort-key
                   move acl-sort-key (line-index) to lowest-sort-key
                   set lowest-line-index to line-index
               end-if
           end-perform
           if lowest-line-index = 0
               exit section
           end-if
           move "Y" to acl-printed-flag (lowest-line-index)
           if acl-keyer-id (lowest-line-index) not = print-keyer-held
                   and print-keyer-held not = spaces
               move spaces to rw-line-text
               perform call-report-writer
           end-if
           move acl-keyer-id (lowest-line-index) to print-keyer-held
           move 0 to keyer-accuracy
           if acl-fields-keyed (lowest-line-index) > 0
               compute keyer-accuracy rounded =
                   100 - acl-errors (lowest-line-index) * 100
                       / acl-fields-keyed (lowest-line-index)
           end-if
           move keyer-accuracy to formatted-accuracy
           move acl-batches (lowest-line-index) to formatted-batches
           move acl-fields-keyed (lowest-line-index)
               to formatted-fields
           move acl-errors (lowest-line-index) to formatted-errors
           move spaces to rw-line-text
           string acl-keyer-id (lowest-line-index) " "
               acl-month (lowest-line-index) "   "
               formatted-batches " " formatted-fields "  "
               formatted-errors "  " formatted-accuracy "%"
               delimited by size into rw-line-text
           perform call-report-writer
           .

       print-one-keyer-summary section.
           move spaces to advice-text
           if kys-is-listed (keyer-index)
               move "ON LIST" to listed-text
           else
               move spaces to listed-text
           end-if
           move 0 to keyer-accuracy
           if kys-fields-keyed (keyer-index) > 0
               compute keyer-accuracy rounded =
                   100 - kys-errors (keyer-index) * 100
                       / kys-fields-keyed (keyer-index)
           end-if
           move keyer-accuracy to formatted-accuracy
           move kys-batches (keyer-index) to formatted-batches
           move spaces to rw-line-text
           string kys-keyer-id (keyer-index) " " listed-text " "
               formatted-batches "   " formatted-accuracy "%"
               delimited by size into rw-line-text
           move 0 to keyer-accuracy
           if kys-recent-fields (keyer-index) > 0
               compute keyer-accuracy rounded =
                   100 - kys-recent-errors (keyer-index) * 100
                       / kys-recent-fields (keyer-index)
               move keyer-accuracy to formatted-accuracy
               move formatted-accuracy to rw-line-text (44:6)
               move "%" to rw-line-text (50:1)
               evaluate true
                   when kys-is-listed (keyer-index)
                           and kys-recent-batches (keyer-index)
                               >= MIN-RECENT-BATCHES
                           and keyer-accuracy >= RELEASE-ACCURACY
                       move "could come off verification"
                           to advice-text
                   when not kys-is-listed (keyer-index)
                           and keyer-accuracy < WATCH-ACCURACY
                       move "consider putting on verification"
                           to advice-text
               end-evaluate
           else
               move "  (none)" to rw-line-text (44:8)
           end-if
           move advice-text to rw-line-text (53:40)
           perform call-report-writer
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
           move batches-counted to rcl-records-written
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

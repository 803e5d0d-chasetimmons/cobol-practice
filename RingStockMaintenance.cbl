       input-output section.
           select ring-series-data assign "ring-series.dat"
               organization indexed
               access dynamic
               record key rsr-series-id
               file status series-file-status-code.

           select ring-usage-data assign "ring-usage.dat"
               organization indexed
               access dynamic
               record key rus-ring-key
               file status usage-file-status-code.

           select ring-stock-trans-data assign "ring-stock-trans.txt"
               organization sequential
               file status stock-trans-file-status-code.

       file section.
       FD  ring-series-data.    *> every string in stock or issued
       01  ring-series-record.
           copy ring-series-record.

       FD  ring-usage-data.    *> rings used on birds or lost
       01  ring-usage-record.
           copy ring-usage-record.

       FD  ring-stock-trans-data.    *> a batch of stock movements
       01  ring-stock-transaction-record.
           05  rst-code                pic X.
               88  rst-stock-receipt       value "S" "s".
               88  rst-issue-string        value "I" "i".
               88  rst-return-tail         value "R" "r".
               88  rst-ring-lost           value "L" "l".
           05  filler                  pic X.
           05  rst-series-id           pic 9(5).
           05  filler                  pic X.
           05  rst-ring-size           pic X(3).
           05  filler                  pic X.
      *> receipt: first and last ring of the new string.  Return:
      *> the first ring handed back - the rest of the string goes
      *> with it.  Lost: the ring written off
           05  rst-first-ring          pic X(10).
           05  filler                  pic X.
           05  rst-last-ring           pic X(10).
           05  filler                  pic X.
           05  rst-ringer-id           pic 9(4).
           05  filler                  pic X.
      *> zero means "today"
           05  rst-movement-date       pic 9(8).

       working-storage section.
      *> the strings are held in memory as well as on the master so
      *> overlap checks and lost-ring lookups see this batch's own
      *> receipts and returns
       78  MAX-HELD-SERIES         value 500.
       01  held-series-table.
           05  held-series-entry       occurs MAX-HELD-SERIES
                                        indexed by series-index.
               10  hsr-series-id       pic 9(5).
               10  hsr-ring-prefix     pic X(4).
               10  hsr-first-serial    pic 9(7).
               10  hsr-last-serial     pic 9(7).
               10  hsr-ringer-id       pic 9(4).
       01  held-series-count       pic 9(3) value 0.
       01  found-series-index      pic 9(3).
       01  highest-series-id       pic 9(5) value 0.

       01  end-of-file             pic 9.
       01  series-file-status-code.
           05  series-status-key-1 pic X.
           05  series-status-key-2 pic X.
       01  usage-file-status-code.
           05  usage-status-key-1  pic X.
           05  usage-status-key-2  pic X.
       01  stock-trans-file-status-code.
           05  stock-trans-status-key-1 pic X.
           05  stock-trans-status-key-2 pic X.

      *> RingSeriesCheck's parameters - used here for its ring-number
      *> split; the string lookup comes from the held table
       01  check-ring-number       pic X(10).
       01  ring-format-valid-flag  pic X.
           88  ring-format-is-valid    value "Y".
       01  ring-prefix             pic X(4).
       01  ring-serial             pic 9(7).
       01  ring-series-id          pic 9(5).
       01  ring-series-ringer-id   pic 9(4).
       01  first-ring-prefix       pic X(4).
       01  first-ring-serial       pic 9(7).
       01  last-ring-prefix        pic X(4).
       01  last-ring-serial        pic 9(7).

       01  run-date-today          pic 9(8).
       01  movement-date           pic 9(8).
       01  transaction-ok-flag     pic X.
           88  transaction-is-ok       value "Y".
       01  tail-in-use-flag        pic X.
           88  tail-has-used-rings     value "Y".
       01  returned-ring-count     pic 9(7).

       01  transactions-read       pic 9(5) value 0.
       01  strings-received        pic 9(4) value 0.
       01  strings-issued          pic 9(4) value 0.
       01  tails-returned          pic 9(4) value 0.
       01  rings-written-off       pic 9(4) value 0.
       01  transactions-rejected   pic 9(4) value 0.
       01  rs-error-source-program pic X(20)
                                       value "RingStockMaint".
       01  rs-error-paragraph      pic X(30) value spaces.
       01  rs-error-status-code    pic X(4)  value spaces.
       01  rs-error-message-text   pic X(60).
       copy run-control-fields.
       01  batch-program-name pic X(20) value "RingStockMaint".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to run-date-today
           open i-o ring-series-data
           if series-status-key-1 = "3"
               *> first ever run - create the master empty, then
               *> load it from the batch
               open output ring-series-data
               close ring-series-data
               open i-o ring-series-data
           end-if
           open i-o ring-usage-data
           if usage-status-key-1 = "3"
               open output ring-usage-data
               close ring-usage-data
               open i-o ring-usage-data
           end-if
           perform load-held-series
           perform apply-stock-transactions
           close ring-usage-data
           close ring-series-data
           display strings-received " strings received, "
               strings-issued " issued, "
               tails-returned " returned, "
               rings-written-off " rings lost, "
               transactions-rejected " rejected"
           perform write-run-control-end
           goback
           .

       load-held-series section.
           move 0 to rsr-series-id
           start ring-series-data key not < rsr-series-id
               invalid key
                   set end-of-file to 0 *> TRUE
               not invalid key
                   set end-of-file to 1 *> FALSE
           end-start
           perform until end-of-file = 0 *> TRUE
               read ring-series-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform hold-one-series
               end-read
           end-perform
           .

       hold-one-series section.
           if held-series-count >= MAX-HELD-SERIES
               display "Series table is full at "
                   MAX-HELD-SERIES " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to held-series-count
           move rsr-series-id to hsr-series-id (held-series-count)
           move rsr-ring-prefix to hsr-ring-prefix (held-series-count)
           move rsr-first-serial
               to hsr-first-serial (held-series-count)
           move rsr-last-serial to hsr-last-serial (held-series-count)
           move rsr-ringer-id to hsr-ringer-id (held-series-count)
           if rsr-series-id > highest-series-id
               move rsr-series-id to highest-series-id
           end-if
           .

       apply-stock-transactions section.
           open input ring-stock-trans-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read ring-stock-trans-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to transactions-read
                       set transaction-is-ok to true
                       if rst-movement-date = 0
                           move run-date-today to movement-date
                       else
                           move rst-movement-date to movement-date
                       end-if
                       perform apply-one-stock-trans
               end-read
           end-perform
           close ring-stock-trans-data
           .

       apply-one-stock-trans section.
           evaluate true
               when rst-stock-receipt
                   perform receive-string
               when rst-issue-string
                   perform issue-string
               when rst-return-tail
                   perform return-string-tail
               when rst-ring-lost
                   perform write-off-lost-ring
               when other
                   move "Unknown ring stock transaction code"
                       to rs-error-message-text
                   perform reject-stock-transaction
           end-evaluate
           .

       receive-string section.
           move rst-first-ring to check-ring-number
           perform split-check-ring
           move ring-prefix to first-ring-prefix
           move ring-serial to first-ring-serial
           move rst-last-ring to check-ring-number
           perform split-check-ring
           move ring-prefix to last-ring-prefix
           move ring-serial to last-ring-serial
           perform find-held-series-by-id
           evaluate true
               when found-series-index not = 0
                   move "Series id already on file"
                       to rs-error-message-text
                   perform reject-stock-transaction
               when rst-series-id = 0 or rst-ring-size = spaces
                   move "Series id and ring size are both required"
                       to rs-error-message-text
                   perform reject-stock-transaction
               when not transaction-is-ok
                   continue
               when first-ring-prefix not = last-ring-prefix
                       or first-ring-serial > last-ring-serial
                   move "First and last ring do not make one string"
                       to rs-error-message-text
                   perform reject-stock-transaction
               when other
                   perform check-string-overlap
           end-evaluate
           if transaction-is-ok
               move spaces to ring-series-record
               move rst-series-id to rsr-series-id
               move rst-ring-size to rsr-ring-size
               move first-ring-prefix to rsr-ring-prefix
               move first-ring-serial to rsr-first-serial
               move last-ring-serial to rsr-last-serial
               move 0 to rsr-ringer-id
               move movement-date to rsr-issue-date
               move 0 to rsr-returned-count
               perform write-new-series
               if transaction-is-ok
                   add 1 to strings-received
               end-if
           end-if
           .

       split-check-ring section.
           call "RingSeriesCheck"
               using by reference check-ring-number
                     by reference ring-format-valid-flag
                     by reference ring-prefix
                     by reference ring-serial
                     by reference ring-series-id
                     by reference ring-series-ringer-id
           if not ring-format-is-valid and transaction-is-ok
               move "Ring number is not letters then digits"
                   to rs-error-message-text
               perform reject-stock-transaction
           end-if
           .

       check-string-overlap section.
           perform varying series-index from 1 by 1
                   until series-index > held-series-count
                       or not transaction-is-ok
               if hsr-ring-prefix (series-index) = first-ring-prefix
                       and first-ring-serial
                           <= hsr-last-serial (series-index)
                       and last-ring-serial
                           >= hsr-first-serial (series-index)
                   move "String overlaps one already on file"
                       to rs-error-message-text
                   perform reject-stock-transaction
               end-if
           end-perform
           .

       write-new-series section.
           write ring-series-record
               invalid key
                   perform report-series-file-status
                   move "N" to transaction-ok-flag
               not invalid key
                   perform hold-one-series
           end-write
           .

       issue-string section.
           perform find-held-series-by-id
           evaluate true
               when found-series-index = 0
                   move "Series not on file" to rs-error-message-text
                   perform reject-stock-transaction
               when hsr-ringer-id (found-series-index) not = 0
                   move "String is already issued to a ringer"
                       to rs-error-message-text
                   perform reject-stock-transaction
               when rst-ringer-id = 0
                   move "Ringer id is required on an issue"
                       to rs-error-message-text
                   perform reject-stock-transaction
           end-evaluate
           if transaction-is-ok
               move rst-series-id to rsr-series-id
               read ring-series-data
                   invalid key
                       perform report-series-file-status
                   not invalid key
                       move rst-ringer-id to rsr-ringer-id
                       move movement-date to rsr-issue-date
                       rewrite ring-series-record
                           invalid key
                               perform report-series-file-status
                           not invalid key
                               move rst-ringer-id to hsr-ringer-id
                                   (found-series-index)
                               add 1 to strings-issued
                       end-rewrite
               end-read
           end-if
           .

       return-string-tail section.
           *> rings come off a string in order, so what goes back is
           *> always the unused tail - it becomes a stock string of
           *> its own and the ringer's string is cut short
           move rst-first-ring to check-ring-number
           perform split-check-ring
           perform find-held-series-by-id
           evaluate true
               when not transaction-is-ok
                   continue
               when found-series-index = 0
                   move "Series not on file" to rs-error-message-text
                   perform reject-stock-transaction
               when hsr-ringer-id (found-series-index) = 0
                   move "String is in stock - nothing to return"
                       to rs-error-message-text
                   perform reject-stock-transaction
               when ring-prefix
                           not = hsr-ring-prefix (found-series-index)
                       or ring-serial
                           < hsr-first-serial (found-series-index)
                       or ring-serial
                           > hsr-last-serial (found-series-index)
                   move "Returned ring is not inside the string's tail"
                       to rs-error-message-text
                   perform reject-stock-transaction
               when other
                   perform check-tail-unused
                   if tail-has-used-rings
                       move "Returned tail has used or lost rings in it"
                           to rs-error-message-text
                       perform reject-stock-transaction
                   end-if
           end-evaluate
           if transaction-is-ok
               move rst-series-id to rsr-series-id
               read ring-series-data
                   invalid key
                       perform report-series-file-status
                       move "N" to transaction-ok-flag
               end-read
           end-if
           if transaction-is-ok
               if ring-serial = rsr-first-serial
                   perform return-whole-string
               else
                   perform split-off-returned-tail
               end-if
           end-if
           .

       return-whole-string section.
           *> the whole string back untouched - it simply goes back
           *> into stock, as if it had never been issued
           move 0 to rsr-ringer-id
           rewrite ring-series-record
               invalid key
                   perform report-series-file-status
               not invalid key
                   move 0 to hsr-ringer-id (found-series-index)
                   add 1 to tails-returned
                   display "String " rst-series-id
                       " back in stock whole"
           end-rewrite
           .

       split-off-returned-tail section.
           compute returned-ring-count =
               rsr-last-serial - ring-serial + 1
           add returned-ring-count to rsr-returned-count
           move rsr-last-serial to last-ring-serial
           compute rsr-last-serial = ring-serial - 1
           rewrite ring-series-record
               invalid key
                   perform report-series-file-status
                   move "N" to transaction-ok-flag
               not invalid key
                   move rsr-last-serial
                       to hsr-last-serial (found-series-index)
           end-rewrite
           if transaction-is-ok
               add 1 to highest-series-id
               move highest-series-id to rsr-series-id
               move ring-serial to rsr-first-serial
               move last-ring-serial to rsr-last-serial
               move 0 to rsr-ringer-id
               move movement-date to rsr-issue-date
               move 0 to rsr-returned-count
               perform write-new-series
               if transaction-is-ok
                   add 1 to tails-returned
                   display "Tail of string " rst-series-id
                       " back in stock as string " rsr-series-id
               end-if
           end-if
           .

       check-tail-unused section.
           move "N" to tail-in-use-flag
           move ring-prefix to rus-ring-prefix
           move ring-serial to rus-ring-serial
           start ring-usage-data key not < rus-ring-key
               invalid key
                   continue
               not invalid key
                   read ring-usage-data next record
                       at end
                           continue
                       not at end
                           if rus-ring-prefix = ring-prefix
                                   and rus-ring-serial <=
                                       hsr-last-serial
                                           (found-series-index)
                               set tail-has-used-rings to true
                           end-if
                   end-read
           end-start
           .

       write-off-lost-ring section.
           move rst-first-ring to check-ring-number
           perform split-check-ring
           if transaction-is-ok
               perform find-held-series-by-ring
               if found-series-index = 0
                   move "Lost ring is not on any string"
                       to rs-error-message-text
                   perform reject-stock-transaction
               end-if
           end-if
           if transaction-is-ok
               move spaces to ring-usage-record
               move ring-prefix to rus-ring-prefix
               move ring-serial to rus-ring-serial
               move rst-first-ring to rus-ring-number
               set rus-ring-lost to true
               move hsr-series-id (found-series-index)
                   to rus-series-id
               move hsr-ringer-id (found-series-index)
                   to rus-ringer-id
               move movement-date to rus-usage-date
               move 0 to rus-record-key
               write ring-usage-record
                   invalid key
                       move "Ring already used or written off"
                           to rs-error-message-text
                       perform reject-stock-transaction
                   not invalid key
                       add 1 to rings-written-off
               end-write
           end-if
           .

       find-held-series-by-id section.
           move 0 to found-series-index
           perform varying series-index from 1 by 1
                   until series-index > held-series-count
                       or found-series-index not = 0
               if hsr-series-id (series-index) = rst-series-id
                   move series-index to found-series-index
               end-if
           end-perform
           .

       find-held-series-by-ring section.
           move 0 to found-series-index
           perform varying series-index from 1 by 1
                   until series-index > held-series-count
                       or found-series-index not = 0
               if hsr-ring-prefix (series-index) = ring-prefix
                       and ring-serial
                           >= hsr-first-serial (series-index)
                       and ring-serial
                           <= hsr-last-serial (series-index)
                   move series-index to found-series-index
               end-if
           end-perform
           .

       reject-stock-transaction section.
           move "N" to transaction-ok-flag
           add 1 to transactions-rejected
           display "Ring stock " rst-code " " rst-series-id " "
               rst-first-ring " rejected - " rs-error-message-text
           move "APPLY-ONE-STOCK-TRANS" to rs-error-paragraph
           move spaces to rs-error-status-code
           call "ErrorLogger"
               using by reference rs-error-source-program
                     by reference rs-error-paragraph
                     by reference rs-error-status-code
                     by reference rs-error-message-text
           .

       report-series-file-status section.
           display "Unexpected file status " series-file-status-code
               " for ring series " rsr-series-id
           move "REPORT-SERIES-FILE-STATUS" to rs-error-paragraph
           move series-file-status-code to rs-error-status-code
           move "I/O error on ring-series-data"
               to rs-error-message-text
           call "ErrorLogger"
               using by reference rs-error-source-program
                     by reference rs-error-paragraph
                     by reference rs-error-status-code
                     by reference rs-error-message-text
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           move transactions-read to rcl-records-read
           compute rcl-records-written = strings-received
               + strings-issued + tails-returned + rings-written-off
           move transactions-rejected to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

       input-output section.
           select compliance-parameter-data
               assign "compliance-parameters.txt"
               organization sequential
               file status parameter-file-status-code.

           select accounts-master-data assign "accounts.dat"
               organization indexed
               access dynamic
               record key account-number
               file status accounts-file-status-code.

           select interest-journal-data assign "interest-journal.txt"
               organization sequential
               file status journal-file-status-code.

           select account-transaction-data assign "account-trans.txt"
               organization sequential
               file status account-trans-file-status-code.

           select compliance-case-data assign "compliance-cases.dat"
               organization indexed
               access dynamic
               record key cmc-case-number
               file status case-file-status-code.

           select customer-master-data assign "customer-data.dat"
               organization indexed
               access dynamic
               record key cst-customer-number
               file status customer-file-status-code.

       file section.
       FD  compliance-parameter-data.    *> the compliance officer's
                                          *> limits - one line
       01  compliance-parameter-record.
           05  cpm-report-threshold    pic 9(7)V9(2).
           05  filler                  pic X.
           05  cpm-rolling-days        pic 9(3).
           05  filler                  pic X.
           05  cpm-quiet-days          pic 9(4).
           05  filler                  pic X.
           05  cpm-quiet-trigger       pic 9(7)V9(2).

       FD  accounts-master-data.    *> which customer each account is
       01  account-record.
           copy account-record.

       FD  interest-journal-data.    *> the posted cash movements and
                                      *> each account's history
       01  interest-journal-record.
           05  jnl-account-number      pic 9(6).
           05  filler                  pic X.
           05  jnl-posting-type        pic X.
      *> money the customer brought in or took out over the counter
               88  jnl-cash-movement       value "D" "W" "O" "C".
      *> postings the customer did not make, as DormancyRun has them
               88  jnl-not-customer-movement value "I" "B" "N" "L"
                                                   "X" "Y" "T" "G"
                                                   "H" "U" "V" "Z".
           05  filler                  pic X.
           05  jnl-posting-date        pic 9(8).
           05  filler                  pic X.
           05  jnl-rate-applied        pic 9V9(4).
           05  filler                  pic X.
           05  jnl-posting-amount      pic S9(7)V9(2)
                                           sign leading separate.
           05  filler                  pic X.
           05  jnl-balance-before      pic S9(7)V9(2)
                                           sign leading separate.
           05  filler                  pic X.
           05  jnl-balance-after       pic S9(7)V9(2)
                                           sign leading separate.

       FD  account-transaction-data.    *> the day's keyed activity -
                                         *> a large one that never
                                         *> posted is still reportable
       01  account-transaction-record.
           05  act-trans-code          pic X.
               88  act-deposit             value "D" "d".
               88  act-withdraw            value "W" "w".
           05  filler                  pic X.
           05  act-account-number      pic 9(6).
           05  filler                  pic X.
           05  act-amount              pic 9(7)V9(2).
           05  filler                  pic X.
           05  act-compounding-mode    pic X.
           05  filler                  pic X.
           05  act-overdraft-limit     pic 9(7)V9(2).
           05  filler                  pic X.
           05  act-customer-number     pic 9(6).

       FD  compliance-case-data.    *> the officer's worklist
       01  compliance-case-record.
           copy compliance-case-record.

       FD  customer-master-data.    *> names for the worklist
       01  customer-master-record.
           05  cst-customer-number     pic 9(6).
           05  filler                  pic X.
           05  cst-customer-name       pic X(24).
           05  filler                  pic X(2).

       working-storage section.
      *> the daily cash watch over today's journal and keyed
      *> transactions.  Cases raised:
      *>   L  one deposit or withdrawal over the reporting threshold
      *>   S  a customer's deposits across all their accounts within
      *>      the rolling window add up past the threshold while each
      *>      stays under it - raised on a day one of them lands, and
      *>      not again while the customer's last S case is open
      *>   Q  a movement of at least the quiet trigger on an account
      *>      with no customer movement for the quiet days before
      *>   A  a keyed deposit or withdrawal over the threshold that
      *>      never reached the journal - rejected, but attempted
      *> A re-run on the same day raises nothing it raised already
       78  DEFAULT-REPORT-THRESHOLD value 10000.
       78  DEFAULT-ROLLING-DAYS    value 10.
       78  DEFAULT-QUIET-DAYS      value 180.
       78  DEFAULT-QUIET-TRIGGER   value 2000.
       78  MAX-WATCH-ACCOUNTS      value 2000.
       78  MAX-TODAY-MOVEMENTS     value 1000.
       78  MAX-KNOWN-CASES         value 500.
       01  report-threshold        pic 9(7)V9(2).
       01  rolling-days            pic 9(3).
       01  quiet-days              pic 9(4).
       01  quiet-trigger           pic 9(7)V9(2).

       01  watch-account-table.
           05  watch-account-entry     occurs MAX-WATCH-ACCOUNTS
                                        indexed by watch-index
                                                   partner-index.
               10  wac-account-number  pic 9(6).
               10  wac-customer-number pic 9(6).
               10  wac-last-movement   pic 9(8).
               10  wac-window-total    pic 9(9)V9(2).
               10  wac-window-count    pic 9(3).
               10  wac-window-over     pic X.
               10  wac-deposit-today   pic X.
               10  wac-today-largest   pic 9(9)V9(2).
               10  wac-today-type      pic X.
               10  wac-customer-done   pic X.
       01  watch-account-count     pic 9(4) value 0.
       01  found-watch-index       pic 9(4).

       01  today-movement-table.
           05  today-movement-entry    occurs MAX-TODAY-MOVEMENTS
                                        indexed by movement-index.
               10  tmv-account-number  pic 9(6).
               10  tmv-movement-type   pic X.
               10  tmv-amount          pic 9(7)V9(2).
               10  tmv-matched-flag    pic X.
       01  today-movement-count    pic 9(4) value 0.
       01  found-movement-index    pic 9(4).

      *> cases already on file that a re-run must not raise again
       01  known-case-table.
           05  known-case-entry        occurs MAX-KNOWN-CASES
                                        indexed by known-index.
               10  kct-case-type       pic X.
               10  kct-account-number  pic 9(6).
               10  kct-customer-number pic 9(6).
               10  kct-amount          pic 9(9)V9(2).
       01  known-case-count        pic 9(3) value 0.
       01  known-case-flag         pic X.
           88  case-already-known      value "Y".

       01  end-of-file             pic 9.
       01  parameter-file-status-code.
           05  parameter-status-key-1 pic X.
           05  parameter-status-key-2 pic X.
       01  accounts-file-status-code.
           05  accounts-status-key-1 pic X.
           05  accounts-status-key-2 pic X.
       01  journal-file-status-code.
           05  journal-status-key-1 pic X.
           05  journal-status-key-2 pic X.
       01  account-trans-file-status-code.
           05  account-trans-status-key-1 pic X.
           05  account-trans-status-key-2 pic X.
       01  case-file-status-code.
           05  case-status-key-1   pic X.
           05  case-status-key-2   pic X.
       01  customer-file-status-code.
           05  customer-status-key-1 pic X.
           05  customer-status-key-2 pic X.

       01  run-date-today          pic 9(8).
       01  window-start-date       pic 9(8).
       01  quiet-gap-days          pic 9(7).
       01  movement-amount         pic 9(7)V9(2).
       01  movement-type           pic X.
       01  customer-window-total   pic 9(9)V9(2).
       01  customer-window-count   pic 9(3).
       01  customer-window-over    pic X.
       01  highest-case-number     pic 9(6) value 0.

       01  new-case-type           pic X.
       01  new-case-account        pic 9(6).
       01  new-case-customer       pic 9(6).
       01  new-case-movement       pic X.
       01  new-case-amount         pic 9(9)V9(2).
       01  new-case-count          pic 9(3).
       01  new-case-window         pic 9(4).

       01  cases-raised            pic 9(4) value 0.
       01  large-cases-raised      pic 9(4) value 0.
       01  structuring-cases-raised pic 9(4) value 0.
       01  quiet-cases-raised      pic 9(4) value 0.
       01  attempt-cases-raised    pic 9(4) value 0.
       01  open-cases-listed       pic 9(5) value 0.
       01  case-type-text          pic X(12).
       01  case-detail-text        pic X(26).
       01  formatted-amount        pic ZZZ,ZZZ,ZZ9.99.

       copy run-control-fields.
       copy report-writer-fields.
       01  batch-program-name pic X(20) value "ComplianceMonitor".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to run-date-today
           perform load-compliance-parameters
           compute window-start-date = function date-of-integer
               (function integer-of-date (run-date-today)
                - rolling-days + 1)
           perform load-watch-accounts
           perform open-case-file
           perform scan-journal
           perform check-quiet-accounts
           perform check-structuring
           perform check-keyed-attempts
           close compliance-case-data
           perform print-case-worklist
           display cases-raised " compliance cases raised - "
               large-cases-raised " large, " structuring-cases-raised
               " structuring, " quiet-cases-raised " quiet account, "
               attempt-cases-raised " attempted; " open-cases-listed
               " open on compliance-worklist.prt"
           perform write-run-control-end
           goback
           .

       load-compliance-parameters section.
           move DEFAULT-REPORT-THRESHOLD to report-threshold
           move DEFAULT-ROLLING-DAYS to rolling-days
           move DEFAULT-QUIET-DAYS to quiet-days
           move DEFAULT-QUIET-TRIGGER to quiet-trigger
           open input compliance-parameter-data
           if parameter-status-key-1 = "0"
               read compliance-parameter-data
                   at end
                       continue
                   not at end
                       if cpm-report-threshold > 0
                           move cpm-report-threshold
                               to report-threshold
                       end-if
                       if cpm-rolling-days > 0
                           move cpm-rolling-days to rolling-days
                       end-if
                       if cpm-quiet-days > 0
                           move cpm-quiet-days to quiet-days
                       end-if
                       if cpm-quiet-trigger > 0
                           move cpm-quiet-trigger to quiet-trigger
                       end-if
               end-read
           end-if
           close compliance-parameter-data
           display "Threshold " report-threshold ", window "
               rolling-days " days, quiet after " quiet-days
               " days, quiet trigger " quiet-trigger
           .

       load-watch-accounts section.
           open input accounts-master-data
           if accounts-status-key-1 not = "0"
               display "Cannot open accounts.dat - status "
                   accounts-file-status-code " - monitoring abandoned"
               move 16 to return-code
               close accounts-master-data
               perform write-run-control-end
               stop run
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read accounts-master-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform hold-one-watch-account
               end-read
           end-perform
           close accounts-master-data
           .

       hold-one-watch-account section.
           if watch-account-count >= MAX-WATCH-ACCOUNTS
               display "Watch account table is full at "
                   MAX-WATCH-ACCOUNTS " - raise the limit and re-run"
               move 16 to return-code
               close accounts-master-data
               perform write-run-control-end
               stop run
           end-if
           add 1 to watch-account-count
           initialize watch-account-entry (watch-account-count)
           move account-number
               to wac-account-number (watch-account-count)
           move account-customer-number
               to wac-customer-number (watch-account-count)
           move "N" to wac-window-over (watch-account-count)
           move "N" to wac-deposit-today (watch-account-count)
           move "N" to wac-customer-done (watch-account-count)
           .

       open-case-file section.
           open i-o compliance-case-data
           if case-status-key-1 = "3"
               open output compliance-case-data
               close compliance-case-data
               open i-o compliance-case-data
           end-if
           *> the next case number, and what is already known
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read compliance-case-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       move cmc-case-number to highest-case-number
                       if cmc-raised-date = run-date-today
                               or (cmc-structuring
                                   and cmc-case-open)
                           perform hold-one-known-case
                       end-if
               end-read
           end-perform
           .

       hold-one-known-case section.
           if known-case-count >= MAX-KNOWN-CASES
               display "Known case table is full at "
                   MAX-KNOWN-CASES " - raise the limit and re-run"
               move 16 to return-code
               close compliance-case-data
               perform write-run-control-end
               stop run
           end-if
           add 1 to known-case-count
           move cmc-case-type to kct-case-type (known-case-count)
           move cmc-account-number
               to kct-account-number (known-case-count)
           move cmc-customer-number
               to kct-customer-number (known-case-count)
           move cmc-amount to kct-amount (known-case-count)
           .

       scan-journal section.
           open input interest-journal-data
           if journal-status-key-1 not = "0"
               display "No interest-journal.txt - status "
                   journal-file-status-code
               close interest-journal-data
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read interest-journal-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if jnl-posting-date <= run-date-today
                           perform weigh-one-posting
                       end-if
               end-read
           end-perform
           close interest-journal-data
           .

       weigh-one-posting section.
           move 0 to found-watch-index
           perform varying watch-index from 1 by 1
                   until watch-index > watch-account-count
                       or found-watch-index > 0
               if wac-account-number (watch-index)
                       = jnl-account-number
                   set found-watch-index to watch-index
               end-if
           end-perform
           if found-watch-index = 0
               exit section
           end-if
           set watch-index to found-watch-index
           if jnl-posting-date < run-date-today
               if not jnl-not-customer-movement
                   move jnl-posting-date
                       to wac-last-movement (watch-index)
               end-if
           end-if
           if not jnl-cash-movement or jnl-posting-amount = 0
               exit section
           end-if
           if jnl-posting-amount > 0
               move "D" to movement-type
               move jnl-posting-amount to movement-amount
           else
               move "W" to movement-type
               compute movement-amount = 0 - jnl-posting-amount
           end-if
           if movement-type = "D"
                   and jnl-posting-date >= window-start-date
               add movement-amount to wac-window-total (watch-index)
               add 1 to wac-window-count (watch-index)
               if movement-amount > report-threshold
                   move "Y" to wac-window-over (watch-index)
               end-if
           end-if
           if jnl-posting-date = run-date-today
               add 1 to rcl-records-read
               perform note-today-movement
           end-if
           .

       note-today-movement section.
           if today-movement-count < MAX-TODAY-MOVEMENTS
               add 1 to today-movement-count
               move jnl-account-number
                   to tmv-account-number (today-movement-count)
               move movement-type
                   to tmv-movement-type (today-movement-count)
               move movement-amount
                   to tmv-amount (today-movement-count)
               move "N" to tmv-matched-flag (today-movement-count)
           end-if
           if movement-type = "D"
               move "Y" to wac-deposit-today (watch-index)
           end-if
           if movement-amount > wac-today-largest (watch-index)
               move movement-amount
                   to wac-today-largest (watch-index)
               move movement-type to wac-today-type (watch-index)
           end-if
           if movement-amount > report-threshold
               move "L" to new-case-type
               move jnl-account-number to new-case-account
               move wac-customer-number (watch-index)
                   to new-case-customer
               move movement-type to new-case-movement
               move movement-amount to new-case-amount
               move 0 to new-case-count
               move 0 to new-case-window
               perform raise-compliance-case
           end-if
           .

       check-quiet-accounts section.
           *> an account opened today has no history to be quiet in
           perform varying watch-index from 1 by 1
                   until watch-index > watch-account-count
               if wac-today-largest (watch-index) >= quiet-trigger
                       and wac-today-largest (watch-index) > 0
                       and wac-last-movement (watch-index) > 0
                   compute quiet-gap-days =
                       function integer-of-date (run-date-today)
                       - function integer-of-date
                           (wac-last-movement (watch-index))
                   if quiet-gap-days > quiet-days
                       move "Q" to new-case-type
                       move wac-account-number (watch-index)
                           to new-case-account
                       move wac-customer-number (watch-index)
                           to new-case-customer
                       move wac-today-type (watch-index)
                           to new-case-movement
                       move wac-today-largest (watch-index)
                           to new-case-amount
                       move 0 to new-case-count
                       move quiet-gap-days to new-case-window
                       perform raise-compliance-case
                   end-if
               end-if
           end-perform
           .

       check-structuring section.
           perform varying watch-index from 1 by 1
                   until watch-index > watch-account-count
               if wac-deposit-today (watch-index) = "Y"
                       and wac-customer-done (watch-index) = "N"
                   perform weigh-customer-window
               end-if
           end-perform
           .

       weigh-customer-window section.
           *> every account the customer holds counts - an account
           *> with no customer link stands on its own
           move 0 to customer-window-total
           move 0 to customer-window-count
           move "N" to customer-window-over
           perform varying partner-index from 1 by 1
                   until partner-index > watch-account-count
               if partner-index = watch-index
                       or (wac-customer-number (watch-index) > 0
                           and wac-customer-number (partner-index)
                               = wac-customer-number (watch-index))
                   add wac-window-total (partner-index)
                       to customer-window-total
                   add wac-window-count (partner-index)
                       to customer-window-count
                   if wac-window-over (partner-index) = "Y"
                       move "Y" to customer-window-over
                   end-if
                   move "Y" to wac-customer-done (partner-index)
               end-if
           end-perform
           if customer-window-total > report-threshold
                   and customer-window-over = "N"
                   and customer-window-count > 1
               move "S" to new-case-type
               move wac-account-number (watch-index)
                   to new-case-account
               move wac-customer-number (watch-index)
                   to new-case-customer
               move "D" to new-case-movement
               move customer-window-total to new-case-amount
               move customer-window-count to new-case-count
               move rolling-days to new-case-window
               perform raise-compliance-case
           end-if
           .

       check-keyed-attempts section.
           open input account-transaction-data
           if account-trans-status-key-1 not = "0"
               close account-transaction-data
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read account-transaction-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if (act-deposit or act-withdraw)
                               and act-amount > report-threshold
                           perform match-one-keyed-attempt
                       end-if
               end-read
           end-perform
           close account-transaction-data
           .

       match-one-keyed-attempt section.
           if act-deposit
               move "D" to movement-type
           else
               move "W" to movement-type
           end-if
           move 0 to found-movement-index
           perform varying movement-index from 1 by 1
                   until movement-index > today-movement-count
                       or found-movement-index > 0
               if tmv-matched-flag (movement-index) = "N"
                       and tmv-account-number (movement-index)
                           = act-account-number
                       and tmv-movement-type (movement-index)
                           = movement-type
                       and tmv-amount (movement-index) = act-amount
                   set found-movement-index to movement-index
               end-if
           end-perform
           if found-movement-index > 0
               move "Y" to tmv-matched-flag (found-movement-index)
               exit section
           end-if
           move 0 to new-case-customer
           perform varying watch-index from 1 by 1
                   until watch-index > watch-account-count
               if wac-account-number (watch-index)
                       = act-account-number
                   move wac-customer-number (watch-index)
                       to new-case-customer
               end-if
           end-perform
           move "A" to new-case-type
           move act-account-number to new-case-account
           move movement-type to new-case-movement
           move act-amount to new-case-amount
           move 0 to new-case-count
           move 0 to new-case-window
           perform raise-compliance-case
           .

       raise-compliance-case section.
           move "N" to known-case-flag
           perform varying known-index from 1 by 1
                   until known-index > known-case-count
                       or case-already-known
               if new-case-type = "S"
                   if kct-case-type (known-index) = "S"
                           and kct-customer-number (known-index)
                               = new-case-customer
                           and (new-case-customer > 0
                               or kct-account-number (known-index)
                                   = new-case-account)
                       set case-already-known to true
                   end-if
               else
                   if kct-case-type (known-index) = new-case-type
                           and kct-account-number (known-index)
                               = new-case-account
                           and kct-amount (known-index)
                               = new-case-amount
                       set case-already-known to true
                   end-if
               end-if
           end-perform
           if case-already-known
               exit section
           end-if
           add 1 to highest-case-number
           move spaces to compliance-case-record
           move highest-case-number to cmc-case-number
           move new-case-type to cmc-case-type
           move run-date-today to cmc-raised-date
           move new-case-customer to cmc-customer-number
           move new-case-account to cmc-account-number
           move new-case-movement to cmc-movement-type
           move new-case-amount to cmc-amount
           move new-case-count to cmc-deposit-count
           move new-case-window to cmc-window-days
           set cmc-case-open to true
           move 0 to cmc-closed-date
           write compliance-case-record
               invalid key
                   display "Could not raise case " cmc-case-number
                       " - status " case-file-status-code
                   exit section
           end-write
           add 1 to cases-raised
           evaluate true
               when cmc-large-cash
                   add 1 to large-cases-raised
               when cmc-structuring
                   add 1 to structuring-cases-raised
               when cmc-quiet-account
                   add 1 to quiet-cases-raised
               when cmc-large-attempt
                   add 1 to attempt-cases-raised
           end-evaluate
           if known-case-count < MAX-KNOWN-CASES
               add 1 to known-case-count
               move new-case-type to kct-case-type (known-case-count)
               move new-case-account
                   to kct-account-number (known-case-count)
               move new-case-customer
                   to kct-customer-number (known-case-count)
               move new-case-amount to kct-amount (known-case-count)
           end-if
           .

       print-case-worklist section.
           open input compliance-case-data
           open input customer-master-data
           move "O" to rw-action
           move "compliance-worklist.prt" to rw-print-file-name
           move spaces to rw-report-title
           string "COMPLIANCE CASE WORKLIST " run-date-today
               delimited by size into rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move spaces to rw-line-text
           string "CASE   TYPE         RAISED   CUST   NAME"
               "                     ACCOUNT         AMOUNT DETAIL"
               delimited by size into rw-line-text
           perform call-report-writer
           move "D" to rw-action
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read compliance-case-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if cmc-case-open
                           perform print-one-open-case
                       end-if
               end-read
           end-perform
           move "T" to rw-action
           move spaces to rw-line-text
           string "OPEN CASES " open-cases-listed
               "  RAISED TODAY " cases-raised
               "  - close each with its disposition code through "
               "ComplianceDecisions"
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           close compliance-case-data
           close customer-master-data
           .

       print-one-open-case section.
           add 1 to open-cases-listed
           move spaces to cst-customer-name
           if cmc-customer-number > 0
               move cmc-customer-number to cst-customer-number
               read customer-master-data
                   invalid key
                       move "(name not on customer master)"
                           to cst-customer-name
               end-read
           end-if
           move spaces to case-detail-text
           evaluate true
               when cmc-large-cash
                   move "LARGE CASH" to case-type-text
               when cmc-structuring
                   move "STRUCTURING" to case-type-text
                   string cmc-deposit-count " deposits in "
                       cmc-window-days " days"
                       delimited by size into case-detail-text
               when cmc-quiet-account
                   move "QUIET ACCT" to case-type-text
                   string "quiet " cmc-window-days " days"
                       delimited by size into case-detail-text
               when cmc-large-attempt
                   move "ATTEMPTED" to case-type-text
                   move "keyed, never posted" to case-detail-text
           end-evaluate
           move cmc-amount to formatted-amount
           move spaces to rw-line-text
           string cmc-case-number " " case-type-text " "
               cmc-raised-date " " cmc-customer-number " "
               cst-customer-name " " cmc-account-number " "
               cmc-movement-type formatted-amount " "
               case-detail-text
               delimited by size into rw-line-text
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
           move cases-raised to rcl-records-written
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

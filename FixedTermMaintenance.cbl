       input-output section.
           select fixed-term-data assign "fixed-term-deposits.dat"
               organization indexed
               access dynamic
               record key ftd-account-number
               file status fixed-term-file-status-code.

           select fixed-term-transaction-data
               assign "fixed-term-trans.txt"
               organization sequential
               file status ft-trans-file-status-code.

           select fixed-term-rate-data assign "fixed-term-rates.txt"
               organization sequential
               file status rate-file-status-code.

           select accounts-master-data assign "accounts.dat"
               organization indexed
               access dynamic
               record key account-number
               file status accounts-file-status-code.

           select customer-master-data assign "customer-data.dat"
               organization indexed
               access dynamic
               record key cst-customer-number
               file status customer-file-status-code.

           select interest-journal-data assign "interest-journal.txt"
               organization sequential
               file status journal-file-status-code.

           select day-status-data assign "posting-day-status.txt"
               organization sequential
               file status day-status-file-status-code.

       file section.
       FD  fixed-term-data.    *> term, rate and maturity per deposit
       01  fixed-term-record.
           copy fixed-term-record.

       FD  fixed-term-transaction-data.    *> a day's fixed-term
                                            *> openings and changes
                                            *> of instruction
       01  fixed-term-transaction-record.
           05  ftt-code                pic X.
               88  ftt-open-deposit        value "O" "o".
               88  ftt-change-instruction  value "I" "i".
           05  filler                  pic X.
           05  ftt-account-number      pic 9(6).
           05  filler                  pic X.
           05  ftt-customer-number     pic 9(6).
           05  filler                  pic X.
           05  ftt-amount              pic 9(7)V9(2).
           05  filler                  pic X.
           05  ftt-term-months         pic 9(2).
           05  filler                  pic X.
           05  ftt-compounding-mode    pic X.
           05  filler                  pic X.
           05  ftt-maturity-instruction pic X.
           05  filler                  pic X.
           05  ftt-payout-account      pic 9(6).

       FD  fixed-term-rate-data.    *> the terms on offer today
       01  fixed-term-rate-record.
           copy fixed-term-rate-record.

       FD  accounts-master-data.    *> the deposit's own balance
       01  account-record.
           copy account-record.

       FD  customer-master-data.    *> an opening must name a customer
       01  customer-master-record.
           05  cst-customer-number     pic 9(6).
           05  filler                  pic X.
           05  cst-customer-name       pic X(24).
           05  filler                  pic X(2).

       FD  interest-journal-data.    *> the opening balance lands on
                                      *> the journal like any other
       01  interest-journal-record.
           05  jnl-account-number      pic 9(6).
           05  filler                  pic X.
           05  jnl-posting-type        pic X.
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

       FD  day-status-data.    *> a held day takes no openings either
       01  day-status-record.
           05  pds-proof-date          pic 9(8).
           05  filler                  pic X.
           05  pds-day-status          pic X.
               88  pds-day-open            value "O".
               88  pds-day-held            value "H".

       working-storage section.
       78  MAX-FIXED-TERMS         value 10.
       01  fixed-term-rate-table.
           05  fixed-term-rate-entry   occurs MAX-FIXED-TERMS
                                        indexed by rate-index.
               10  frt-term-months     pic 9(2).
               10  frt-fixed-rate      pic 9V9(4).
               10  frt-penalty-days    pic 9(3).
       01  fixed-term-rate-count   pic 9(2) value 0.
       01  found-rate-index        pic 9(2).

       01  end-of-file             pic 9.
       01  fixed-term-file-status-code.
           05  fixed-term-status-key-1 pic X.
           05  fixed-term-status-key-2 pic X.
       01  ft-trans-file-status-code.
           05  ft-trans-status-key-1 pic X.
           05  ft-trans-status-key-2 pic X.
       01  rate-file-status-code.
           05  rate-status-key-1   pic X.
           05  rate-status-key-2   pic X.
       01  accounts-file-status-code.
           05  accounts-status-key-1 pic X.
           05  accounts-status-key-2 pic X.
       01  customer-file-status-code.
           05  customer-status-key-1 pic X.
           05  customer-status-key-2 pic X.
       01  journal-file-status-code.
           05  journal-status-key-1 pic X.
           05  journal-status-key-2 pic X.
       01  day-status-file-status-code.
           05  day-status-status-key-1 pic X.
           05  day-status-status-key-2 pic X.

       01  current-run-date        pic 9(8).
       01  transaction-valid-flag  pic X.
           88  transaction-is-valid    value "Y".
       01  maturity-start-date.
           05  maturity-start-year pic 9(4).
           05  maturity-start-month pic 9(2).
           05  maturity-start-day  pic 9(2).
       01  maturity-term-months    pic 9(2).
       01  maturity-result-date.
           05  maturity-result-year pic 9(4).
           05  maturity-result-month pic 9(2).
           05  maturity-result-day pic 9(2).
       01  maturity-month-count    pic 9(6).
       01  maturity-following-year pic 9(4).
       01  maturity-following-month pic 9(2).
       01  maturity-following-first pic 9(8).
       01  maturity-last-day.
           05  filler              pic 9(6).
           05  maturity-last-day-of-month pic 9(2).
       01  deposits-opened         pic 9(4) value 0.
       01  instructions-changed    pic 9(4) value 0.
       01  transactions-rejected   pic 9(4) value 0.

       copy run-control-fields.
       01  batch-program-name pic X(20) value "FixedTermMaint".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to current-run-date
           perform check-posting-day-open
           perform load-fixed-term-rates
           open i-o fixed-term-data
           if fixed-term-status-key-1 = "3"
               *> first deposit ever - create the master empty
               open output fixed-term-data
               close fixed-term-data
               open i-o fixed-term-data
           end-if
           open i-o accounts-master-data
           open input customer-master-data
           open extend interest-journal-data
           open input fixed-term-transaction-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read fixed-term-transaction-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to rcl-records-read
                       perform apply-fixed-term-transaction
               end-read
           end-perform
           close fixed-term-data
           close accounts-master-data
           close customer-master-data
           close interest-journal-data
           close fixed-term-transaction-data
           display deposits-opened " deposits opened, "
               instructions-changed " instructions changed, "
               transactions-rejected " rejected"
           perform write-run-control-end
           goback
           .

       check-posting-day-open section.
           *> the trial balance holds the day shut until an
           *> out-of-balance is cleared or overridden
           open input day-status-data
           if day-status-status-key-1 = "0"
               read day-status-data
                   at end
                       continue
                   not at end
                       if pds-day-held
                           display "Posting day HELD - trial balance"
                               " for " pds-proof-date " did not "
                               "prove.  Clear or override it with "
                               "TrialBalance before posting again"
                           move 16 to return-code
                           close day-status-data
                           perform write-run-control-end
                           stop run
                       end-if
               end-read
           end-if
           close day-status-data
           .

       load-fixed-term-rates section.
           open input fixed-term-rate-data
           if rate-status-key-1 not = "0"
               display "No fixed-term-rates.txt - no deposit can be "
                   "opened without a rate for its term"
               close fixed-term-rate-data
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read fixed-term-rate-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if fixed-term-rate-count >= MAX-FIXED-TERMS
                           display "Fixed-term rate table is full at "
                               MAX-FIXED-TERMS
                               " - raise the limit and re-run"
                           move 16 to return-code
                           close fixed-term-rate-data
                           perform write-run-control-end
                           stop run
                       end-if
                       add 1 to fixed-term-rate-count
                       move ftr-term-months to
                           frt-term-months (fixed-term-rate-count)
                       move ftr-fixed-rate to
                           frt-fixed-rate (fixed-term-rate-count)
                       move ftr-penalty-days to
                           frt-penalty-days (fixed-term-rate-count)
               end-read
           end-perform
           close fixed-term-rate-data
           .

       apply-fixed-term-transaction section.
           evaluate true
               when ftt-open-deposit
                   perform open-fixed-term-deposit
               when ftt-change-instruction
                   perform change-maturity-instruction
               when other
                   add 1 to transactions-rejected
                   display "Unknown fixed-term transaction code "
                       ftt-code " for account " ftt-account-number
           end-evaluate
           .

       open-fixed-term-deposit section.
           perform validate-opening
           if not transaction-is-valid
               add 1 to transactions-rejected
               exit section
           end-if
           move spaces to account-record
           move ftt-account-number to account-number
           move ftt-amount to account-balance
           move 0 to overdraft-limit
           move ftt-compounding-mode to compounding-mode
           move current-run-date to last-posted-date
           move ftt-customer-number to account-customer-number
           set fixed-term-account to true
           write account-record
               invalid key
                   add 1 to transactions-rejected
                   display "Account " ftt-account-number
                       " already exists - opening rejected"
                   exit section
           end-write
           move ftt-account-number to jnl-account-number
           move "O" to jnl-posting-type
           move current-run-date to jnl-posting-date
           move frt-fixed-rate (found-rate-index) to jnl-rate-applied
           move ftt-amount to jnl-posting-amount
           move 0 to jnl-balance-before
           move ftt-amount to jnl-balance-after
           write interest-journal-record
           move spaces to fixed-term-record
           move ftt-account-number to ftd-account-number
           move ftt-term-months to ftd-term-months
           move frt-fixed-rate (found-rate-index) to ftd-fixed-rate
           move frt-penalty-days (found-rate-index)
               to ftd-penalty-days
           move current-run-date to ftd-term-start-date
           move current-run-date to maturity-start-date
           move ftt-term-months to maturity-term-months
           perform work-out-maturity-date
           move maturity-result-date to ftd-maturity-date
           move ftt-amount to ftd-term-principal
           move ftt-maturity-instruction to ftd-maturity-instruction
           move ftt-payout-account to ftd-payout-account
           set ftd-deposit-active to true
           write fixed-term-record
               invalid key
                   *> an account number reused after an old deposit
                   *> was paid out - the new terms replace the old
                   rewrite fixed-term-record
           end-write
           add 1 to deposits-opened
           display "Deposit " ftt-account-number " opened - "
               ftt-amount " for " ftt-term-months " months at "
               ftd-fixed-rate ", matures " ftd-maturity-date
           .

       validate-opening section.
           move "N" to transaction-valid-flag
           if ftt-amount = 0
               display "Deposit " ftt-account-number
                   " rejected - no amount"
               exit section
           end-if
           if ftt-compounding-mode not = "D"
                   and ftt-compounding-mode not = "M"
               display "Deposit " ftt-account-number
                   " rejected - compounding mode must be D or M"
               exit section
           end-if
           move 0 to found-rate-index
           perform varying rate-index from 1 by 1
                   until rate-index > fixed-term-rate-count
               if frt-term-months (rate-index) = ftt-term-months
                   set found-rate-index to rate-index
               end-if
           end-perform
           if found-rate-index = 0
               display "Deposit " ftt-account-number
                   " rejected - no rate on offer for "
                   ftt-term-months " months"
               exit section
           end-if
           move ftt-customer-number to cst-customer-number
           read customer-master-data
               invalid key
                   display "Deposit " ftt-account-number
                       " rejected - customer " ftt-customer-number
                       " is not on the customer master"
                   exit section
           end-read
           perform check-instruction-fields
           .

       check-instruction-fields section.
           *> every instruction but a whole rollover sends money out,
           *> so needs a current account of the same customer to take
           *> it
           move "N" to transaction-valid-flag
           if ftt-maturity-instruction not = "P"
                   and ftt-maturity-instruction not = "R"
                   and ftt-maturity-instruction not = "I"
               display "Deposit " ftt-account-number
                   " rejected - maturity instruction must be P, R "
                   "or I"
               exit section
           end-if
           if ftt-maturity-instruction not = "R"
               move ftt-payout-account to account-number
               read accounts-master-data
                   invalid key
                       display "Deposit " ftt-account-number
                           " rejected - pay-out account "
                           ftt-payout-account " not on file"
                       exit section
               end-read
               if not current-account
                       or account-customer-number
                           not = ftt-customer-number
                   display "Deposit " ftt-account-number
                       " rejected - pay-out account "
                       ftt-payout-account " is not the customer's "
                       "current account"
                   exit section
               end-if
           end-if
           set transaction-is-valid to true
           .

       change-maturity-instruction section.
           move ftt-account-number to ftd-account-number
           read fixed-term-data
               invalid key
                   add 1 to transactions-rejected
                   display "Deposit " ftt-account-number
                       " not on file - change rejected"
                   exit section
           end-read
           if not ftd-deposit-active
               add 1 to transactions-rejected
               display "Deposit " ftt-account-number
                   " is no longer running - change rejected"
               exit section
           end-if
           move ftt-account-number to account-number
           read accounts-master-data
               invalid key
                   add 1 to transactions-rejected
                   display "Deposit " ftt-account-number
                       " has no balance on accounts.dat - change "
                       "rejected"
                   exit section
           end-read
           move account-customer-number to ftt-customer-number
           perform check-instruction-fields
           if not transaction-is-valid
               add 1 to transactions-rejected
               exit section
           end-if
           move ftt-maturity-instruction to ftd-maturity-instruction
           move ftt-payout-account to ftd-payout-account
           rewrite fixed-term-record
           add 1 to instructions-changed
           display "Deposit " ftt-account-number
               " maturity instruction now " ftd-maturity-instruction
           .

       work-out-maturity-date section.
           *> the same day the term's months later - or that month's
           *> last day when it is shorter
           compute maturity-month-count =
               maturity-start-year * 12 + maturity-start-month - 1
               + maturity-term-months
           divide maturity-month-count by 12
               giving maturity-result-year
               remainder maturity-result-month
           add 1 to maturity-result-month
           move 1 to maturity-result-day
           *> the day before the first of the month after
           add 1 to maturity-month-count
           divide maturity-month-count by 12
               giving maturity-following-year
               remainder maturity-following-month
           compute maturity-following-first =
               maturity-following-year * 10000
               + (maturity-following-month + 1) * 100 + 1
           move function date-of-integer
               (function integer-of-date (maturity-following-first)
                - 1)
               to maturity-last-day
           if maturity-start-day > maturity-last-day-of-month
               move maturity-last-day-of-month to maturity-result-day
           else
               move maturity-start-day to maturity-result-day
           end-if
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           compute rcl-records-written =
               deposits-opened + instructions-changed
           move transactions-rejected to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

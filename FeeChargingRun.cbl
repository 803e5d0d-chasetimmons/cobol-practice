       input-output section.
           select fee-schedule-data assign "fee-schedule.txt"
               organization sequential
               file status schedule-file-status-code.

           select fee-control-data assign "fee-control.txt"
               organization sequential
               file status fee-control-file-status-code.

           select accounts-master-data assign "accounts.dat"
               organization indexed
               access dynamic
               record key account-number
               file status accounts-file-status-code.

           select interest-journal-data assign "interest-journal.txt"
               organization sequential
               file status journal-file-status-code.

           select customer-master-data assign "customer-data.dat"
               organization indexed
               access dynamic
               record key cst-customer-number
               file status customer-file-status-code.

       file section.
       FD  fee-schedule-data.    *> the published tariff - one line per
                                  *> account type, fee and effective
                                  *> date; the latest line in force at
                                  *> the end of the month charged wins
       01  fee-schedule-record.
           05  fsc-account-type        pic X.
           05  filler                  pic X.
           05  fsc-fee-code            pic X(2).
           05  filler                  pic X.
           05  fsc-effective-date      pic 9(8).
           05  filler                  pic X.
           05  fsc-fee-amount          pic 9(3)V9(2).
           05  filler                  pic X.
      *> withdrawals a month before the per-withdrawal fee bites
           05  fsc-free-allowance      pic 9(3).
           05  filler                  pic X.
      *> no monthly fee if the balance never fell below this in the
      *> month - zero means the fee is never waived
           05  fsc-waiver-balance      pic 9(7)V9(2).

       FD  fee-control-data.    *> the last month charged - the guard
                                 *> against charging a month twice
       01  fee-control-record.
           05  fcc-charged-month       pic 9(6).
           05  filler                  pic X.
           05  fcc-run-date            pic 9(8).
           05  filler                  pic X.
           05  fcc-fees-posted         pic 9(6).
           05  filler                  pic X.
           05  fcc-total-charged       pic 9(9)V9(2).

       FD  accounts-master-data.    *> each fee comes off the balance
       01  account-record.
           copy account-record.

       FD  interest-journal-data.    *> the month's events are counted
                                      *> from here, and each fee lands
                                      *> here as its own posting type
       01  interest-journal-record.
           05  jnl-account-number      pic 9(6).
           05  filler                  pic X.
           05  jnl-posting-type        pic X.
               88  jnl-withdrawal-posting  value "W".
               88  jnl-order-returned      value "X".
               88  jnl-reprint-requested   value "Y".
               88  jnl-item-returned       value "T".
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

       FD  customer-master-data.    *> names for the fee advices
       01  customer-master-record.
           05  cst-customer-number     pic 9(6).
           05  filler                  pic X.
           05  cst-customer-name       pic X(24).
           05  filler                  pic X(2).

       working-storage section.
      *> charges the month just ended.  The events come off the
      *> journal - W withdrawals, X standing orders returned unpaid,
      *> Y statement reprints asked for, T deposits returned unpaid -
      *> and each fee is posted as its own type, chained like any
      *> other posting so the trial balance proves the day:
      *>   G  monthly maintenance fee   (tariff code MF)
      *>   H  withdrawal fee            (WF)
      *>   U  returned standing order   (RO)
      *>   V  statement reprint         (SR)
      *>   Z  returned deposit          (RI)
       78  MAX-FEE-TARIFFS         value 40.
       78  MAX-FEE-ACCOUNTS        value 2000.
       78  MAX-FEE-LINES           value 2000.
       01  fee-tariff-table.
           05  fee-tariff-entry        occurs MAX-FEE-TARIFFS
                                        indexed by tariff-index.
               10  tar-account-type    pic X.
               10  tar-fee-code        pic X(2).
               10  tar-effective-date  pic 9(8).
               10  tar-fee-amount      pic 9(3)V9(2).
               10  tar-free-allowance  pic 9(3).
               10  tar-waiver-balance  pic 9(7)V9(2).
       01  fee-tariff-count        pic 9(2) value 0.
       01  found-tariff-index      pic 9(2).

       01  fee-account-table.
           05  fee-account-entry       occurs MAX-FEE-ACCOUNTS
                                        indexed by account-index.
               10  fac-account-number  pic 9(6).
               10  fac-account-type    pic X.
               10  fac-customer-number pic 9(6).
               10  fac-lowest-balance  pic S9(7)V9(2).
               10  fac-balance-seen    pic X.
               10  fac-withdrawals     pic 9(4).
               10  fac-orders-returned pic 9(4).
               10  fac-reprints        pic 9(4).
               10  fac-items-returned  pic 9(4).
       01  fee-account-count       pic 9(4) value 0.

       01  fee-line-table.
           05  fee-line-entry          occurs MAX-FEE-LINES
                                        indexed by fee-line-index
                                                   advice-line-index.
               10  fln-customer-number pic 9(6).
               10  fln-account-number  pic 9(6).
               10  fln-posting-type    pic X.
               10  fln-event-count     pic 9(4).
               10  fln-fee-amount      pic 9(5)V9(2).
               10  fln-printed-flag    pic X.
       01  fee-line-count          pic 9(4) value 0.

       01  end-of-file             pic 9.
       01  schedule-file-status-code.
           05  schedule-status-key-1 pic X.
           05  schedule-status-key-2 pic X.
       01  fee-control-file-status-code.
           05  fee-control-status-key-1 pic X.
           05  fee-control-status-key-2 pic X.
       01  accounts-file-status-code.
           05  accounts-status-key-1 pic X.
           05  accounts-status-key-2 pic X.
       01  journal-file-status-code.
           05  journal-status-key-1 pic X.
           05  journal-status-key-2 pic X.
       01  customer-file-status-code.
           05  customer-status-key-1 pic X.
           05  customer-status-key-2 pic X.

       01  current-run-date        pic 9(8).
       01  first-of-this-month     pic 9(8).
       01  charge-month            pic 9(6).
       01  charge-from-date        pic 9(8).
       01  charge-to-date          pic 9(8).
       01  found-account-index     pic 9(4).
       01  wanted-fee-code         pic X(2).
       01  wanted-account-type     pic X.
       01  chargeable-events       pic 9(4).
       01  fee-to-post             pic 9(5)V9(2).
       01  fee-posting-type        pic X.
       01  balance-before-posting  pic S9(7)V9(2).
       01  fees-posted             pic 9(6) value 0.
       01  total-charged           pic 9(9)V9(2) value 0.

       01  advice-customer         pic 9(6).
       01  advice-total            pic 9(7)V9(2).
       01  advices-printed         pic 9(5) value 0.
       01  fee-description         pic X(26).
       01  formatted-count         pic ZZZ9.
       01  formatted-fee           pic ZZ,ZZ9.99.
       01  formatted-total         pic ZZZ,ZZZ,ZZ9.99.

       copy run-control-fields.
       copy report-writer-fields.
       01  batch-program-name pic X(20) value "FeeChargingRun".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to current-run-date
           *> the month before this one - it ends the day before the
           *> first of this month
           divide current-run-date by 100 giving charge-month
           compute first-of-this-month = charge-month * 100 + 1
           compute charge-to-date = function date-of-integer
               (function integer-of-date (first-of-this-month) - 1)
           divide charge-to-date by 100 giving charge-month
           compute charge-from-date = charge-month * 100 + 1
           perform check-fee-control
           perform load-fee-schedule
           perform load-fee-accounts
           perform count-month-events
           perform post-all-fees
           perform write-fee-control
           perform print-fee-advices
           display fees-posted " fees posted for " charge-month
               " totalling " total-charged " - advices on "
               "fee-advices.prt"
           perform write-run-control-end
           goback
           .

       check-fee-control section.
           open input fee-control-data
           if fee-control-status-key-1 = "0"
               read fee-control-data
                   at end
                       continue
                   not at end
                       if fcc-charged-month >= charge-month
                           display "Fees for " fcc-charged-month
                               " were charged on " fcc-run-date " ("
                               fcc-fees-posted " fees) - run stopped"
                           move 16 to return-code
                           close fee-control-data
                           perform write-run-control-end
                           stop run
                       end-if
               end-read
           end-if
           close fee-control-data
           .

       write-fee-control section.
           open output fee-control-data
           move spaces to fee-control-record
           move charge-month to fcc-charged-month
           move current-run-date to fcc-run-date
           move fees-posted to fcc-fees-posted
           move total-charged to fcc-total-charged
           write fee-control-record
           close fee-control-data
           .

       load-fee-schedule section.
           open input fee-schedule-data
           if schedule-status-key-1 not = "0"
               display "No fee-schedule.txt - status "
                   schedule-file-status-code " - nothing charged"
               move 16 to return-code
               close fee-schedule-data
               perform write-run-control-end
               stop run
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read fee-schedule-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if fsc-effective-date <= charge-to-date
                           perform take-one-tariff-line
                       end-if
               end-read
           end-perform
           close fee-schedule-data
           .

       take-one-tariff-line section.
           *> a blank account type is a current account, as on the
           *> master
           if fsc-account-type = space
               move "C" to fsc-account-type
           end-if
           move 0 to found-tariff-index
           perform varying tariff-index from 1 by 1
                   until tariff-index > fee-tariff-count
               if tar-account-type (tariff-index) = fsc-account-type
                       and tar-fee-code (tariff-index) = fsc-fee-code
                   set found-tariff-index to tariff-index
               end-if
           end-perform
           if found-tariff-index = 0
               if fee-tariff-count >= MAX-FEE-TARIFFS
                   display "Fee tariff table is full at "
                       MAX-FEE-TARIFFS " - raise the limit and re-run"
                   move 16 to return-code
                   close fee-schedule-data
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to fee-tariff-count
               move fee-tariff-count to found-tariff-index
               move 0 to tar-effective-date (found-tariff-index)
           end-if
           if fsc-effective-date
                   >= tar-effective-date (found-tariff-index)
               move fsc-account-type
                   to tar-account-type (found-tariff-index)
               move fsc-fee-code to tar-fee-code (found-tariff-index)
               move fsc-effective-date
                   to tar-effective-date (found-tariff-index)
               move fsc-fee-amount
                   to tar-fee-amount (found-tariff-index)
               move fsc-free-allowance
                   to tar-free-allowance (found-tariff-index)
               move fsc-waiver-balance
                   to tar-waiver-balance (found-tariff-index)
           end-if
           .

       load-fee-accounts section.
           open input accounts-master-data
           if accounts-status-key-1 not = "0"
               display "Cannot open accounts.dat - status "
                   accounts-file-status-code " - charging abandoned"
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
                       perform hold-one-fee-account
               end-read
           end-perform
           close accounts-master-data
           .

       hold-one-fee-account section.
           if fee-account-count >= MAX-FEE-ACCOUNTS
               display "Fee account table is full at "
                   MAX-FEE-ACCOUNTS " - raise the limit and re-run"
               move 16 to return-code
               close accounts-master-data
               perform write-run-control-end
               stop run
           end-if
           add 1 to fee-account-count
           initialize fee-account-entry (fee-account-count)
           move account-number
               to fac-account-number (fee-account-count)
           if current-account
               move "C" to fac-account-type (fee-account-count)
           else
               move account-type-code
                   to fac-account-type (fee-account-count)
           end-if
           move account-customer-number
               to fac-customer-number (fee-account-count)
           *> an account nothing touched all month sat at today's
           *> balance throughout
           move account-balance
               to fac-lowest-balance (fee-account-count)
           move "N" to fac-balance-seen (fee-account-count)
           .

       count-month-events section.
           open input interest-journal-data
           if journal-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read interest-journal-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if jnl-posting-date >= charge-from-date
                                   and jnl-posting-date
                                       <= charge-to-date
                               add 1 to rcl-records-read
                               perform tally-one-event
                           end-if
                   end-read
               end-perform
           end-if
           close interest-journal-data
           .

       tally-one-event section.
           move 0 to found-account-index
           perform varying account-index from 1 by 1
                   until account-index > fee-account-count
                       or found-account-index > 0
               if fac-account-number (account-index)
                       = jnl-account-number
                   set found-account-index to account-index
               end-if
           end-perform
           if found-account-index = 0
               exit section
           end-if
           *> the lowest the balance stood at any point in the month -
           *> the first posting's before is where the month began
           if fac-balance-seen (found-account-index) = "N"
               move jnl-balance-before
                   to fac-lowest-balance (found-account-index)
               move "Y" to fac-balance-seen (found-account-index)
           end-if
           if jnl-balance-before
                   < fac-lowest-balance (found-account-index)
               move jnl-balance-before
                   to fac-lowest-balance (found-account-index)
           end-if
           if jnl-balance-after
                   < fac-lowest-balance (found-account-index)
               move jnl-balance-after
                   to fac-lowest-balance (found-account-index)
           end-if
           evaluate true
               when jnl-withdrawal-posting
                   add 1 to fac-withdrawals (found-account-index)
               when jnl-order-returned
                   add 1 to fac-orders-returned (found-account-index)
               when jnl-reprint-requested
                   add 1 to fac-reprints (found-account-index)
               when jnl-item-returned
                   add 1 to fac-items-returned (found-account-index)
           end-evaluate
           .

       post-all-fees section.
           open i-o accounts-master-data
           open extend interest-journal-data
           perform varying account-index from 1 by 1
                   until account-index > fee-account-count
               perform charge-one-account
           end-perform
           close accounts-master-data
           close interest-journal-data
           .

       charge-one-account section.
           move fac-account-type (account-index)
               to wanted-account-type
           *> monthly maintenance - one a month unless waived
           move "MF" to wanted-fee-code
           perform find-tariff
           if found-tariff-index > 0
               move 1 to chargeable-events
               if tar-waiver-balance (found-tariff-index) > 0
                       and fac-lowest-balance (account-index)
                           >= tar-waiver-balance (found-tariff-index)
                   move 0 to chargeable-events
               end-if
               move "G" to fee-posting-type
               perform charge-one-fee
           end-if
           move "WF" to wanted-fee-code
           perform find-tariff
           if found-tariff-index > 0
               move 0 to chargeable-events
               if fac-withdrawals (account-index)
                       > tar-free-allowance (found-tariff-index)
                   compute chargeable-events =
                       fac-withdrawals (account-index)
                       - tar-free-allowance (found-tariff-index)
               end-if
               move "H" to fee-posting-type
               perform charge-one-fee
           end-if
           move "RO" to wanted-fee-code
           perform find-tariff
           if found-tariff-index > 0
               move fac-orders-returned (account-index)
                   to chargeable-events
               move "U" to fee-posting-type
               perform charge-one-fee
           end-if
           move "SR" to wanted-fee-code
           perform find-tariff
           if found-tariff-index > 0
               move fac-reprints (account-index) to chargeable-events
               move "V" to fee-posting-type
               perform charge-one-fee
           end-if
           move "RI" to wanted-fee-code
           perform find-tariff
           if found-tariff-index > 0
               move fac-items-returned (account-index)
                   to chargeable-events
               move "Z" to fee-posting-type
               perform charge-one-fee
           end-if
           .

       find-tariff section.
           move 0 to found-tariff-index
           perform varying tariff-index from 1 by 1
                   until tariff-index > fee-tariff-count
                       or found-tariff-index > 0
               if tar-account-type (tariff-index)
                       = wanted-account-type
                       and tar-fee-code (tariff-index)
                           = wanted-fee-code
                       and tar-fee-amount (tariff-index) > 0
                   set found-tariff-index to tariff-index
               end-if
           end-perform
           .

       charge-one-fee section.
           if chargeable-events = 0
               exit section
           end-if
           compute fee-to-post =
               chargeable-events * tar-fee-amount (found-tariff-index)
           move fac-account-number (account-index) to account-number
           read accounts-master-data
               invalid key
                   display "Account " account-number
                       " closed before its fees were posted"
                   exit section
           end-read
           move account-balance to balance-before-posting
           subtract fee-to-post from account-balance
           rewrite account-record
           move account-number to jnl-account-number
           move fee-posting-type to jnl-posting-type
           move current-run-date to jnl-posting-date
           move 0 to jnl-rate-applied
           compute jnl-posting-amount =
               account-balance - balance-before-posting
           move balance-before-posting to jnl-balance-before
           move account-balance to jnl-balance-after
           write interest-journal-record
           add 1 to fees-posted
           add fee-to-post to total-charged
           if fee-line-count >= MAX-FEE-LINES
               display "Fee advice table is full at "
                   MAX-FEE-LINES " - advice for "
                   account-number " not printed"
               exit section
           end-if
           add 1 to fee-line-count
           move fac-customer-number (account-index)
               to fln-customer-number (fee-line-count)
           move account-number to fln-account-number (fee-line-count)
           move fee-posting-type to fln-posting-type (fee-line-count)
           move chargeable-events to fln-event-count (fee-line-count)
           move fee-to-post to fln-fee-amount (fee-line-count)
           move "N" to fln-printed-flag (fee-line-count)
           .

       print-fee-advices section.
           open input customer-master-data
           move "O" to rw-action
           move "fee-advices.prt" to rw-print-file-name
           move spaces to rw-report-title
           string "FEE ADVICES FOR " charge-month
               delimited by size into rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "D" to rw-action
           perform varying fee-line-index from 1 by 1
                   until fee-line-index > fee-line-count
               if fln-printed-flag (fee-line-index) = "N"
                   move fln-customer-number (fee-line-index)
                       to advice-customer
                   perform print-one-fee-advice
               end-if
           end-perform
           move "T" to rw-action
           move total-charged to formatted-total
           move spaces to rw-line-text
           string "ADVICES " advices-printed "  FEES " fees-posted
               "  TOTAL CHARGED " formatted-total
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           close customer-master-data
           .

       print-one-fee-advice section.
           *> every fee of one customer, across all their accounts
           add 1 to advices-printed
           move 0 to advice-total
           move spaces to rw-line-text
           perform call-report-writer
           move "(name not on customer master)" to cst-customer-name
           if advice-customer > 0
               move advice-customer to cst-customer-number
               read customer-master-data
                   invalid key
                       continue
               end-read
           end-if
           move spaces to rw-line-text
           string "FEE ADVICE - CUSTOMER " advice-customer "  "
               cst-customer-name "  CHARGES FOR " charge-month
               delimited by size into rw-line-text
           perform call-report-writer
           perform varying advice-line-index from 1 by 1
                   until advice-line-index > fee-line-count
               if fln-printed-flag (advice-line-index) = "N"
                       and fln-customer-number (advice-line-index)
                           = advice-customer
                   perform print-one-fee-line
               end-if
           end-perform
           move advice-total to formatted-total
           move spaces to rw-line-text
           string "  TOTAL CHARGED                          "
               formatted-total
               delimited by size into rw-line-text
           perform call-report-writer
           .

       print-one-fee-line section.
           evaluate fln-posting-type (advice-line-index)
               when "G"
                   move "monthly maintenance fee" to fee-description
               when "H"
                   move "withdrawals over allowance"
                       to fee-description
               when "U"
                   move "standing orders returned"
                       to fee-description
               when "V"
                   move "statement reprints" to fee-description
               when "Z"
                   move "deposits returned unpaid" to fee-description
           end-evaluate
           move fln-event-count (advice-line-index) to formatted-count
           move fln-fee-amount (advice-line-index) to formatted-fee
           move spaces to rw-line-text
           string "  ACCOUNT " fln-account-number (advice-line-index)
               "  "
               fee-description " x" formatted-count "  "
               formatted-fee
               delimited by size into rw-line-text
           perform call-report-writer
           add fln-fee-amount (advice-line-index) to advice-total
           move "Y" to fln-printed-flag (advice-line-index)
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
           move fees-posted to rcl-records-written
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

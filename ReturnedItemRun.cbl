       input-output section.
           select returned-item-data assign "returned-items.txt"
               organization sequential
               file status returned-file-status-code.

           select uncleared-funds-data assign "uncleared-funds.txt"
               organization sequential
               file status uncleared-file-status-code.

           select uncleared-work-data assign "uncleared-funds.tmp"
               organization sequential
               file status uncleared-work-file-status-code.

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

           select day-status-data assign "posting-day-status.txt"
               organization sequential
               file status day-status-file-status-code.

       file section.
       FD  returned-item-data.    *> the day's unpaid items as the bank
                                   *> sent them back - keyed from the
                                   *> returns advice
       01  returned-item-record.
           05  rti-account-number      pic 9(6).
           05  filler                  pic X.
           05  rti-amount              pic 9(7)V9(2).
           05  filler                  pic X.
           05  rti-return-reason       pic X(20).

       FD  uncleared-funds-data.    *> the deposit must still be here -
                                     *> once cleared it has been spent
                                     *> against and is not a return
       01  uncleared-funds-record.
           copy uncleared-record.

       FD  uncleared-work-data.    *> the rows that stay after the
                                    *> returned deposits are taken out
       01  uncleared-work-record       pic X(27).

       FD  accounts-master-data.    *> the book balance the deposit
                                     *> raised, reversed here
       01  account-record.
           copy account-record.

       FD  interest-journal-data.    *> the reversal, type T, chained
                                      *> like any other posting
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

       FD  customer-master-data.    *> who the counter has to phone
       01  customer-master-record.
           05  cst-customer-number     pic 9(6).
           05  filler                  pic X.
           05  cst-customer-name       pic X(24).
           05  filler                  pic X(2).

       FD  day-status-data.    *> written by the trial-balance run -
                                *> a held day means the money did not
                                *> prove and no more postings may land
       01  day-status-record.
           05  pds-proof-date          pic 9(8).
           05  filler                  pic X.
           05  pds-day-status          pic X.
               88  pds-day-open            value "O".
               88  pds-day-held            value "H".

       working-storage section.
      *> a deposit that comes back unpaid while still uncleared: its
      *> uncleared row is taken out, so the money it never brought is
      *> not freed by the clearing run, and the book balance goes
      *> back down by a T posting.  The returned-item fee follows at
      *> the month's charging run from the tariff's RI line.  An item
      *> whose deposit has already cleared, or never arrived, is not
      *> reversed here - it is listed for a supervisor to deal with
       78  MAX-RETURNED-ITEMS      value 200.
       01  returned-item-table.
           05  returned-item-entry     occurs MAX-RETURNED-ITEMS
                                        indexed by returned-index.
               10  rit-account-number  pic 9(6).
               10  rit-amount          pic 9(7)V9(2).
               10  rit-return-reason   pic X(20).
               10  rit-clearing-date   pic 9(8).
               10  rit-item-status     pic X.
                   88  rit-awaiting-match  value " ".
                   88  rit-row-found       value "F".
                   88  rit-reversed        value "R".
                   88  rit-over-limit      value "O".
                   88  rit-not-uncleared   value "N".
                   88  rit-account-missing value "M".
       01  returned-item-count     pic 9(3) value 0.
       01  found-returned-index    pic 9(3).

       01  end-of-file             pic 9.
       01  returned-file-status-code.
           05  returned-status-key-1 pic X.
           05  returned-status-key-2 pic X.
       01  uncleared-file-status-code.
           05  uncleared-status-key-1 pic X.
           05  uncleared-status-key-2 pic X.
       01  uncleared-work-file-status-code.
           05  uncleared-work-status-key-1 pic X.
           05  uncleared-work-status-key-2 pic X.
       01  accounts-file-status-code.
           05  accounts-status-key-1 pic X.
           05  accounts-status-key-2 pic X.
       01  journal-file-status-code.
           05  journal-status-key-1 pic X.
           05  journal-status-key-2 pic X.
       01  customer-file-status-code.
           05  customer-status-key-1 pic X.
           05  customer-status-key-2 pic X.
       01  day-status-file-status-code.
           05  day-status-status-key-1 pic X.
           05  day-status-status-key-2 pic X.

       01  run-date-today          pic 9(8).
       01  balance-before-posting  pic S9(7)V9(2).
       01  items-reversed          pic 9(4) value 0.
       01  items-over-limit        pic 9(4) value 0.
       01  items-rejected          pic 9(4) value 0.
       01  amount-reversed-total   pic 9(9)V9(2) value 0.
       01  item-status-text        pic X(24).
       01  formatted-amount        pic ZZZ,ZZZ,ZZ9.99.
       01  formatted-balance       pic +(7)9.9(2).
       01  formatted-total         pic ZZZ,ZZZ,ZZ9.99.

       01  ri-alert-source-program pic X(20) value "ReturnedItemRun".
       01  ri-alert-severity       pic X.
       01  ri-alert-text           pic X(60).

       copy run-control-fields.
       copy report-writer-fields.
       01  batch-program-name pic X(20) value "ReturnedItemRun".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to run-date-today
           perform check-posting-day-open
           perform load-returned-items
           if returned-item-count = 0
               display "No returned items today"
               perform write-run-control-end
               goback
           end-if
           perform take-out-uncleared-rows
           perform reverse-returned-deposits
           perform print-returns-report
           display items-reversed " returned deposits reversed ("
               amount-reversed-total " in all), " items-over-limit
               " of them past the overdraft limit, " items-rejected
               " not reversed - see returned-items.prt"
           if items-rejected > 0 or items-over-limit > 0
               move 4 to return-code
           end-if
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

       load-returned-items section.
           open input returned-item-data
           if returned-status-key-1 not = "0"
               close returned-item-data
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read returned-item-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to rcl-records-read
                       perform hold-one-returned-item
               end-read
           end-perform
           close returned-item-data
           .

       hold-one-returned-item section.
           if returned-item-count >= MAX-RETURNED-ITEMS
               display "Returned item table is full at "
                   MAX-RETURNED-ITEMS " - raise the limit and re-run"
               move 16 to return-code
               close returned-item-data
               perform write-run-control-end
               stop run
           end-if
           add 1 to returned-item-count
           move rti-account-number
               to rit-account-number (returned-item-count)
           move rti-amount to rit-amount (returned-item-count)
           move rti-return-reason
               to rit-return-reason (returned-item-count)
           move 0 to rit-clearing-date (returned-item-count)
           set rit-awaiting-match (returned-item-count) to true
           .

       take-out-uncleared-rows section.
           *> one returned item takes out one uncleared row of the same
           *> account and amount - two equal deposits bounced on the
           *> same day take out two
           open input uncleared-funds-data
           if uncleared-status-key-1 not = "0"
               close uncleared-funds-data
               exit section
           end-if
           open output uncleared-work-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read uncleared-funds-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform match-one-uncleared-row
               end-read
           end-perform
           close uncleared-funds-data
           close uncleared-work-data
           perform rewrite-uncleared-file
           .

       match-one-uncleared-row section.
           move 0 to found-returned-index
           perform varying returned-index from 1 by 1
                   until returned-index > returned-item-count
                       or found-returned-index > 0
               if rit-awaiting-match (returned-index)
                       and rit-account-number (returned-index)
                           = unc-account-number
                       and rit-amount (returned-index) = unc-amount
                   set found-returned-index to returned-index
               end-if
           end-perform
           if found-returned-index > 0
               set rit-row-found (found-returned-index) to true
               move unc-clearing-date
                   to rit-clearing-date (found-returned-index)
           else
               move uncleared-funds-record to uncleared-work-record
               write uncleared-work-record
           end-if
           .

       rewrite-uncleared-file section.
           open input uncleared-work-data
           open output uncleared-funds-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read uncleared-work-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       move uncleared-work-record
                           to uncleared-funds-record
                       write uncleared-funds-record
               end-read
           end-perform
           close uncleared-work-data
           close uncleared-funds-data
           .

       reverse-returned-deposits section.
           open i-o accounts-master-data
           open extend interest-journal-data
           perform varying returned-index from 1 by 1
                   until returned-index > returned-item-count
               if rit-row-found (returned-index)
                   perform reverse-one-deposit
               else
                   set rit-not-uncleared (returned-index) to true
                   add 1 to items-rejected
               end-if
           end-perform
           close accounts-master-data
           close interest-journal-data
           .

       reverse-one-deposit section.
           move rit-account-number (returned-index) to account-number
           read accounts-master-data
               invalid key
                   *> the row is gone from the uncleared file already;
                   *> the listing tells the supervisor what to put back
                   set rit-account-missing (returned-index) to true
                   add 1 to items-rejected
                   exit section
           end-read
           move account-balance to balance-before-posting
           subtract rit-amount (returned-index) from account-balance
           rewrite account-record
           move account-number to jnl-account-number
           move "T" to jnl-posting-type
           move run-date-today to jnl-posting-date
           move 0 to jnl-rate-applied
           compute jnl-posting-amount =
               account-balance - balance-before-posting
           move balance-before-posting to jnl-balance-before
           move account-balance to jnl-balance-after
           write interest-journal-record
           add 1 to items-reversed
           add rit-amount (returned-index) to amount-reversed-total
           set rit-reversed (returned-index) to true
           if account-balance < 0
                   and function abs (account-balance)
                       > overdraft-limit
               set rit-over-limit (returned-index) to true
               add 1 to items-over-limit
               perform raise-over-limit-alert
           end-if
           .

       raise-over-limit-alert section.
           move account-balance to formatted-balance
           move "H" to ri-alert-severity
           move spaces to ri-alert-text
           string "returned item puts account " account-number
               " past its overdraft at " formatted-balance
               delimited by size into ri-alert-text
           end-string
           call "OpsAlert"
               using by reference ri-alert-source-program
                     by reference ri-alert-severity
                     by reference ri-alert-text
           display "ALERT - " ri-alert-text
           .

       print-returns-report section.
           open input accounts-master-data
           open input customer-master-data
           move "O" to rw-action
           move "returned-items.prt" to rw-print-file-name
           move spaces to rw-report-title
           string "RETURNED ITEMS " run-date-today
               delimited by size into rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move "ACCOUNT CUSTOMER NAME                       AMOUNT "
               & "  REASON               ACTION"
               to rw-line-text
           perform call-report-writer
           move "D" to rw-action
           perform varying returned-index from 1 by 1
                   until returned-index > returned-item-count
               perform print-one-returned-item
           end-perform
           move "T" to rw-action
           move amount-reversed-total to formatted-total
           move spaces to rw-line-text
           string "REVERSED " items-reversed "  TOTAL " formatted-total
               "  PAST OVERDRAFT " items-over-limit
               "  NOT REVERSED " items-rejected
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           close accounts-master-data
           close customer-master-data
           .

       print-one-returned-item section.
           move 0 to cst-customer-number
           move "(no customer on file)" to cst-customer-name
           move rit-account-number (returned-index) to account-number
           read accounts-master-data
               invalid key
                   continue
               not invalid key
                   if account-customer-number > 0
                       move account-customer-number
                           to cst-customer-number
                       read customer-master-data
                           invalid key
                               move "(name not on customer master)"
                                   to cst-customer-name
                       end-read
                   end-if
           end-read
           evaluate true
               when rit-over-limit (returned-index)
                   move "REVERSED - PAST LIMIT" to item-status-text
               when rit-reversed (returned-index)
                   move "REVERSED - PHONE" to item-status-text
               when rit-account-missing (returned-index)
                   move "ACCOUNT GONE - SUPERVISOR" to item-status-text
               when other
                   move "NOT UNCLEARED - SUPERVISOR"
                       to item-status-text
           end-evaluate
           move rit-amount (returned-index) to formatted-amount
           move spaces to rw-line-text
           string rit-account-number (returned-index) "  "
               cst-customer-number " " cst-customer-name " "
               formatted-amount "  " rit-return-reason (returned-index)
               " " item-status-text
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
           move items-reversed to rcl-records-written
           move items-rejected to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .

       input-output section.
           select takings-parameter-data
               assign "takings-parameters.txt"
               organization sequential
               file status parameter-file-status-code.

           select sales-transaction-data assign "sales-data.txt"
               organization sequential
               file status sales-file-status-code.

           select accounts-master-data assign "accounts.dat"
               organization indexed
               access dynamic
               record key account-number
               file status accounts-file-status-code.

           select takings-banked-data assign "takings-banked.txt"
               organization sequential
               file status banked-file-status-code.

           select account-transaction-data assign "account-trans.txt"
               organization sequential
               file status account-trans-file-status-code.

       file section.
       FD  takings-parameter-data.    *> the shop's nominated account
       01  takings-parameter-record.
           05  tkp-shop-account        pic 9(6).

       FD  sales-transaction-data.    *> the till's dated takings
       01  sales-transaction-record.
           copy sales-transaction-record.

       FD  accounts-master-data.    *> the shop's account must be open
       01  account-record.
           copy account-record.

       FD  takings-banked-data.    *> the trading days already sent
       01  takings-banked-record.
           copy takings-banked-record.

       FD  account-transaction-data.    *> AccountMaintenance's input -
                                         *> the takings join the day's
                                         *> activity
       01  account-transaction-record.
           05  act-trans-code          pic X.
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

       working-storage section.
      *> the daily takings banking.  Every trading day on the sales
      *> file up to today that has not been sent before becomes a
      *> deposit on account-trans.txt against the shop's account, so
      *> AccountMaintenance posts it to the journal and holds it
      *> uncleared like any counter deposit, and goes on the takings
      *> register so a re-run - or tomorrow's run - skips it.  A day
      *> that comes onto the sales file late is banked on the next
      *> run.  TakingsReconcile proves the deposits landed.  A day
      *> is every sales line with its date, one per salesperson, so
      *> the file is folded into days before anything is sent
       78  MAX-BANKED-DAYS         value 5000.
       01  banked-day-table.
           05  banked-day-entry        occurs MAX-BANKED-DAYS
                                        indexed by banked-index.
               10  bdt-sales-date      pic 9(8).
               10  bdt-amount          pic 9(7)V9(2).
       01  banked-day-count        pic 9(4) value 0.
       01  found-banked-index      pic 9(4).
       78  MAX-SALES-DAYS          value 5000.
       01  sales-day-table.
           05  sales-day-entry         occurs MAX-SALES-DAYS
                                        indexed by sales-day-index.
               10  sdt-sales-date      pic 9(8).
               10  sdt-day-sales       pic 9(7).
       01  sales-day-count         pic 9(4) value 0.
       01  found-sales-day         pic 9(4).
       01  days-changed            pic 9(5) value 0.
       01  day-banked-flag         pic X.
           88  day-already-banked      value "Y".

       01  end-of-file             pic 9.
       01  parameter-file-status-code.
           05  parameter-status-key-1 pic X.
           05  parameter-status-key-2 pic X.
       01  sales-file-status-code.
           05  sales-status-key-1  pic X.
           05  sales-status-key-2  pic X.
       01  accounts-file-status-code.
           05  accounts-status-key-1 pic X.
           05  accounts-status-key-2 pic X.
       01  banked-file-status-code.
           05  banked-status-key-1 pic X.
           05  banked-status-key-2 pic X.
       01  account-trans-file-status-code.
           05  account-trans-status-key-1 pic X.
           05  account-trans-status-key-2 pic X.

       01  run-date-today          pic 9(8).
       01  shop-account-number     pic 9(6) value 0.
       01  sales-days-read         pic 9(5) value 0.
       01  days-banked             pic 9(5) value 0.
       01  days-already-sent       pic 9(5) value 0.
       01  days-skipped            pic 9(5) value 0.
       01  total-banked            pic 9(9)V9(2) value 0.
       01  formatted-total         pic ZZZ,ZZZ,ZZ9.99.

       copy run-control-fields.
       01  batch-program-name pic X(20) value "TakingsBanking".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to run-date-today
           perform load-shop-account
           perform load-banked-days
           open input sales-transaction-data
           if sales-status-key-1 not = "0"
               display "No sales-data.txt - no takings to bank"
               close sales-transaction-data
               perform write-run-control-end
               goback
           end-if
           open extend takings-banked-data
           open extend account-transaction-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read sales-transaction-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to sales-days-read
                       perform fold-one-sales-line
               end-read
           end-perform
           close sales-transaction-data
           perform bank-one-sales-day
               varying sales-day-index from 1 by 1
               until sales-day-index > sales-day-count
           close takings-banked-data
           close account-transaction-data
           move total-banked to formatted-total
           display days-banked " trading days sent for banking to "
               "account " shop-account-number " - " formatted-total
               "; " days-already-sent " sent before, " days-skipped
               " skipped"
           if days-changed > 0
               display days-changed " trading days changed on the "
                   "sales file after they were banked - check them "
                   "against the deposits"
               move 4 to return-code
           end-if
           perform write-run-control-end
           goback
           .

       load-shop-account section.
           open input takings-parameter-data
           if parameter-status-key-1 = "0"
               read takings-parameter-data
                   at end
                       continue
                   not at end
                       if tkp-shop-account is numeric
                           move tkp-shop-account
                               to shop-account-number
                       end-if
               end-read
           end-if
           close takings-parameter-data
           if shop-account-number = 0
               display "No shop account nominated on "
                   "takings-parameters.txt - no takings banked"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           *> a deposit to a closed, loan or fixed-term account would
           *> only be rejected tomorrow - better refused here
           open input accounts-master-data
           move shop-account-number to account-number
           read accounts-master-data
               invalid key
                   display "Shop account " shop-account-number
                       " is not on accounts.dat - no takings banked"
                   move 16 to return-code
                   close accounts-master-data
                   perform write-run-control-end
                   stop run
           end-read
           if not current-account
               display "Shop account " shop-account-number
                   " is not a current account - no takings banked"
               move 16 to return-code
               close accounts-master-data
               perform write-run-control-end
               stop run
           end-if
           close accounts-master-data
           .

       load-banked-days section.
           open input takings-banked-data
           if banked-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read takings-banked-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           perform hold-one-banked-day
                   end-read
               end-perform
           end-if
           close takings-banked-data
           .

       hold-one-banked-day section.
           if banked-day-count >= MAX-BANKED-DAYS
               display "Banked day table is full at "
                   MAX-BANKED-DAYS " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to banked-day-count
           move tkb-sales-date to bdt-sales-date (banked-day-count)
           move tkb-amount to bdt-amount (banked-day-count)
           .

       fold-one-sales-line section.
           if trans-sales-date not numeric
                   or function test-date-yyyymmdd (trans-sales-date)
                       not = 0
               add 1 to days-skipped
               add 1 to rcl-records-rejected
               display "Sales line " sales-days-read
                   " has no valid trading date - not banked"
               exit section
           end-if
           move 0 to found-sales-day
           perform varying sales-day-index from 1 by 1
                   until sales-day-index > sales-day-count
                       or found-sales-day > 0
               if sdt-sales-date (sales-day-index) = trans-sales-date
                   set found-sales-day to sales-day-index
               end-if
           end-perform
           if found-sales-day = 0
               if sales-day-count >= MAX-SALES-DAYS
                   display "Sales day table is full at "
                       MAX-SALES-DAYS " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to sales-day-count
               move sales-day-count to found-sales-day
               move trans-sales-date to sdt-sales-date (found-sales-day)
               move 0 to sdt-day-sales (found-sales-day)
           end-if
           add trans-daily-sales to sdt-day-sales (found-sales-day)
           .

       bank-one-sales-day section.
           *> today's takings are banked once the day is over
           if sdt-sales-date (sales-day-index) >= run-date-today
               exit section
           end-if
           move 0 to found-banked-index
           move "N" to day-banked-flag
           perform varying banked-index from 1 by 1
                   until banked-index > banked-day-count
                       or day-already-banked
               if bdt-sales-date (banked-index)
                       = sdt-sales-date (sales-day-index)
                   set day-already-banked to true
                   set found-banked-index to banked-index
               end-if
           end-perform
           if day-already-banked
               add 1 to days-already-sent
               *> a salesperson's line keyed after the day was sent
               if bdt-amount (found-banked-index)
                       not = sdt-day-sales (sales-day-index)
                   add 1 to days-changed
                   display "Trading day "
                       sdt-sales-date (sales-day-index)
                       " now totals " sdt-day-sales (sales-day-index)
                       " - banked as " bdt-amount (found-banked-index)
               end-if
               exit section
           end-if
           if sdt-day-sales (sales-day-index) = 0
               add 1 to days-skipped
               display "Trading day " sdt-sales-date (sales-day-index)
                   " took nothing - no deposit"
               exit section
           end-if
           move spaces to account-transaction-record
           move "D" to act-trans-code
           move shop-account-number to act-account-number
           move sdt-day-sales (sales-day-index) to act-amount
           move space to act-compounding-mode
           move 0 to act-overdraft-limit
           move 0 to act-customer-number
           write account-transaction-record
           move spaces to takings-banked-record
           move sdt-sales-date (sales-day-index) to tkb-sales-date
           move shop-account-number to tkb-account-number
           move sdt-day-sales (sales-day-index) to tkb-amount
           move run-date-today to tkb-queued-date
           perform hold-one-banked-day
           write takings-banked-record
           add 1 to days-banked
           add sdt-day-sales (sales-day-index) to total-banked
           display "Trading day " sdt-sales-date (sales-day-index)
               " takings " sdt-day-sales (sales-day-index)
               " sent for banking"
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           move sales-days-read to rcl-records-read
           move days-banked to rcl-records-written
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
